      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fixed-asset desk. Keeps the asset register
      *          (ACTIVOS.DAT): equipment, vehicles and buildings of
      *          each department (checked against DEPTMAST.DAT when
      *          the master is on disk) with acquisition date, cost,
      *          useful life in months, depreciation method (L
      *          straight line, D double declining balance) and
      *          salvage value, numbered from the ACT series of
      *          NUMCTRL.DAT. An asset brought over from the old
      *          workbook can come in with the depreciation already
      *          accumulated and the last month it covers. The cost
      *          itself reaches the ledger with the vendor invoice
      *          charged to the asset account (ACF + department);
      *          depreciation is DEPRECIA-ACTIVOS's. A disposal takes
      *          the date and the proceeds, needs the depreciation
      *          run up to the month before and the month of the
      *          disposal open on PERSTAT.DAT, and puts on the asset
      *          feed (ACTGL.DAT) for EXTRAE-GL the accumulated
      *          depreciation and the proceeds against the cost with
      *          the gain (GANACT) or loss (PERACT). The desk is
      *          restricted to operators of level 3 or higher on
      *          OPERMAST.DAT; updates are refused while the nightly
      *          chain holds the data set and each one is logged to
      *          the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-ACTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Plan de cuentas (MANTIENE-CUENTAS): sin plan en disco la
      *    cuenta no se valida, como en EXTRAE-GL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "ACTFSL.cpy".
           COPY "ACGLSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "PERSTSL.cpy".
           COPY "NUMSERSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       COPY "OPERFD.cpy".

       COPY "ACTFFD.cpy".
       COPY "ACGLFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "PERSTFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-ACTIVOS         PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-AM-FOUND-SWITCH       PIC X.
           88  WS-AM-FOUND          VALUE "Y".
       01  WS-AM-PLAN-SWITCH        PIC X.
           88  WS-AM-PLAN           VALUE "Y".

       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-DEPTO             PIC X(4).
       01  WS-CAP-DESC              PIC X(30).
       01  WS-CAP-CATEGORIA         PIC X(4).
       01  WS-CAP-FECHA             PIC 9(8).
       01  WS-CAP-COSTO             PIC 9(9)V99.
       01  WS-CAP-VIDA              PIC 9(3).
       01  WS-CAP-METODO            PIC X.
       01  WS-CAP-RESIDUAL          PIC 9(9)V99.
       01  WS-CAP-ACUM              PIC 9(9)V99.
       01  WS-CAP-ULTIMO            PIC 9(6).
       01  WS-CAP-PRODUCTO          PIC 9(9)V99.
       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-CONFIRMA          PIC X.

      *    Meses como AAAA * 12 + MM para comparar y restar.
       01  WS-MES-FECHA             PIC 9(8).
       01  WS-MES-FECHA-R REDEFINES WS-MES-FECHA.
           05  WS-MES-ANO           PIC 9(4).
           05  WS-MES-MES           PIC 99.
           05  WS-MES-DIA           PIC 99.
       01  WS-MES-BAJA              PIC 9(6).
       01  WS-MES-ALTA              PIC 9(6).
       01  WS-MES-ANTERIOR          PIC 9(6).
       01  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05  WS-ANT-ANO           PIC 9(4).
           05  WS-ANT-MES           PIC 99.
       01  WS-FECHA-INT             PIC 9(7).

       01  WS-VALOR-LIBROS          PIC 9(9)V99.
       01  WS-RESULTADO             PIC S9(9)V99.
       01  WS-IMPORTE-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-ACTIVO-EVENTO.
           05  FILLER               PIC X(4) VALUE "ACT ".
           05  WS-AEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AEV-NUMERO        PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-AEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ACTFWS.cpy".
       COPY "ACGLWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "PERSTWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-ACTIVOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-ACTIVOS
                    " PARA MANTENER ACTIVOS - SESION TERMINADA"
            ELSE
                PERFORM CARGA-DEPTMAST
                MOVE "ACT " TO WS-NUMSER-SERIES
                PERFORM CARGA-SERIES
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "1. ALTA DE ACTIVO"
                    DISPLAY "2. BAJA DE ACTIVO"
                    DISPLAY "3. CONSULTAR ACTIVO"
                    DISPLAY "4. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM ALTA-ACTIVO
                        WHEN 2
                            PERFORM BAJA-ACTIVO
                        WHEN 3
                            PERFORM CONSULTA-ACTIVO
                        WHEN 4
                            SET WS-SALIR TO TRUE
                        WHEN OTHER
                            DISPLAY "OPCION INVALIDA"
                    END-EVALUATE
                END-PERFORM
            END-IF.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VALIDA-SUPERVISOR.
            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.
            DISPLAY "CLAVE: " WITH NO ADVANCING.
            ACCEPT WS-CLAVE.
            MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID.
            MOVE WS-CLAVE TO WS-OPCL-CLAVE.
            PERFORM FIRMA-OPERADOR-MASTER.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - MANTENER ACTIVOS "
                    "REQUIERE EL MASTER DE OPERADORES"
            ELSE
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
                IF WS-NIVEL >= WS-NIVEL-ACTIVOS
                    SET WS-AUTORIZADO TO TRUE
                END-IF
            END-IF.

       VERIFICA-CANDADO.
      *    Con la cadena nocturna duena del juego de datos la
      *    actualizacion se rehusa; la consulta sigue abierta.
            PERFORM CHECA-INTERLOCK.
            IF WS-INTLK-OCUPADO
                IF WS-INTLK-OBSOLETO
                    DISPLAY "CANDADO DE LOTE OBSOLETO (ABEND?) - "
                        "AVISAR A OPERACIONES Y LIBERAR CON "
                        "LIBERA-INTERLOCK"
                ELSE
                    DISPLAY "CADENA NOCTURNA EN EJECUCION - "
                        "SOLO CONSULTA, SIN ACTUALIZAR"
                END-IF
            END-IF.

       ALTA-ACTIVO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ALTA-ACTIVO-2
            END-IF.

       ALTA-ACTIVO-2.
            PERFORM CARGA-ACTIVOS.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            IF WS-AF-COUNT >= WS-AF-MAX
                DISPLAY "TABLA DE ACTIVOS LLENA EN " WS-AF-MAX
                    " ENTRADAS - SIN ALTA"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-ACTIVO
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-MIGRACION
            END-IF.
            IF WS-VALIDO
                DISPLAY "CONFIRMA EL ALTA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN ALTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM EMITE-NUMERO-SERIE
                ADD 1 TO WS-AF-COUNT
                MOVE WS-AF-COUNT TO WS-AF-IX
                MOVE WS-NUMSER-NEXT TO WS-AF-TBL-NUMERO (WS-AF-IX)
                MOVE WS-CAP-DEPTO TO WS-AF-TBL-DEPTO (WS-AF-IX)
                MOVE WS-CAP-DESC TO WS-AF-TBL-DESC (WS-AF-IX)
                MOVE WS-CAP-CATEGORIA
                    TO WS-AF-TBL-CATEGORIA (WS-AF-IX)
                MOVE WS-CAP-FECHA TO WS-AF-TBL-ALTA (WS-AF-IX)
                MOVE WS-CAP-COSTO TO WS-AF-TBL-COSTO (WS-AF-IX)
                MOVE WS-CAP-VIDA TO WS-AF-TBL-VIDA (WS-AF-IX)
                MOVE WS-CAP-METODO TO WS-AF-TBL-METODO (WS-AF-IX)
                MOVE WS-CAP-RESIDUAL TO WS-AF-TBL-RESIDUAL (WS-AF-IX)
                MOVE WS-CAP-ACUM TO WS-AF-TBL-ACUM (WS-AF-IX)
                MOVE WS-CAP-ULTIMO TO WS-AF-TBL-ULTIMO (WS-AF-IX)
                MOVE "A" TO WS-AF-TBL-ESTADO (WS-AF-IX)
                MOVE 0 TO WS-AF-TBL-BAJA (WS-AF-IX)
                MOVE 0 TO WS-AF-TBL-PRODUCTO (WS-AF-IX)
                MOVE 0 TO WS-AF-TBL-RESULTADO (WS-AF-IX)
                SET WS-AF-CAMBIADO TO TRUE
                PERFORM GRABA-ACTIVOS
                MOVE "ALTA  " TO WS-AEV-ACCION
                MOVE WS-NUMSER-NEXT TO WS-AEV-NUMERO
                PERFORM REGISTRA-EVENTO-ACTIVO
                DISPLAY "ACTIVO " WS-NUMSER-NEXT " DADO DE ALTA"
            END-IF.

       CAPTURA-ACTIVO.
            DISPLAY "DEPARTAMENTO (4): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-DEPTO.
            ACCEPT WS-CAP-DEPTO.
            MOVE WS-CAP-DEPTO TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            IF WS-CAP-DEPTO = SPACES OR NOT WS-DEPTM-VALID
                DISPLAY "DEPARTAMENTO " WS-CAP-DEPTO " INVALIDO"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                DISPLAY "DESCRIPCION (30): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-DESC
                ACCEPT WS-CAP-DESC
                DISPLAY "CATEGORIA (EQUI/VEHI/EDIF/MOBI): "
                    WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-CATEGORIA
                ACCEPT WS-CAP-CATEGORIA
                DISPLAY "FECHA DE ADQUISICION (AAAAMMDD, 0 = HOY): "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-FECHA
                ACCEPT WS-CAP-FECHA
                IF WS-CAP-FECHA = 0
                    MOVE WS-OPSLOG-DATE TO WS-CAP-FECHA
                END-IF
                COMPUTE WS-FECHA-INT =
                    FUNCTION INTEGER-OF-DATE (WS-CAP-FECHA)
                IF WS-CAP-DESC = SPACES OR WS-FECHA-INT = 0
                        OR WS-CAP-FECHA > WS-OPSLOG-DATE
                    DISPLAY "DESCRIPCION Y FECHA VALIDA (NO FUTURA) "
                        "SON OBLIGATORIAS"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "COSTO (999999999.99): " WITH NO ADVANCING
                MOVE 0 TO WS-CAP-COSTO
                ACCEPT WS-CAP-COSTO
                DISPLAY "VIDA UTIL EN MESES (999): " WITH NO ADVANCING
                MOVE 0 TO WS-CAP-VIDA
                ACCEPT WS-CAP-VIDA
                DISPLAY "METODO (L = LINEA RECTA, D = SALDO "
                    "DECRECIENTE DOBLE): " WITH NO ADVANCING
                MOVE SPACE TO WS-CAP-METODO
                ACCEPT WS-CAP-METODO
                DISPLAY "VALOR RESIDUAL (999999999.99): "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-RESIDUAL
                ACCEPT WS-CAP-RESIDUAL
                EVALUATE TRUE
                    WHEN WS-CAP-COSTO = 0 OR WS-CAP-VIDA = 0
                        DISPLAY "COSTO Y VIDA UTIL SON OBLIGATORIOS"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-METODO NOT = "L"
                            AND WS-CAP-METODO NOT = "D"
                        DISPLAY "METODO INVALIDO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-RESIDUAL >= WS-CAP-COSTO
                        DISPLAY "EL RESIDUAL DEBE SER MENOR QUE EL "
                            "COSTO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       CAPTURA-MIGRACION.
      *    Un activo que viene de la planilla trae la depreciacion
      *    ya acumulada y el ultimo mes que cubre; DEPRECIA-ACTIVOS
      *    sigue desde el mes siguiente.
            MOVE 0 TO WS-CAP-ACUM.
            MOVE 0 TO WS-CAP-ULTIMO.
            DISPLAY "DEPRECIACION YA ACUMULADA (0 = ACTIVO NUEVO): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-ACUM.
            IF WS-CAP-ACUM > 0
                MOVE WS-CAP-FECHA TO WS-MES-FECHA
                COMPUTE WS-MES-ALTA = WS-MES-ANO * 100 + WS-MES-MES
                DISPLAY "ULTIMO MES QUE CUBRE (AAAAMM): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-ULTIMO
                EVALUATE TRUE
                    WHEN WS-CAP-ACUM > WS-CAP-COSTO - WS-CAP-RESIDUAL
                        DISPLAY "LO ACUMULADO EXCEDE COSTO MENOS "
                            "RESIDUAL"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-ULTIMO < WS-MES-ALTA
                            OR WS-CAP-ULTIMO (5:2) < "01"
                            OR WS-CAP-ULTIMO (5:2) > "12"
                        DISPLAY "ULTIMO MES INVALIDO O ANTERIOR A LA "
                            "ADQUISICION"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       BAJA-ACTIVO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM BAJA-ACTIVO-2
            END-IF.

       BAJA-ACTIVO-2.
      *    La baja no deprecia su propio mes: la corrida debe haber
      *    cubierto hasta el mes anterior (o el activo estar ya
      *    depreciado hasta el residual).
            PERFORM CARGA-ACTIVOS.
            PERFORM CAPTURA-NUMERO.
            IF WS-VALIDO
                IF WS-AF-TBL-ESTADO (WS-AF-IX) NOT = "A"
                    DISPLAY "ACTIVO YA DADO DE BAJA EL "
                        WS-AF-TBL-BAJA (WS-AF-IX)
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM MUESTRA-ACTIVO
                DISPLAY "FECHA DE LA BAJA (AAAAMMDD, 0 = HOY): "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-FECHA
                ACCEPT WS-CAP-FECHA
                IF WS-CAP-FECHA = 0
                    MOVE WS-OPSLOG-DATE TO WS-CAP-FECHA
                END-IF
                PERFORM VERIFICA-FECHA-BAJA
            END-IF.
            IF WS-VALIDO
                DISPLAY "PRODUCTO DE LA VENTA (0 = SIN PRODUCTO): "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-PRODUCTO
                ACCEPT WS-CAP-PRODUCTO
                MOVE SPACES TO WS-CAP-CUENTA
                IF WS-CAP-PRODUCTO > 0
                    DISPLAY "CUENTA DONDE ENTRA EL PRODUCTO (8): "
                        WITH NO ADVANCING
                    ACCEPT WS-CAP-CUENTA
                    PERFORM BUSCA-CUENTA-PLAN
                    IF WS-CAP-CUENTA = SPACES
                            OR (WS-AM-PLAN AND NOT WS-AM-FOUND)
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " NO EXISTE EN EL PLAN DE CUENTAS"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                COMPUTE WS-VALOR-LIBROS = WS-AF-TBL-COSTO (WS-AF-IX)
                    - WS-AF-TBL-ACUM (WS-AF-IX)
                COMPUTE WS-RESULTADO =
                    WS-CAP-PRODUCTO - WS-VALOR-LIBROS
                MOVE WS-VALOR-LIBROS TO WS-IMPORTE-EDIT
                DISPLAY "VALOR EN LIBROS:     " WS-IMPORTE-EDIT
                MOVE WS-RESULTADO TO WS-IMPORTE-EDIT
                IF WS-RESULTADO < 0
                    DISPLAY "PERDIDA EN LA BAJA:  " WS-IMPORTE-EDIT
                ELSE
                    DISPLAY "GANANCIA EN LA BAJA: " WS-IMPORTE-EDIT
                END-IF
                DISPLAY "CONFIRMA LA BAJA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN BAJA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE "B" TO WS-AF-TBL-ESTADO (WS-AF-IX)
                MOVE WS-CAP-FECHA TO WS-AF-TBL-BAJA (WS-AF-IX)
                MOVE WS-CAP-PRODUCTO TO WS-AF-TBL-PRODUCTO (WS-AF-IX)
                MOVE WS-RESULTADO TO WS-AF-TBL-RESULTADO (WS-AF-IX)
                SET WS-AF-CAMBIADO TO TRUE
                PERFORM GRABA-ACTIVOS
                PERFORM ASIENTA-BAJA
                MOVE "BAJA  " TO WS-AEV-ACCION
                MOVE WS-AF-TBL-NUMERO (WS-AF-IX) TO WS-AEV-NUMERO
                PERFORM REGISTRA-EVENTO-ACTIVO
                DISPLAY "ACTIVO " WS-AF-TBL-NUMERO (WS-AF-IX)
                    " DADO DE BAJA"
            END-IF.

       VERIFICA-FECHA-BAJA.
            COMPUTE WS-FECHA-INT =
                FUNCTION INTEGER-OF-DATE (WS-CAP-FECHA).
            MOVE WS-CAP-FECHA TO WS-MES-FECHA.
            COMPUTE WS-MES-BAJA = WS-MES-ANO * 100 + WS-MES-MES.
            IF WS-MES-MES = 1
                COMPUTE WS-ANT-ANO = WS-MES-ANO - 1
                MOVE 12 TO WS-ANT-MES
            ELSE
                MOVE WS-MES-ANO TO WS-ANT-ANO
                COMPUTE WS-ANT-MES = WS-MES-MES - 1
            END-IF.
            MOVE WS-AF-TBL-ALTA (WS-AF-IX) TO WS-MES-FECHA.
            COMPUTE WS-MES-ALTA = WS-MES-ANO * 100 + WS-MES-MES.
            PERFORM CARGA-PERSTAT.
            MOVE WS-MES-BAJA TO WS-PERST-LOOKUP.
            PERFORM BUSCA-PERSTAT.
            EVALUATE TRUE
                WHEN WS-FECHA-INT = 0
                        OR WS-CAP-FECHA > WS-OPSLOG-DATE
                        OR WS-CAP-FECHA < WS-AF-TBL-ALTA (WS-AF-IX)
                    DISPLAY "FECHA " WS-CAP-FECHA " INVALIDA, FUTURA "
                        "O ANTERIOR A LA ADQUISICION"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-PERST-CERRADO
                    DISPLAY "PERIODO " WS-MES-BAJA " CERRADO - "
                        "SIN BAJA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-AF-TBL-ULTIMO (WS-AF-IX) < WS-MES-ANTERIOR
                        AND WS-MES-ALTA < WS-MES-BAJA
                        AND WS-AF-TBL-ACUM (WS-AF-IX) <
                            WS-AF-TBL-COSTO (WS-AF-IX)
                            - WS-AF-TBL-RESIDUAL (WS-AF-IX)
                    DISPLAY "DEPRECIACION AL " WS-AF-TBL-ULTIMO
                        (WS-AF-IX) " - CORRA DEPRECIA-ACTIVOS HASTA "
                        WS-MES-ANTERIOR " ANTES DE LA BAJA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ASIENTA-BAJA.
      *    Sale el costo contra lo acumulado, el producto y el
      *    resultado: la ganancia al haber, la perdida al debe.
            MOVE WS-MES-BAJA TO WS-FA-ANOMES.
            MOVE "B" TO WS-FA-TIPO.
            MOVE WS-AF-TBL-NUMERO (WS-AF-IX) TO WS-FA-ACTIVO.
            MOVE WS-AF-TBL-DEPTO (WS-AF-IX) TO WS-AF-CTA-DEPTO.
            MOVE WS-AF-PREFIJO-COSTO TO WS-AF-CTA-PREFIJO.
            MOVE WS-AF-CUENTA TO WS-FA-HABER.
            MOVE WS-AF-PREFIJO-ACUMULADA TO WS-AF-CTA-PREFIJO.
            MOVE WS-AF-CUENTA TO WS-FA-DEBE.
            MOVE WS-AF-TBL-ACUM (WS-AF-IX) TO WS-FA-IMPORTE.
            PERFORM AGREGA-ASIENTO-ACTIVO.
            MOVE WS-CAP-CUENTA TO WS-FA-DEBE.
            IF WS-RESULTADO < 0
                MOVE WS-CAP-PRODUCTO TO WS-FA-IMPORTE
                PERFORM AGREGA-ASIENTO-ACTIVO
                MOVE WS-AF-CTA-PERDIDA TO WS-FA-DEBE
                COMPUTE WS-FA-IMPORTE = 0 - WS-RESULTADO
                PERFORM AGREGA-ASIENTO-ACTIVO
            ELSE
                MOVE WS-VALOR-LIBROS TO WS-FA-IMPORTE
                PERFORM AGREGA-ASIENTO-ACTIVO
                MOVE WS-AF-CTA-GANANCIA TO WS-FA-HABER
                MOVE WS-RESULTADO TO WS-FA-IMPORTE
                PERFORM AGREGA-ASIENTO-ACTIVO
            END-IF.

       CONSULTA-ACTIVO.
            PERFORM CARGA-ACTIVOS.
            PERFORM CAPTURA-NUMERO.
            IF WS-VALIDO
                PERFORM MUESTRA-ACTIVO
                IF WS-AF-TBL-ESTADO (WS-AF-IX) = "B"
                    MOVE WS-AF-TBL-PRODUCTO (WS-AF-IX)
                        TO WS-IMPORTE-EDIT
                    DISPLAY "BAJA EL " WS-AF-TBL-BAJA (WS-AF-IX)
                        " PRODUCTO " WS-IMPORTE-EDIT
                    MOVE WS-AF-TBL-RESULTADO (WS-AF-IX)
                        TO WS-IMPORTE-EDIT
                    DISPLAY "RESULTADO (+ GANANCIA / - PERDIDA): "
                        WS-IMPORTE-EDIT
                END-IF
            END-IF.

       CAPTURA-NUMERO.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "NUMERO DE ACTIVO: " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-NUMERO.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-AF-LOOKUP-NUMERO.
            PERFORM BUSCA-ACTIVO.
            IF WS-AF-IX = 0
                DISPLAY "ACTIVO " WS-CAP-NUMERO " NO EXISTE"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       MUESTRA-ACTIVO.
            DISPLAY "ACTIVO " WS-AF-TBL-NUMERO (WS-AF-IX) " "
                WS-AF-TBL-DESC (WS-AF-IX).
            DISPLAY "DEPTO " WS-AF-TBL-DEPTO (WS-AF-IX)
                " CATEGORIA " WS-AF-TBL-CATEGORIA (WS-AF-IX)
                " ALTA " WS-AF-TBL-ALTA (WS-AF-IX)
                " VIDA " WS-AF-TBL-VIDA (WS-AF-IX)
                " METODO " WS-AF-TBL-METODO (WS-AF-IX).
            MOVE WS-AF-TBL-COSTO (WS-AF-IX) TO WS-IMPORTE-EDIT.
            DISPLAY "COSTO:               " WS-IMPORTE-EDIT.
            MOVE WS-AF-TBL-RESIDUAL (WS-AF-IX) TO WS-IMPORTE-EDIT.
            DISPLAY "RESIDUAL:            " WS-IMPORTE-EDIT.
            MOVE WS-AF-TBL-ACUM (WS-AF-IX) TO WS-IMPORTE-EDIT.
            DISPLAY "DEPRECIACION ACUM.:  " WS-IMPORTE-EDIT
                " AL MES " WS-AF-TBL-ULTIMO (WS-AF-IX).

       BUSCA-CUENTA-PLAN.
            MOVE "N" TO WS-AM-FOUND-SWITCH.
            MOVE "N" TO WS-AM-PLAN-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                SET WS-AM-PLAN TO TRUE
                PERFORM UNTIL WS-EOF OR WS-AM-FOUND
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AM-ACCOUNT = WS-CAP-CUENTA
                                SET WS-AM-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-ACTIVO.
            MOVE WS-OPERADOR TO WS-AEV-OPERADOR.
            MOVE WS-ACTIVO-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE 0 TO WS-NIVEL.
            MOVE SPACES TO WS-OPERADOR.

       COPY "ACTFWR.cpy".
       COPY "ACGLWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "PERSTWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-ACTIVOS.
