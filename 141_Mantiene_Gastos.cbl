      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee expense claims desk. Captures a claim by
      *          employee (category, day of the expense, amount, the
      *          cost center charged -- a DEPTMAST code, the home
      *          department when left blank -- receipt flag and
      *          concept) on EXPCLAIM.DAT under a number drawn from
      *          series GAST of NUMCTRL.DAT, after the category's
      *          policy checks on EXPCAT.DAT: an active category, the
      *          per-diem cap (what the employee has claimed under
      *          the category for the same day, rejected claims
      *          aside, plus this claim may not pass it) and the
      *          receipt required above the category's threshold.
      *          A pending claim is approved or rejected by the
      *          employee's supervisor (HR-SUPERVISOR-ID), who keys
      *          their own employee number; an employee at the top
      *          of a line has the claim decided by RRHH. Keeps the
      *          category master (cap, receipt threshold, GL expense
      *          account prefix) and shows an employee's claims.
      *          Approved claims are reimbursed by REEMBOLSA-GASTOS.
      *          Updates are refused while the nightly chain holds
      *          the data set; each is logged to the shared OPSLOG
      *          with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-GASTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           COPY "GASTSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "NUMSERSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       COPY "GASTFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-CATEGORIA         PIC X(4).
       01  WS-CAP-DESCRIPCION       PIC X(20).
       01  WS-CAP-TOPE              PIC 9(5)V99.
       01  WS-CAP-UMBRAL            PIC 9(5)V99.
       01  WS-CAP-CUENTA            PIC X(3).
       01  WS-CAP-ACTIVO            PIC X.
       01  WS-CAP-IMPORTE           PIC 9(5)V99.
       01  WS-CAP-CENTRO            PIC X(4).
       01  WS-CAP-RECIBO            PIC X.
       01  WS-CAP-CONCEPTO          PIC X(20).
       01  WS-CAP-APROBADOR         PIC 9(6).
       01  WS-CAP-DECISION          PIC X.
       01  WS-CAP-FECHA             PIC 9(8).
       01  WS-CAP-FECHA-R REDEFINES WS-CAP-FECHA.
           05  WS-FECHA-ANO         PIC 9(4).
           05  WS-FECHA-MES         PIC 9(2).
           05  WS-FECHA-DIA         PIC 9(2).

       01  WS-EMP-APELLIDOS         PIC X(20).
       01  WS-EMP-NOMBRE            PIC X(15).
       01  WS-EMP-DEPT              PIC X(4).
       01  WS-EMP-SUPERVISOR        PIC 9(6).
       01  WS-ACUMULADO-DIA         PIC 9(7)V99.
       01  WS-ENCONTRADOS           PIC 9(5).
       01  WS-ESTADO-DESC           PIC X(12).

       01  WS-GASTO-LINEA.
           05  WS-GL-NUMERO         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GL-FECHA          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GL-CATEGORIA      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GL-CENTRO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GL-IMPORTE        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GL-RECIBO         PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GL-CONCEPTO       PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GL-ESTADO         PIC X(12).
       01  WS-CATEGORIA-LINEA.
           05  WS-CL-CODIGO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-DESCRIPCION    PIC X(20).
           05  FILLER               PIC X(6) VALUE " TOPE ".
           05  WS-CL-TOPE           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(8) VALUE " RECIBO ".
           05  WS-CL-UMBRAL         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(5) VALUE " CTA ".
           05  WS-CL-CUENTA         PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-ACTIVO         PIC X.

       01  WS-GASTO-EVENTO.
           05  FILLER               PIC X(6) VALUE "GASTO ".
           05  WS-GEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GEV-CLAVE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GEV-DATO          PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-GEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "GASTWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-GASTOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            MOVE "GAST" TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.
            PERFORM CARGA-DEPTMAST.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. REGISTRAR GASTO DE UN EMPLEADO"
                DISPLAY "2. APROBAR O RECHAZAR GASTO PENDIENTE"
                DISPLAY "3. CONSULTA DE GASTOS DE UN EMPLEADO"
                DISPLAY "4. ALTA O CAMBIO DE CATEGORIA DE GASTO"
                DISPLAY "5. CONSULTA DE CATEGORIAS"
                DISPLAY "6. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM REGISTRA-GASTO
                    WHEN 2
                        PERFORM DECIDE-GASTO
                    WHEN 3
                        PERFORM CONSULTA-GASTOS
                    WHEN 4
                        PERFORM MANTIENE-CATEGORIA
                    WHEN 5
                        PERFORM CONSULTA-CATEGORIAS
                    WHEN 6
                        SET WS-SALIR TO TRUE
                    WHEN OTHER
                        DISPLAY "OPCION INVALIDA"
                END-EVALUATE
            END-PERFORM.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

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

       REGISTRA-GASTO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-GASTO-2
            END-IF.

       REGISTRA-GASTO-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin registrar nada.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-CATEGORIAS-GASTO.
            PERFORM CARGA-GASTOS.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN HRMAST - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                DISPLAY WS-EMP-APELLIDOS " " WS-EMP-NOMBRE
                    " DEPTO " WS-EMP-DEPT
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-CATEGORIA
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-FECHA-GASTO
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-IMPORTE
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-CENTRO
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-TOPE-DIARIO
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-RECIBO
            END-IF.
            IF WS-VALIDO
                IF WS-GA-COUNT >= WS-GA-MAX
                    DISPLAY "TABLA DE GASTOS LLENA EN "
                        WS-GA-MAX " ENTRADAS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "CONCEPTO: " WITH NO ADVANCING
                ACCEPT WS-CAP-CONCEPTO
                PERFORM EMITE-NUMERO-SERIE
                ADD 1 TO WS-GA-COUNT
                MOVE WS-GA-COUNT TO WS-GA-IX
                MOVE WS-NUMSER-NEXT TO WS-GA-TBL-NUMERO (WS-GA-IX)
                MOVE WS-CAP-EMPLEADO TO WS-GA-TBL-EMPLEADO (WS-GA-IX)
                MOVE WS-CAP-CATEGORIA TO WS-GA-TBL-CATEGORIA (WS-GA-IX)
                MOVE WS-CAP-FECHA TO WS-GA-TBL-FECHA (WS-GA-IX)
                MOVE WS-CAP-IMPORTE TO WS-GA-TBL-IMPORTE (WS-GA-IX)
                MOVE WS-CAP-CENTRO TO WS-GA-TBL-CENTRO (WS-GA-IX)
                MOVE WS-CAP-RECIBO TO WS-GA-TBL-RECIBO (WS-GA-IX)
                MOVE WS-CAP-CONCEPTO TO WS-GA-TBL-CONCEPTO (WS-GA-IX)
                MOVE "P" TO WS-GA-TBL-ESTADO (WS-GA-IX)
                MOVE 0 TO WS-GA-TBL-APROBADOR (WS-GA-IX)
                MOVE WS-OPSLOG-DATE TO WS-GA-TBL-FECHA-EST (WS-GA-IX)
                MOVE WS-OPERADOR TO WS-GA-TBL-OPERADOR (WS-GA-IX)
                MOVE 0 TO WS-GA-TBL-FECHA-PAGO (WS-GA-IX)
                SET WS-GA-CAMBIADO TO TRUE
                PERFORM GRABA-GASTOS
                MOVE "ALTA" TO WS-GEV-ACCION
                MOVE WS-NUMSER-NEXT TO WS-GEV-CLAVE
                MOVE WS-CAP-EMPLEADO TO WS-GEV-DATO
                PERFORM REGISTRA-EVENTO-GASTO
                DISPLAY "GASTO " WS-NUMSER-NEXT " REGISTRADO - "
                    "PENDIENTE DE APROBACION"
                PERFORM MUESTRA-APROBADOR
            END-IF.

       CAPTURA-CATEGORIA.
            DISPLAY "CATEGORIA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-CATEGORIA.
            MOVE WS-CAP-CATEGORIA TO WS-EC-LOOKUP-CODIGO.
            PERFORM BUSCA-CATEGORIA-GASTO.
            IF WS-EC-IX = 0
                DISPLAY "CATEGORIA " WS-CAP-CATEGORIA
                    " NO ESTA EN EXPCAT - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-EC-TBL-ACTIVO (WS-EC-IX) NOT = "S"
                    DISPLAY "CATEGORIA " WS-CAP-CATEGORIA
                        " INACTIVA - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    DISPLAY "CATEGORIA: "
                        WS-EC-TBL-DESCRIPCION (WS-EC-IX)
                END-IF
            END-IF.

       CAPTURA-FECHA-GASTO.
      *    El gasto ya ocurrio: no se registra con fecha futura.
            DISPLAY "FECHA DEL GASTO (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-FECHA.
            EVALUATE TRUE
                WHEN WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
                        OR WS-FECHA-DIA < 1 OR WS-FECHA-DIA > 31
                    DISPLAY "FECHA INVALIDA - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-FECHA > WS-OPSLOG-DATE
                    DISPLAY "FECHA POSTERIOR A LA FECHA DE NEGOCIO - "
                        "SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.

       CAPTURA-IMPORTE.
            DISPLAY "IMPORTE (99999.99): " WITH NO ADVANCING.
            ACCEPT WS-CAP-IMPORTE.
            IF WS-CAP-IMPORTE = 0
                DISPLAY "IMPORTE EN CERO - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CAPTURA-CENTRO.
      *    En blanco se carga al departamento del empleado.
            DISPLAY "CENTRO DE COSTO (BLANCO = " WS-EMP-DEPT "): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CENTRO.
            ACCEPT WS-CAP-CENTRO.
            IF WS-CAP-CENTRO = SPACES
                MOVE WS-EMP-DEPT TO WS-CAP-CENTRO
            END-IF.
            MOVE WS-CAP-CENTRO TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            IF NOT WS-DEPTM-VALID
                DISPLAY "CENTRO " WS-CAP-CENTRO
                    " NO ESTA ACTIVO EN DEPTMAST - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       VERIFICA-TOPE-DIARIO.
      *    El tope es por empleado, categoria y dia: lo ya reclamado
      *    ese dia (salvo lo rechazado) mas este gasto no puede
      *    pasarlo. Tope cero es categoria sin tope.
            IF WS-EC-TBL-TOPE (WS-EC-IX) > 0
                MOVE WS-CAP-IMPORTE TO WS-ACUMULADO-DIA
                PERFORM VARYING WS-GA-I FROM 1 BY 1
                        UNTIL WS-GA-I > WS-GA-COUNT
                    IF WS-GA-TBL-EMPLEADO (WS-GA-I) = WS-CAP-EMPLEADO
                            AND WS-GA-TBL-CATEGORIA (WS-GA-I)
                                = WS-CAP-CATEGORIA
                            AND WS-GA-TBL-FECHA (WS-GA-I)
                                = WS-CAP-FECHA
                            AND WS-GA-TBL-ESTADO (WS-GA-I) NOT = "R"
                        ADD WS-GA-TBL-IMPORTE (WS-GA-I)
                            TO WS-ACUMULADO-DIA
                    END-IF
                END-PERFORM
                IF WS-ACUMULADO-DIA > WS-EC-TBL-TOPE (WS-EC-IX)
                    DISPLAY "EXCEDE EL TOPE DIARIO DE LA CATEGORIA ("
                        WS-EC-TBL-TOPE (WS-EC-IX) ") - RECLAMADO EL "
                        "DIA CON ESTE GASTO: " WS-ACUMULADO-DIA
                        " - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       VERIFICA-RECIBO.
            DISPLAY "CON COMPROBANTE (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CAP-RECIBO.
            IF WS-CAP-RECIBO NOT = "S"
                MOVE "N" TO WS-CAP-RECIBO
                IF WS-CAP-IMPORTE > WS-EC-TBL-UMBRAL (WS-EC-IX)
                    DISPLAY "COMPROBANTE OBLIGATORIO SOBRE "
                        WS-EC-TBL-UMBRAL (WS-EC-IX) " - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       MUESTRA-APROBADOR.
      *    El gasto lo aprueba el supervisor del empleado.
            IF WS-EMP-SUPERVISOR = 0
                DISPLAY "SIN SUPERVISOR ASIGNADO - APRUEBA RRHH"
            ELSE
                DISPLAY "APRUEBA SU SUPERVISOR: " WS-EMP-SUPERVISOR
            END-IF.

       DECIDE-GASTO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM DECIDE-GASTO-2
            END-IF.

       DECIDE-GASTO-2.
      *    Solo el supervisor del empleado decide su gasto, y nadie
      *    el propio; sin supervisor, la decision queda en RRHH con
      *    aprobador cero y el operador en el OPSLOG.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-GASTOS.
            DISPLAY "GASTO NUMERO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-GA-LOOKUP-NUMERO.
            PERFORM BUSCA-GASTO.
            IF WS-GA-IX = 0
                DISPLAY "GASTO " WS-CAP-NUMERO " NO EXISTE - SIN CAMBIO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-GA-TBL-ESTADO (WS-GA-IX) NOT = "P"
                    MOVE WS-GA-TBL-ESTADO (WS-GA-IX) TO WS-CAP-DECISION
                    PERFORM DESCRIBE-ESTADO
                    DISPLAY "GASTO " WS-CAP-NUMERO " YA "
                        WS-ESTADO-DESC " - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-GA-TBL-EMPLEADO (WS-GA-IX) TO WS-CAP-EMPLEADO
                PERFORM BUSCA-EMPLEADO
                MOVE WS-GA-IX TO WS-GA-I
                PERFORM MUESTRA-GASTO
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO " "
                    WS-EMP-APELLIDOS " " WS-EMP-NOMBRE
                PERFORM MUESTRA-APROBADOR
                IF WS-EMP-SUPERVISOR = 0
                    MOVE 0 TO WS-CAP-APROBADOR
                ELSE
                    DISPLAY "NUMERO DE EMPLEADO DEL APROBADOR: "
                        WITH NO ADVANCING
                    ACCEPT WS-CAP-APROBADOR
                    EVALUATE TRUE
                        WHEN WS-CAP-APROBADOR = WS-CAP-EMPLEADO
                            DISPLAY "NADIE APRUEBA SU PROPIO GASTO - "
                                "SIN CAMBIO"
                            MOVE "N" TO WS-VALIDO-SWITCH
                        WHEN WS-CAP-APROBADOR NOT = WS-EMP-SUPERVISOR
                            DISPLAY "EL APROBADOR NO ES EL SUPERVISOR "
                                "DEL EMPLEADO - SIN CAMBIO"
                            MOVE "N" TO WS-VALIDO-SWITCH
                    END-EVALUATE
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "DECISION (A=APROBAR R=RECHAZAR): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-DECISION
                IF WS-CAP-DECISION NOT = "A" AND NOT = "R"
                    DISPLAY "DECISION INVALIDA - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-DECISION TO WS-GA-TBL-ESTADO (WS-GA-IX)
                MOVE WS-CAP-APROBADOR TO WS-GA-TBL-APROBADOR (WS-GA-IX)
                MOVE WS-OPSLOG-DATE TO WS-GA-TBL-FECHA-EST (WS-GA-IX)
                SET WS-GA-CAMBIADO TO TRUE
                PERFORM GRABA-GASTOS
                IF WS-CAP-DECISION = "A"
                    MOVE "APRUEB" TO WS-GEV-ACCION
                ELSE
                    MOVE "RECHAZ" TO WS-GEV-ACCION
                END-IF
                MOVE WS-CAP-NUMERO TO WS-GEV-CLAVE
                MOVE WS-CAP-APROBADOR TO WS-GEV-DATO
                PERFORM REGISTRA-EVENTO-GASTO
                PERFORM DESCRIBE-ESTADO
                DISPLAY "GASTO " WS-CAP-NUMERO " " WS-ESTADO-DESC
            END-IF.

       CONSULTA-GASTOS.
            PERFORM CARGA-GASTOS.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF WS-HR-FOUND
                DISPLAY WS-EMP-APELLIDOS " " WS-EMP-NOMBRE
                    " DEPTO " WS-EMP-DEPT
            END-IF.
            MOVE 0 TO WS-ENCONTRADOS.
            PERFORM VARYING WS-GA-I FROM 1 BY 1
                    UNTIL WS-GA-I > WS-GA-COUNT
                IF WS-GA-TBL-EMPLEADO (WS-GA-I) = WS-CAP-EMPLEADO
                    ADD 1 TO WS-ENCONTRADOS
                    PERFORM MUESTRA-GASTO
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADOS = 0
                DISPLAY "SIN GASTOS REGISTRADOS PARA " WS-CAP-EMPLEADO
            END-IF.

       MUESTRA-GASTO.
            MOVE WS-GA-TBL-NUMERO (WS-GA-I) TO WS-GL-NUMERO.
            MOVE WS-GA-TBL-FECHA (WS-GA-I) TO WS-GL-FECHA.
            MOVE WS-GA-TBL-CATEGORIA (WS-GA-I) TO WS-GL-CATEGORIA.
            MOVE WS-GA-TBL-CENTRO (WS-GA-I) TO WS-GL-CENTRO.
            MOVE WS-GA-TBL-IMPORTE (WS-GA-I) TO WS-GL-IMPORTE.
            MOVE WS-GA-TBL-RECIBO (WS-GA-I) TO WS-GL-RECIBO.
            MOVE WS-GA-TBL-CONCEPTO (WS-GA-I) TO WS-GL-CONCEPTO.
            MOVE WS-GA-TBL-ESTADO (WS-GA-I) TO WS-CAP-DECISION.
            PERFORM DESCRIBE-ESTADO.
            MOVE WS-ESTADO-DESC TO WS-GL-ESTADO.
            DISPLAY WS-GASTO-LINEA.

       DESCRIBE-ESTADO.
            EVALUATE WS-CAP-DECISION
                WHEN "P"
                    MOVE "PENDIENTE" TO WS-ESTADO-DESC
                WHEN "A"
                    MOVE "APROBADO" TO WS-ESTADO-DESC
                WHEN "R"
                    MOVE "RECHAZADO" TO WS-ESTADO-DESC
                WHEN "X"
                    MOVE "REEMBOLSADO" TO WS-ESTADO-DESC
                WHEN OTHER
                    MOVE "?" TO WS-ESTADO-DESC
            END-EVALUATE.

       MANTIENE-CATEGORIA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM MANTIENE-CATEGORIA-2
            END-IF.

       MANTIENE-CATEGORIA-2.
      *    La cuenta de gasto es prefijo + centro de costo; el
      *    prefijo va obligatorio para que EXTRAE-GL tenga a que
      *    cuenta asentar el reembolso.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-CATEGORIAS-GASTO.
            DISPLAY "CODIGO DE CATEGORIA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-CATEGORIA.
            IF WS-CAP-CATEGORIA = SPACES
                DISPLAY "CODIGO EN BLANCO - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-CAP-CATEGORIA TO WS-EC-LOOKUP-CODIGO
                PERFORM BUSCA-CATEGORIA-GASTO
                IF WS-EC-IX = 0
                    DISPLAY "CATEGORIA NUEVA"
                    IF WS-EC-COUNT >= WS-EC-MAX
                        DISPLAY "TABLA DE CATEGORIAS LLENA EN "
                            WS-EC-MAX " ENTRADAS - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                ELSE
                    MOVE WS-EC-IX TO WS-EC-I
                    PERFORM MUESTRA-CATEGORIA
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "DESCRIPCION: " WITH NO ADVANCING
                ACCEPT WS-CAP-DESCRIPCION
                DISPLAY "TOPE DIARIO (99999.99, 0 = SIN TOPE): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-TOPE
                DISPLAY "COMPROBANTE OBLIGATORIO SOBRE (99999.99): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-UMBRAL
                DISPLAY "PREFIJO DE CUENTA DE GASTO (3 LETRAS): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-CUENTA
                DISPLAY "ACTIVA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-ACTIVO
                EVALUATE TRUE
                    WHEN WS-CAP-DESCRIPCION = SPACES
                        DISPLAY "DESCRIPCION EN BLANCO - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-CUENTA = SPACES
                        DISPLAY "PREFIJO DE CUENTA EN BLANCO - "
                            "SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-ACTIVO NOT = "S" AND NOT = "N"
                        DISPLAY "ACTIVA DEBE SER S O N - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                END-EVALUATE
            END-IF.
            IF WS-VALIDO
                IF WS-EC-IX = 0
                    ADD 1 TO WS-EC-COUNT
                    MOVE WS-EC-COUNT TO WS-EC-IX
                    MOVE WS-CAP-CATEGORIA TO WS-EC-TBL-CODIGO (WS-EC-IX)
                    MOVE "ALTA" TO WS-GEV-ACCION
                ELSE
                    MOVE "CAMBIO" TO WS-GEV-ACCION
                END-IF
                MOVE WS-CAP-DESCRIPCION
                    TO WS-EC-TBL-DESCRIPCION (WS-EC-IX)
                MOVE WS-CAP-TOPE TO WS-EC-TBL-TOPE (WS-EC-IX)
                MOVE WS-CAP-UMBRAL TO WS-EC-TBL-UMBRAL (WS-EC-IX)
                MOVE WS-CAP-CUENTA TO WS-EC-TBL-CUENTA (WS-EC-IX)
                MOVE WS-CAP-ACTIVO TO WS-EC-TBL-ACTIVO (WS-EC-IX)
                SET WS-EC-CAMBIADO TO TRUE
                PERFORM GRABA-CATEGORIAS-GASTO
                MOVE "CAT" TO WS-GEV-CLAVE
                MOVE WS-CAP-CATEGORIA TO WS-GEV-DATO
                PERFORM REGISTRA-EVENTO-GASTO
                DISPLAY "CATEGORIA " WS-CAP-CATEGORIA " GRABADA"
            END-IF.

       CONSULTA-CATEGORIAS.
            PERFORM CARGA-CATEGORIAS-GASTO.
            IF WS-EC-COUNT = 0
                DISPLAY "SIN CATEGORIAS EN EXPCAT.DAT"
            END-IF.
            PERFORM VARYING WS-EC-I FROM 1 BY 1
                    UNTIL WS-EC-I > WS-EC-COUNT
                PERFORM MUESTRA-CATEGORIA
            END-PERFORM.

       MUESTRA-CATEGORIA.
            MOVE WS-EC-TBL-CODIGO (WS-EC-I) TO WS-CL-CODIGO.
            MOVE WS-EC-TBL-DESCRIPCION (WS-EC-I) TO WS-CL-DESCRIPCION.
            MOVE WS-EC-TBL-TOPE (WS-EC-I) TO WS-CL-TOPE.
            MOVE WS-EC-TBL-UMBRAL (WS-EC-I) TO WS-CL-UMBRAL.
            MOVE WS-EC-TBL-CUENTA (WS-EC-I) TO WS-CL-CUENTA.
            MOVE WS-EC-TBL-ACTIVO (WS-EC-I) TO WS-CL-ACTIVO.
            DISPLAY WS-CATEGORIA-LINEA.

       BUSCA-EMPLEADO.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            MOVE SPACES TO WS-EMP-APELLIDOS WS-EMP-NOMBRE WS-EMP-DEPT.
            MOVE 0 TO WS-EMP-SUPERVISOR.
            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "BUSCA-EMPLEADO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-CAP-EMPLEADO TO HR-EMPLOYEE-ID.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    SET WS-HR-FOUND TO TRUE
                    MOVE HR-APELLIDOS TO WS-EMP-APELLIDOS
                    MOVE HR-NOMBRE TO WS-EMP-NOMBRE
                    MOVE HR-DEPT-CODE TO WS-EMP-DEPT
                    MOVE HR-SUPERVISOR-ID TO WS-EMP-SUPERVISOR
            END-READ.
            CLOSE HR-MASTER-FILE.

       REGISTRA-EVENTO-GASTO.
            MOVE WS-OPERADOR TO WS-GEV-OPERADOR.
            MOVE WS-GASTO-EVENTO TO WS-OPSLOG-EVENT.
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
            MOVE SPACES TO WS-OPERADOR.

       COPY "GASTWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-GASTOS.
