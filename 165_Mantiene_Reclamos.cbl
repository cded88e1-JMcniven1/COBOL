      ******************************************************************
      * Author:
      * Date:
      * Purpose: Medical benefit claims desk. Captures a claim for a
      *          member of an enrolled employee's coverage -- the
      *          employee, or a dependent named as on DEPENDTS.DAT --
      *          with the service date, category and amount claimed,
      *          on MEDCLAIM.DAT under a number drawn from series
      *          RECB of NUMCTRL.DAT. The employee must be enrolled
      *          (BENENROL.DAT status I or O, or K on continuation
      *          coverage after termination), the service may not
      *          be dated before the enrollment nor after the
      *          business date, and a claim repeating one already on
      *          file for the same member, day, category and amount
      *          is refused as a duplicate. A pending claim can be
      *          withdrawn (rejected with the reason keyed); the
      *          inquiry shows an employee's claims with what the
      *          plan paid and the deductible and benefit
      *          accumulators of each member per plan year. Claims
      *          are adjudicated and paid by ADJUDICA-RECLAMOS.
      *          Updates are refused while the nightly chain holds
      *          the data set; each is logged to the shared OPSLOG
      *          with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-RECLAMOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           COPY "RECBSL.cpy".
           COPY "NUMSERSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que graba Condicional_IF_AND.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BE-APP-ID            PIC 9(6).
           05  BE-DEPTO             PIC X(4).
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

      *    Mismo layout que mantiene MANTIENE-DEPENDIENTES.
       FD  DEPENDENT-FILE.
       01  DEPENDENT-RECORD.
           05  DP-APP-ID            PIC 9(6).
           05  DP-NOMBRE            PIC X(20).
           05  DP-FECHA-NAC         PIC 9(8).
           05  DP-PARENTESCO        PIC X.

       COPY "RECBFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-DEP-STATUS            PIC XX.
           88  WS-DEP-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-INSCRITO-SWITCH       PIC X.
           88  WS-INSCRITO          VALUE "Y".
       01  WS-DEPENDIENTE-SWITCH    PIC X.
           88  WS-DEPENDIENTE       VALUE "Y".

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-MIEMBRO           PIC X(20).
       01  WS-CAP-IMPORTE           PIC 9(7)V99.
       01  WS-CAP-MOTIVO            PIC X(20).
       01  WS-CAP-FECHA             PIC 9(8).
       01  WS-CAP-FECHA-R REDEFINES WS-CAP-FECHA.
           05  WS-FECHA-ANO         PIC 9(4).
           05  WS-FECHA-MES         PIC 9(2).
           05  WS-FECHA-DIA         PIC 9(2).

       01  WS-INS-NOMBRE            PIC X(20).
       01  WS-INS-FECHA-ALTA        PIC 9(8).
       01  WS-INS-ESTADO            PIC X.
       01  WS-ENCONTRADOS           PIC 9(5).
       01  WS-ESTADO-CODIGO         PIC X.
       01  WS-ESTADO-DESC           PIC X(12).

       01  WS-RECLAMO-LINEA.
           05  WS-RL-NUMERO         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-FECHA          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-MIEMBRO        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-CATEGORIA      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-RECLAMADO      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-PAGA           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-ESTADO         PIC X(12).
       01  WS-ACUMULADO-LINEA.
           05  FILLER               PIC X(4) VALUE "    ".
           05  WS-AL-MIEMBRO        PIC X(20).
           05  FILLER               PIC X(6) VALUE " PLAN ".
           05  WS-AL-PLAN           PIC X(4).
           05  FILLER               PIC X(5) VALUE " ANO ".
           05  WS-AL-ANO            PIC 9(4).
           05  FILLER               PIC X(12) VALUE " DEDUCIBLE ".
           05  WS-AL-DEDUCIBLE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(8) VALUE " PAGADO ".
           05  WS-AL-PAGADO         PIC Z,ZZZ,ZZ9.99.

       01  WS-RECLAMO-EVENTO.
           05  FILLER               PIC X(7) VALUE "RECLAM ".
           05  WS-REV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-CLAVE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-DATO          PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-REV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RECBWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-RECLAMOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            MOVE "RECB" TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. REGISTRAR RECLAMO MEDICO"
                DISPLAY "2. RETIRAR RECLAMO PENDIENTE"
                DISPLAY "3. CONSULTA DE RECLAMOS DE UN EMPLEADO"
                DISPLAY "4. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM REGISTRA-RECLAMO
                    WHEN 2
                        PERFORM RETIRA-RECLAMO
                    WHEN 3
                        PERFORM CONSULTA-RECLAMOS
                    WHEN 4
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

       REGISTRA-RECLAMO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-RECLAMO-2
            END-IF.

       REGISTRA-RECLAMO-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin registrar nada.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-RECLAMOS-BENEFICIO.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-INSCRITO.
            EVALUATE TRUE
                WHEN NOT WS-INSCRITO
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " NO ESTA EN BENENROL - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-INS-ESTADO NOT = "I" AND NOT = "O"
                        AND NOT = "K"
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " SIN COBERTURA VIGENTE (ESTADO "
                        WS-INS-ESTADO ") - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    DISPLAY WS-INS-NOMBRE " INSCRITO DESDE "
                        WS-INS-FECHA-ALTA
            END-EVALUATE.
            IF WS-VALIDO
                PERFORM CAPTURA-MIEMBRO
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-CATEGORIA
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-FECHA-SERVICIO
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-IMPORTE
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-DUPLICADO
            END-IF.
            IF WS-VALIDO
                IF WS-CB-COUNT >= WS-CB-MAX
                    DISPLAY "TABLA DE RECLAMOS LLENA EN "
                        WS-CB-MAX " ENTRADAS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM EMITE-NUMERO-SERIE
                ADD 1 TO WS-CB-COUNT
                MOVE WS-CB-COUNT TO WS-CB-IX
                MOVE WS-NUMSER-NEXT TO WS-CB-TBL-NUMERO (WS-CB-IX)
                MOVE WS-CAP-EMPLEADO TO WS-CB-TBL-EMPLEADO (WS-CB-IX)
                MOVE WS-CAP-MIEMBRO TO WS-CB-TBL-MIEMBRO (WS-CB-IX)
                MOVE WS-CAP-FECHA TO WS-CB-TBL-FECHA-SERV (WS-CB-IX)
                MOVE WS-RB-CATEGORIA TO WS-CB-TBL-CATEGORIA (WS-CB-IX)
                MOVE WS-CAP-IMPORTE TO WS-CB-TBL-RECLAMADO (WS-CB-IX)
                MOVE "P" TO WS-CB-TBL-ESTADO (WS-CB-IX)
                MOVE SPACES TO WS-CB-TBL-PLAN (WS-CB-IX)
                MOVE SPACE TO WS-CB-TBL-NIVEL (WS-CB-IX)
                MOVE 0 TO WS-CB-TBL-ANO-PLAN (WS-CB-IX)
                MOVE 0 TO WS-CB-TBL-DEDUCIBLE (WS-CB-IX)
                MOVE 0 TO WS-CB-TBL-COASEGURO (WS-CB-IX)
                MOVE 0 TO WS-CB-TBL-EXCESO (WS-CB-IX)
                MOVE 0 TO WS-CB-TBL-PAGA-PLAN (WS-CB-IX)
                MOVE SPACES TO WS-CB-TBL-MOTIVO (WS-CB-IX)
                MOVE WS-OPSLOG-DATE TO WS-CB-TBL-FECHA-EST (WS-CB-IX)
                MOVE WS-OPERADOR TO WS-CB-TBL-OPERADOR (WS-CB-IX)
                MOVE 0 TO WS-CB-TBL-FECHA-PAGO (WS-CB-IX)
                SET WS-CB-CAMBIADO TO TRUE
                PERFORM GRABA-RECLAMOS-BENEFICIO
                MOVE "ALTA" TO WS-REV-ACCION
                MOVE WS-NUMSER-NEXT TO WS-REV-CLAVE
                MOVE WS-CAP-EMPLEADO TO WS-REV-DATO
                PERFORM REGISTRA-EVENTO-RECLAMO
                DISPLAY "RECLAMO " WS-NUMSER-NEXT " REGISTRADO - "
                    "PENDIENTE DE ADJUDICACION"
            END-IF.

       CAPTURA-MIEMBRO.
      *    En blanco el paciente es el propio empleado; si no, el
      *    nombre debe ser el de uno de sus dependientes tal como
      *    esta en DEPENDTS.DAT.
            DISPLAY "PACIENTE (BLANCO = EL EMPLEADO, O NOMBRE DEL "
                "DEPENDIENTE): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-MIEMBRO.
            ACCEPT WS-CAP-MIEMBRO.
            IF WS-CAP-MIEMBRO NOT = SPACES
                PERFORM BUSCA-DEPENDIENTE
                IF NOT WS-DEPENDIENTE
                    DISPLAY WS-CAP-MIEMBRO " NO ES DEPENDIENTE DE "
                        WS-CAP-EMPLEADO " EN DEPENDTS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CAPTURA-CATEGORIA.
            DISPLAY "CATEGORIA (CONS ESPE HOSP FARM LABO DENT OPTI): "
                WITH NO ADVANCING.
            ACCEPT WS-RB-CATEGORIA.
            IF NOT WS-RB-CATEGORIA-VALIDA
                DISPLAY "CATEGORIA " WS-RB-CATEGORIA
                    " INVALIDA - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CAPTURA-FECHA-SERVICIO.
      *    El servicio ya ocurrio y con la cobertura en vigor.
            DISPLAY "FECHA DEL SERVICIO (AAAAMMDD): "
                WITH NO ADVANCING.
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
                WHEN WS-CAP-FECHA < WS-INS-FECHA-ALTA
                    DISPLAY "SERVICIO ANTERIOR AL ALTA EN BENEFICIOS ("
                        WS-INS-FECHA-ALTA ") - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.

       CAPTURA-IMPORTE.
            DISPLAY "IMPORTE RECLAMADO (9999999.99): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-IMPORTE.
            IF WS-CAP-IMPORTE = 0
                DISPLAY "IMPORTE EN CERO - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       VERIFICA-DUPLICADO.
      *    El mismo paciente, dia, categoria e importe ya reclamado
      *    (salvo lo rechazado) es la misma factura presentada dos
      *    veces.
            PERFORM VARYING WS-CB-I FROM 1 BY 1
                    UNTIL WS-CB-I > WS-CB-COUNT
                    OR NOT WS-VALIDO
                IF WS-CB-TBL-EMPLEADO (WS-CB-I) = WS-CAP-EMPLEADO
                        AND WS-CB-TBL-MIEMBRO (WS-CB-I)
                            = WS-CAP-MIEMBRO
                        AND WS-CB-TBL-FECHA-SERV (WS-CB-I)
                            = WS-CAP-FECHA
                        AND WS-CB-TBL-CATEGORIA (WS-CB-I)
                            = WS-RB-CATEGORIA
                        AND WS-CB-TBL-RECLAMADO (WS-CB-I)
                            = WS-CAP-IMPORTE
                        AND WS-CB-TBL-ESTADO (WS-CB-I) NOT = "R"
                    DISPLAY "DUPLICADO DEL RECLAMO "
                        WS-CB-TBL-NUMERO (WS-CB-I) " - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-PERFORM.

       RETIRA-RECLAMO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM RETIRA-RECLAMO-2
            END-IF.

       RETIRA-RECLAMO-2.
      *    Solo un reclamo aun pendiente se retira; uno ya
      *    adjudicado movio los acumulados del miembro.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-RECLAMOS-BENEFICIO.
            DISPLAY "RECLAMO NUMERO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-CB-LOOKUP-NUMERO.
            PERFORM BUSCA-RECLAMO-BENEFICIO.
            IF WS-CB-IX = 0
                DISPLAY "RECLAMO " WS-CAP-NUMERO
                    " NO EXISTE - SIN CAMBIO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-CB-TBL-ESTADO (WS-CB-IX) NOT = "P"
                    MOVE WS-CB-TBL-ESTADO (WS-CB-IX)
                        TO WS-ESTADO-CODIGO
                    PERFORM DESCRIBE-ESTADO
                    DISPLAY "RECLAMO " WS-CAP-NUMERO " YA "
                        WS-ESTADO-DESC " - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CB-IX TO WS-CB-I
                PERFORM MUESTRA-RECLAMO
                DISPLAY "MOTIVO DEL RETIRO: " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-MOTIVO
                ACCEPT WS-CAP-MOTIVO
                IF WS-CAP-MOTIVO = SPACES
                    DISPLAY "MOTIVO EN BLANCO - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE "R" TO WS-CB-TBL-ESTADO (WS-CB-IX)
                MOVE WS-CAP-MOTIVO TO WS-CB-TBL-MOTIVO (WS-CB-IX)
                MOVE WS-OPSLOG-DATE TO WS-CB-TBL-FECHA-EST (WS-CB-IX)
                SET WS-CB-CAMBIADO TO TRUE
                PERFORM GRABA-RECLAMOS-BENEFICIO
                MOVE "RETIRA" TO WS-REV-ACCION
                MOVE WS-CAP-NUMERO TO WS-REV-CLAVE
                MOVE WS-CB-TBL-EMPLEADO (WS-CB-IX) TO WS-REV-DATO
                PERFORM REGISTRA-EVENTO-RECLAMO
                DISPLAY "RECLAMO " WS-CAP-NUMERO " RETIRADO"
            END-IF.

       CONSULTA-RECLAMOS.
            PERFORM CARGA-RECLAMOS-BENEFICIO.
            PERFORM CARGA-ACUMULADOS-BENEFICIO.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-INSCRITO.
            IF WS-INSCRITO
                DISPLAY WS-INS-NOMBRE " ESTADO " WS-INS-ESTADO
                    " INSCRITO DESDE " WS-INS-FECHA-ALTA
            END-IF.
            MOVE 0 TO WS-ENCONTRADOS.
            PERFORM VARYING WS-CB-I FROM 1 BY 1
                    UNTIL WS-CB-I > WS-CB-COUNT
                IF WS-CB-TBL-EMPLEADO (WS-CB-I) = WS-CAP-EMPLEADO
                    ADD 1 TO WS-ENCONTRADOS
                    PERFORM MUESTRA-RECLAMO
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADOS = 0
                DISPLAY "SIN RECLAMOS REGISTRADOS PARA "
                    WS-CAP-EMPLEADO
            END-IF.
            MOVE 0 TO WS-ENCONTRADOS.
            PERFORM VARYING WS-AB-I FROM 1 BY 1
                    UNTIL WS-AB-I > WS-AB-COUNT
                IF WS-AB-TBL-EMPLEADO (WS-AB-I) = WS-CAP-EMPLEADO
                    IF WS-ENCONTRADOS = 0
                        DISPLAY "ACUMULADOS POR PACIENTE Y ANO DE PLAN:"
                    END-IF
                    ADD 1 TO WS-ENCONTRADOS
                    PERFORM MUESTRA-ACUMULADO
                END-IF
            END-PERFORM.

       MUESTRA-RECLAMO.
            MOVE WS-CB-TBL-NUMERO (WS-CB-I) TO WS-RL-NUMERO.
            MOVE WS-CB-TBL-FECHA-SERV (WS-CB-I) TO WS-RL-FECHA.
            IF WS-CB-TBL-MIEMBRO (WS-CB-I) = SPACES
                MOVE "(EMPLEADO)" TO WS-RL-MIEMBRO
            ELSE
                MOVE WS-CB-TBL-MIEMBRO (WS-CB-I) TO WS-RL-MIEMBRO
            END-IF.
            MOVE WS-CB-TBL-CATEGORIA (WS-CB-I) TO WS-RL-CATEGORIA.
            MOVE WS-CB-TBL-RECLAMADO (WS-CB-I) TO WS-RL-RECLAMADO.
            MOVE WS-CB-TBL-PAGA-PLAN (WS-CB-I) TO WS-RL-PAGA.
            MOVE WS-CB-TBL-ESTADO (WS-CB-I) TO WS-ESTADO-CODIGO.
            PERFORM DESCRIBE-ESTADO.
            MOVE WS-ESTADO-DESC TO WS-RL-ESTADO.
            DISPLAY WS-RECLAMO-LINEA.
            IF WS-CB-TBL-ESTADO (WS-CB-I) = "R"
                DISPLAY "       MOTIVO: " WS-CB-TBL-MOTIVO (WS-CB-I)
            END-IF.

       MUESTRA-ACUMULADO.
            IF WS-AB-TBL-MIEMBRO (WS-AB-I) = SPACES
                MOVE "(EMPLEADO)" TO WS-AL-MIEMBRO
            ELSE
                MOVE WS-AB-TBL-MIEMBRO (WS-AB-I) TO WS-AL-MIEMBRO
            END-IF.
            MOVE WS-AB-TBL-PLAN (WS-AB-I) TO WS-AL-PLAN.
            MOVE WS-AB-TBL-ANO-PLAN (WS-AB-I) TO WS-AL-ANO.
            MOVE WS-AB-TBL-DEDUCIBLE (WS-AB-I) TO WS-AL-DEDUCIBLE.
            MOVE WS-AB-TBL-PAGADO (WS-AB-I) TO WS-AL-PAGADO.
            DISPLAY WS-ACUMULADO-LINEA.

       DESCRIBE-ESTADO.
            EVALUATE WS-ESTADO-CODIGO
                WHEN "P"
                    MOVE "PENDIENTE" TO WS-ESTADO-DESC
                WHEN "A"
                    MOVE "APROBADO" TO WS-ESTADO-DESC
                WHEN "C"
                    MOVE "SIN PAGO" TO WS-ESTADO-DESC
                WHEN "R"
                    MOVE "RECHAZADO" TO WS-ESTADO-DESC
                WHEN "X"
                    MOVE "REEMBOLSADO" TO WS-ESTADO-DESC
                WHEN OTHER
                    MOVE "?" TO WS-ESTADO-DESC
            END-EVALUATE.

       BUSCA-INSCRITO.
            MOVE "N" TO WS-INSCRITO-SWITCH.
            MOVE SPACES TO WS-INS-NOMBRE WS-INS-ESTADO.
            MOVE 0 TO WS-INS-FECHA-ALTA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-FILE.
            IF WS-ENR-OK
                PERFORM UNTIL WS-EOF OR WS-INSCRITO
                    READ ENROLLMENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF BE-APP-ID = WS-CAP-EMPLEADO
                                SET WS-INSCRITO TO TRUE
                                MOVE BE-NOMBRE TO WS-INS-NOMBRE
                                MOVE BE-FECHA-ALTA
                                    TO WS-INS-FECHA-ALTA
                                MOVE BE-STATUS TO WS-INS-ESTADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENROLLMENT-FILE
            ELSE
                DISPLAY "BENENROL.DAT AUSENTE - SIN INSCRITOS"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       BUSCA-DEPENDIENTE.
            MOVE "N" TO WS-DEPENDIENTE-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DEPENDENT-FILE.
            IF WS-DEP-OK
                PERFORM UNTIL WS-EOF OR WS-DEPENDIENTE
                    READ DEPENDENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF DP-APP-ID = WS-CAP-EMPLEADO
                                    AND DP-NOMBRE = WS-CAP-MIEMBRO
                                SET WS-DEPENDIENTE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPENDENT-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-RECLAMO.
            MOVE WS-OPERADOR TO WS-REV-OPERADOR.
            MOVE WS-RECLAMO-EVENTO TO WS-OPSLOG-EVENT.
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

       COPY "RECBWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-RECLAMOS.
