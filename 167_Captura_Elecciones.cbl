      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open enrollment election desk. While the window of
      *          PARM167.DAT is open (first and last day elections
      *          are taken, and the date the new plan year starts)
      *          an enrolled employee's choice of plan and coverage
      *          tier for that plan year is captured on ELECCION.DAT
      *          in place of the paper form. The employee must be
      *          covered (BENENROL.DAT status I or O); the plan must
      *          be offered at that tier (a BENRULES.DAT rule for
      *          the plan and tier); and the tier must fit the
      *          dependents on DEPENDTS.DAT -- pareja needs one,
      *          familiar two or more, individual may leave them
      *          out. An election can be re-keyed as often as needed
      *          until the window closes, the last one stands. The
      *          inquiry shows the coverage held and the election
      *          staged. Elections are confirmed, rolled over for
      *          those who made none and applied at the plan-year
      *          start by APLICA-ELECCIONES. Updates are refused
      *          while the nightly chain holds the data set; each is
      *          logged to the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-ELECCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           COPY "ELECSL.cpy".
           COPY "RECBSL.cpy".
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

       COPY "ELECFD.cpy".
       COPY "RECBFD.cpy".
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

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-PLAN              PIC X(4).
       01  WS-CAP-NIVEL             PIC X.
           88  WS-CAP-NIVEL-VALIDO  VALUE "S" "C" "F".

       01  WS-INS-NOMBRE            PIC X(20).
       01  WS-INS-ESTADO            PIC X.
       01  WS-INS-PLAN              PIC X(4).
       01  WS-INS-NIVEL             PIC X.
       01  WS-DEPENDIENTES          PIC 9(3).
       01  WS-NIVEL-DERIVADO        PIC X.
       01  WS-ESTADO-DESC           PIC X(12).

       01  WS-ELECCION-EVENTO.
           05  FILLER               PIC X(6) VALUE "ELECC ".
           05  WS-EEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EEV-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EEV-PLAN          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EEV-NIVEL         PIC X.
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-EEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ELECWS.cpy".
       COPY "RECBWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "CAPTURA-ELECCIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            PERFORM LEE-VENTANA-ELECCION.
            PERFORM MUESTRA-VENTANA.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. REGISTRAR ELECCION DE COBERTURA"
                DISPLAY "2. CONSULTA DE COBERTURA Y ELECCION"
                DISPLAY "3. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM REGISTRA-ELECCION
                    WHEN 2
                        PERFORM CONSULTA-ELECCION
                    WHEN 3
                        SET WS-SALIR TO TRUE
                    WHEN OTHER
                        DISPLAY "OPCION INVALIDA"
                END-EVALUATE
            END-PERFORM.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       MUESTRA-VENTANA.
            IF WS-EL-VENTANA-CONFIGURADA
                DISPLAY "ELECCIONES DEL ANO DE PLAN " WS-EL-ANO-PLAN
                    " - VENTANA " WS-EL-VENTANA-DESDE " A "
                    WS-EL-VENTANA-HASTA ", VIGENTES DESDE "
                    WS-EL-INICIO-PLAN
                IF NOT WS-EL-VENTANA-ABIERTA
                    DISPLAY "VENTANA DE ELECCION CERRADA - SOLO "
                        "CONSULTA"
                END-IF
            ELSE
                DISPLAY "SIN VENTANA DE ELECCION EN PARM167.DAT - "
                    "SOLO CONSULTA"
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

       REGISTRA-ELECCION.
            IF NOT WS-EL-VENTANA-ABIERTA
                DISPLAY "FUERA DE LA VENTANA DE ELECCION - SIN "
                    "REGISTRAR"
            ELSE
                PERFORM VERIFICA-CANDADO
                IF NOT WS-INTLK-OCUPADO
                    PERFORM REGISTRA-ELECCION-2
                END-IF
            END-IF.

       REGISTRA-ELECCION-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin registrar nada.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-INSCRITO.
            EVALUATE TRUE
                WHEN NOT WS-INSCRITO
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " NO ESTA EN BENENROL - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-INS-ESTADO NOT = "I" AND NOT = "O"
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " SIN COBERTURA VIGENTE (ESTADO "
                        WS-INS-ESTADO ") - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    PERFORM CUENTA-DEPENDIENTES
                    PERFORM MUESTRA-COBERTURA
            END-EVALUATE.
            IF WS-VALIDO
                PERFORM CAPTURA-PLAN
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-NIVEL
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-REGLA
            END-IF.
            IF WS-VALIDO
                PERFORM GUARDA-ELECCION
            END-IF.

       CAPTURA-PLAN.
            DISPLAY "PLAN ELEGIDO (BLANCO = " WS-RB-PLAN-BASE "): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-PLAN.
            ACCEPT WS-CAP-PLAN.
            IF WS-CAP-PLAN = SPACES
                MOVE WS-RB-PLAN-BASE TO WS-CAP-PLAN
            END-IF.

       CAPTURA-NIVEL.
      *    Pareja cubre al empleado y un dependiente; familiar a dos
      *    o mas. Individual siempre se puede elegir.
            DISPLAY "NIVEL (S INDIVIDUAL, C PAREJA, F FAMILIAR): "
                WITH NO ADVANCING.
            MOVE SPACE TO WS-CAP-NIVEL.
            ACCEPT WS-CAP-NIVEL.
            EVALUATE TRUE
                WHEN NOT WS-CAP-NIVEL-VALIDO
                    DISPLAY "NIVEL " WS-CAP-NIVEL
                        " INVALIDO - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-NIVEL = "C" AND WS-DEPENDIENTES < 1
                    DISPLAY "NIVEL PAREJA SIN DEPENDIENTES EN "
                        "DEPENDTS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-NIVEL = "F" AND WS-DEPENDIENTES < 2
                    DISPLAY "NIVEL FAMILIAR CON " WS-DEPENDIENTES
                        " DEPENDIENTE(S) EN DEPENDTS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.

       VERIFICA-REGLA.
      *    El plan se ofrece en ese nivel si tiene regla en
      *    BENRULES.DAT.
            PERFORM CARGA-REGLAS-BENEFICIO.
            MOVE WS-CAP-PLAN TO WS-RB-LOOKUP-PLAN.
            MOVE WS-CAP-NIVEL TO WS-RB-LOOKUP-NIVEL.
            PERFORM BUSCA-REGLA-BENEFICIO.
            IF WS-RB-IX = 0
                DISPLAY "PLAN " WS-CAP-PLAN " NO SE OFRECE EN NIVEL "
                    WS-CAP-NIVEL " - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       GUARDA-ELECCION.
      *    Una eleccion por empleado y ano de plan: volver a elegir
      *    dentro de la ventana reemplaza la anterior.
            PERFORM CARGA-ELECCIONES.
            MOVE WS-CAP-EMPLEADO TO WS-EL-LOOKUP-EMPLEADO.
            MOVE WS-EL-ANO-PLAN TO WS-EL-LOOKUP-ANO.
            PERFORM BUSCA-ELECCION.
            IF WS-EL-IX = 0
                IF WS-EL-COUNT >= WS-EL-MAX
                    DISPLAY "TABLA DE ELECCIONES LLENA EN "
                        WS-EL-MAX " ENTRADAS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    ADD 1 TO WS-EL-COUNT
                    MOVE WS-EL-COUNT TO WS-EL-IX
                    MOVE "ALTA" TO WS-EEV-ACCION
                END-IF
            ELSE
                IF WS-EL-TBL-ESTADO (WS-EL-IX) NOT = "P"
                    DISPLAY "ELECCION YA CONFIRMADA - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    MOVE "CAMBIO" TO WS-EEV-ACCION
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-EMPLEADO TO WS-EL-TBL-EMPLEADO (WS-EL-IX)
                MOVE WS-EL-ANO-PLAN TO WS-EL-TBL-ANO-PLAN (WS-EL-IX)
                MOVE WS-CAP-PLAN TO WS-EL-TBL-PLAN (WS-EL-IX)
                MOVE WS-CAP-NIVEL TO WS-EL-TBL-NIVEL (WS-EL-IX)
                MOVE WS-INS-PLAN TO WS-EL-TBL-PLAN-ANT (WS-EL-IX)
                MOVE WS-INS-NIVEL TO WS-EL-TBL-NIVEL-ANT (WS-EL-IX)
                MOVE "E" TO WS-EL-TBL-ORIGEN (WS-EL-IX)
                MOVE "P" TO WS-EL-TBL-ESTADO (WS-EL-IX)
                MOVE WS-OPSLOG-DATE TO WS-EL-TBL-FECHA-CAP (WS-EL-IX)
                MOVE WS-OPERADOR TO WS-EL-TBL-OPERADOR (WS-EL-IX)
                MOVE 0 TO WS-EL-TBL-FECHA-APL (WS-EL-IX)
                SET WS-EL-CAMBIADO TO TRUE
                PERFORM GRABA-ELECCIONES
                MOVE WS-CAP-EMPLEADO TO WS-EEV-EMPLEADO
                MOVE WS-CAP-PLAN TO WS-EEV-PLAN
                MOVE WS-CAP-NIVEL TO WS-EEV-NIVEL
                PERFORM REGISTRA-EVENTO-ELECCION
                DISPLAY "ELECCION REGISTRADA: PLAN " WS-CAP-PLAN
                    " NIVEL " WS-CAP-NIVEL " DESDE " WS-EL-INICIO-PLAN
            END-IF.

       CONSULTA-ELECCION.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-INSCRITO.
            IF NOT WS-INSCRITO
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN BENENROL"
            ELSE
                PERFORM CUENTA-DEPENDIENTES
                PERFORM MUESTRA-COBERTURA
                IF WS-EL-VENTANA-CONFIGURADA
                    PERFORM CARGA-ELECCIONES
                    MOVE WS-CAP-EMPLEADO TO WS-EL-LOOKUP-EMPLEADO
                    MOVE WS-EL-ANO-PLAN TO WS-EL-LOOKUP-ANO
                    PERFORM BUSCA-ELECCION
                    IF WS-EL-IX = 0
                        DISPLAY "SIN ELECCION PARA EL ANO DE PLAN "
                            WS-EL-ANO-PLAN
                    ELSE
                        PERFORM DESCRIBE-ESTADO
                        DISPLAY "ELECCION ANO " WS-EL-ANO-PLAN
                            ": PLAN " WS-EL-TBL-PLAN (WS-EL-IX)
                            " NIVEL " WS-EL-TBL-NIVEL (WS-EL-IX)
                            " - " WS-ESTADO-DESC
                    END-IF
                END-IF
            END-IF.

       MUESTRA-COBERTURA.
      *    Plan en blanco es BASE; nivel en blanco sale de los
      *    dependientes igual que en FACTURA-PRIMAS.
            EVALUATE TRUE
                WHEN WS-DEPENDIENTES = 0
                    MOVE "S" TO WS-NIVEL-DERIVADO
                WHEN WS-DEPENDIENTES = 1
                    MOVE "C" TO WS-NIVEL-DERIVADO
                WHEN OTHER
                    MOVE "F" TO WS-NIVEL-DERIVADO
            END-EVALUATE.
            IF WS-INS-PLAN = SPACES
                DISPLAY WS-INS-NOMBRE " PLAN ACTUAL " WS-RB-PLAN-BASE
                    WITH NO ADVANCING
            ELSE
                DISPLAY WS-INS-NOMBRE " PLAN ACTUAL " WS-INS-PLAN
                    WITH NO ADVANCING
            END-IF.
            IF WS-INS-NIVEL = SPACE
                DISPLAY " NIVEL " WS-NIVEL-DERIVADO
                    " (POR DEPENDIENTES) - DEPENDIENTES: "
                    WS-DEPENDIENTES
            ELSE
                DISPLAY " NIVEL " WS-INS-NIVEL
                    " - DEPENDIENTES: " WS-DEPENDIENTES
            END-IF.

       DESCRIBE-ESTADO.
            EVALUATE WS-EL-TBL-ESTADO (WS-EL-IX)
                WHEN "P"
                    MOVE "CAPTURADA" TO WS-ESTADO-DESC
                WHEN "C"
                    MOVE "CONFIRMADA" TO WS-ESTADO-DESC
                WHEN "A"
                    MOVE "APLICADA" TO WS-ESTADO-DESC
                WHEN OTHER
                    MOVE "?" TO WS-ESTADO-DESC
            END-EVALUATE.
            IF WS-EL-TBL-ORIGEN (WS-EL-IX) = "D"
                MOVE "POR DEFECTO" TO WS-ESTADO-DESC
            END-IF.

       BUSCA-INSCRITO.
            MOVE "N" TO WS-INSCRITO-SWITCH.
            MOVE SPACES TO WS-INS-NOMBRE WS-INS-ESTADO.
            MOVE SPACES TO WS-INS-PLAN WS-INS-NIVEL.
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
                                MOVE BE-STATUS TO WS-INS-ESTADO
                                MOVE BE-PLAN TO WS-INS-PLAN
                                MOVE BE-NIVEL TO WS-INS-NIVEL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENROLLMENT-FILE
            ELSE
                DISPLAY "BENENROL.DAT AUSENTE - SIN INSCRITOS"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CUENTA-DEPENDIENTES.
            MOVE 0 TO WS-DEPENDIENTES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DEPENDENT-FILE.
            IF WS-DEP-OK
                PERFORM UNTIL WS-EOF
                    READ DEPENDENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF DP-APP-ID = WS-CAP-EMPLEADO
                                ADD 1 TO WS-DEPENDIENTES
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPENDENT-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-ELECCION.
            MOVE WS-OPERADOR TO WS-EEV-OPERADOR.
            MOVE WS-ELECCION-EVENTO TO WS-OPSLOG-EVENT.
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

       COPY "ELECWR.cpy".
       COPY "RECBWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM CAPTURA-ELECCIONES.
