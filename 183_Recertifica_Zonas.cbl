      ******************************************************************
      * Author:
      * Date:
      * Purpose: Security desk capture of the department heads'
      *          answers to the quarterly zone-access recertification
      *          (RECERZON.DAT, opened by ABRE-RECERTIFICACION). For
      *          a campaign and a head, walks the head's grants still
      *          open -- pending, or already suspended at the
      *          deadline -- and records CERTIFICA or QUITA for each
      *          with the date and the operator id; a head of zero is
      *          the SIN TITULAR list security answers itself. The
      *          nightly APLICA-RECERTIF takes the answers to
      *          BADGZONE.DAT: a QUITA removes the grant, a late
      *          CERTIFICA gives back a grant it suspended. The
      *          inquiry shows a head's progress on a campaign and
      *          what is still pending. Updates are refused while the
      *          nightly chain holds the data set; each answer is
      *          logged to the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICA-ZONAS.

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
           COPY "RCRTSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       COPY "RCRTFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-FIN-SWITCH            PIC X VALUE "N".
           88  WS-FIN               VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".

       01  WS-CAP-CAMPANA           PIC 9(5).
       01  WS-CAP-CAMPANA-R REDEFINES WS-CAP-CAMPANA.
           05  WS-CAP-ANO           PIC 9(4).
           05  WS-CAP-TRIMESTRE     PIC 9.
       01  WS-CAP-JEFE              PIC 9(6).
       01  WS-CAP-RESPUESTA         PIC X.
       01  WS-BUSCA-ID              PIC 9(6).
       01  WS-EMP-APELLIDOS         PIC X(20).
       01  WS-ESTADO-TEXTO          PIC X(11).

       01  WS-CNT-FILAS             PIC 9(5).
       01  WS-CNT-PENDIENTES        PIC 9(5).
       01  WS-CNT-CERTIFICADAS      PIC 9(5).
       01  WS-CNT-QUITADAS          PIC 9(5).
       01  WS-CNT-SUSPENDIDAS       PIC 9(5).
       01  WS-CNT-RESPONDIDAS       PIC 9(5).

       01  WS-RECERT-EVENTO.
           05  FILLER               PIC X(7) VALUE "RECERT ".
           05  WS-REV-RESPUESTA     PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-ZONA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-CAMPANA       PIC 9(5).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-REV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RCRTWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "RECERTIFICA-ZONAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. REGISTRAR RESPUESTAS DE UN JEFE"
                DISPLAY "2. CONSULTA DE AVANCE DE UN JEFE"
                DISPLAY "3. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM REGISTRA-RESPUESTAS
                    WHEN 2
                        PERFORM CONSULTA-AVANCE
                    WHEN 3
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

       REGISTRA-RESPUESTAS.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-RESPUESTAS-2
            END-IF.

       REGISTRA-RESPUESTAS-2.
            PERFORM CARGA-RECERTIFICACION.
            PERFORM CAPTURA-CAMPANA-JEFE.
            IF WS-VALIDO
                DISPLAY "C = CERTIFICA   Q = QUITA   EN BLANCO = "
                    "SIGUIENTE   F = FIN"
                MOVE "N" TO WS-FIN-SWITCH
                MOVE 0 TO WS-CNT-RESPONDIDAS
                PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                        UNTIL WS-RCRT-I > WS-RCRT-COUNT
                        OR WS-FIN
                    IF WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                            = WS-CAP-CAMPANA
                            AND WS-RCRT-TBL-JEFE (WS-RCRT-I)
                                = WS-CAP-JEFE
                            AND (WS-RCRT-PENDIENTE (WS-RCRT-I)
                                OR WS-RCRT-SUSPENDIDO (WS-RCRT-I))
                        PERFORM PREGUNTA-DERECHO
                    END-IF
                END-PERFORM
                PERFORM GRABA-RECERTIFICACION
                DISPLAY "RESPUESTAS REGISTRADAS: " WS-CNT-RESPONDIDAS
                IF WS-CNT-RESPONDIDAS > 0
                    DISPLAY "SE APLICAN A LAS ZONAS EN LA CORRIDA "
                        "NOCTURNA"
                END-IF
            END-IF.

       PREGUNTA-DERECHO.
            PERFORM MUESTRA-DERECHO.
            DISPLAY "  RESPUESTA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-RESPUESTA.
            MOVE FUNCTION UPPER-CASE (WS-CAP-RESPUESTA)
                TO WS-CAP-RESPUESTA.
            EVALUATE WS-CAP-RESPUESTA
                WHEN "C"
                WHEN "Q"
                    MOVE WS-CAP-RESPUESTA
                        TO WS-RCRT-TBL-ESTADO (WS-RCRT-I)
                    MOVE WS-OPSLOG-DATE
                        TO WS-RCRT-TBL-FECHA-RESP (WS-RCRT-I)
                    MOVE WS-OPERADOR
                        TO WS-RCRT-TBL-OPERADOR (WS-RCRT-I)
                    SET WS-RCRT-CAMBIADO TO TRUE
                    ADD 1 TO WS-CNT-RESPONDIDAS
                    MOVE WS-CAP-RESPUESTA TO WS-REV-RESPUESTA
                    MOVE WS-RCRT-TBL-BADGE (WS-RCRT-I) TO WS-REV-BADGE
                    MOVE WS-RCRT-TBL-ZONA (WS-RCRT-I) TO WS-REV-ZONA
                    MOVE WS-CAP-CAMPANA TO WS-REV-CAMPANA
                    MOVE WS-OPERADOR TO WS-REV-OPERADOR
                    MOVE WS-RECERT-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                WHEN "F"
                    SET WS-FIN TO TRUE
                WHEN SPACE
                    CONTINUE
                WHEN OTHER
                    DISPLAY "  RESPUESTA INVALIDA - QUEDA COMO ESTABA"
            END-EVALUATE.

       MUESTRA-DERECHO.
            IF WS-RCRT-TBL-EMP (WS-RCRT-I) = 0
                MOVE "** SIN TITULAR **" TO WS-EMP-APELLIDOS
            ELSE
                MOVE WS-RCRT-TBL-EMP (WS-RCRT-I) TO WS-BUSCA-ID
                PERFORM BUSCA-EMPLEADO
            END-IF.
            EVALUATE TRUE
                WHEN WS-RCRT-PENDIENTE (WS-RCRT-I)
                    MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
                WHEN WS-RCRT-CERTIFICADO (WS-RCRT-I)
                    MOVE "CERTIFICADO" TO WS-ESTADO-TEXTO
                WHEN WS-RCRT-QUITAR (WS-RCRT-I)
                    MOVE "QUITADO" TO WS-ESTADO-TEXTO
                WHEN OTHER
                    MOVE "SUSPENDIDO" TO WS-ESTADO-TEXTO
            END-EVALUATE.
            DISPLAY "BADGE " WS-RCRT-TBL-BADGE (WS-RCRT-I)
                " ZONA " WS-RCRT-TBL-ZONA (WS-RCRT-I)
                " EMPLEADO " WS-RCRT-TBL-EMP (WS-RCRT-I)
                " " WS-EMP-APELLIDOS " " WS-ESTADO-TEXTO.

       CONSULTA-AVANCE.
            PERFORM CARGA-RECERTIFICACION.
            PERFORM CAPTURA-CAMPANA-JEFE.
            IF WS-VALIDO
                MOVE 0 TO WS-CNT-FILAS WS-CNT-PENDIENTES
                MOVE 0 TO WS-CNT-CERTIFICADAS WS-CNT-QUITADAS
                MOVE 0 TO WS-CNT-SUSPENDIDAS
                PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                        UNTIL WS-RCRT-I > WS-RCRT-COUNT
                    IF WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                            = WS-CAP-CAMPANA
                            AND WS-RCRT-TBL-JEFE (WS-RCRT-I)
                                = WS-CAP-JEFE
                        PERFORM CUENTA-DERECHO
                    END-IF
                END-PERFORM
                DISPLAY "DERECHOS: " WS-CNT-FILAS
                    " CERTIFICADOS: " WS-CNT-CERTIFICADAS
                    " QUITADOS: " WS-CNT-QUITADAS
                DISPLAY "PENDIENTES: " WS-CNT-PENDIENTES
                    " SUSPENDIDOS AL LIMITE: " WS-CNT-SUSPENDIDAS
            END-IF.

       CUENTA-DERECHO.
            ADD 1 TO WS-CNT-FILAS.
            EVALUATE TRUE
                WHEN WS-RCRT-PENDIENTE (WS-RCRT-I)
                    ADD 1 TO WS-CNT-PENDIENTES
                    PERFORM MUESTRA-DERECHO
                WHEN WS-RCRT-CERTIFICADO (WS-RCRT-I)
                    ADD 1 TO WS-CNT-CERTIFICADAS
                WHEN WS-RCRT-QUITAR (WS-RCRT-I)
                    ADD 1 TO WS-CNT-QUITADAS
                WHEN OTHER
                    ADD 1 TO WS-CNT-SUSPENDIDAS
                    PERFORM MUESTRA-DERECHO
            END-EVALUATE.

       CAPTURA-CAMPANA-JEFE.
      *    Campana en blanco o cero: la ultima abierta.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            IF WS-RCRT-COUNT = 0
                DISPLAY "NO HAY CAMPANAS DE RECERTIFICACION ABIERTAS"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                DISPLAY "CAMPANA (AAAAT, 0 = LA ULTIMA): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-CAMPANA
                IF WS-CAP-CAMPANA = 0
                    PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                            UNTIL WS-RCRT-I > WS-RCRT-COUNT
                        IF WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                                > WS-CAP-CAMPANA
                            MOVE WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                                TO WS-CAP-CAMPANA
                        END-IF
                    END-PERFORM
                END-IF
                MOVE "N" TO WS-VALIDO-SWITCH
                PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                        UNTIL WS-RCRT-I > WS-RCRT-COUNT
                    IF WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                            = WS-CAP-CAMPANA
                        SET WS-VALIDO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF NOT WS-VALIDO
                    DISPLAY "CAMPANA " WS-CAP-CAMPANA " NO EXISTE"
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "CAMPANA " WS-CAP-ANO "-T" WS-CAP-TRIMESTRE
                DISPLAY "JEFE (EMPLEADO, 0 = SIN TITULAR): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-JEFE
                MOVE "N" TO WS-VALIDO-SWITCH
                PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                        UNTIL WS-RCRT-I > WS-RCRT-COUNT
                    IF WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                            = WS-CAP-CAMPANA
                            AND WS-RCRT-TBL-JEFE (WS-RCRT-I)
                                = WS-CAP-JEFE
                        SET WS-VALIDO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF NOT WS-VALIDO
                    DISPLAY "EL JEFE " WS-CAP-JEFE
                        " NO TIENE DERECHOS EN LA CAMPANA"
                END-IF
            END-IF.

       BUSCA-EMPLEADO.
            MOVE "** NO EN HRMAST **" TO WS-EMP-APELLIDOS.
            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "BUSCA-EMPLEADO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-BUSCA-ID TO HR-EMPLOYEE-ID.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE HR-APELLIDOS TO WS-EMP-APELLIDOS
            END-READ.
            CLOSE HR-MASTER-FILE.

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

       COPY "RCRTWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM RECERTIFICA-ZONAS.
