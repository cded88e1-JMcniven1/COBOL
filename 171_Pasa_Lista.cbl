      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily attendance desk for the school. The teacher or
      *          the office takes the roll of a section for one school
      *          day (the business date by default, never a later
      *          one, and always inside a term of the calendar
      *          TERMCAL.DAT): each student of STUMAST.DAT is marked
      *          P (presente), A (ausente sin justificar), E (ausencia
      *          justificada) or T (tarde), and the mark is appended to
      *          ASISTEN.DAT with the operator and the moment it was
      *          taken. Marking the same student, section and day
      *          again records a correction: the latest mark wins when
      *          ACUMULA-ASISTENCIA rebuilds the term totals. The
      *          inquiry shows a student's totals per term as of the
      *          last nightly run, the guardian letters already sent
      *          and the attendance percentage of the year. Capture is
      *          refused while the nightly chain holds the data set;
      *          each roll taken is logged to the shared OPSLOG with
      *          the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASA-LISTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           COPY "ASISSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que lee EVALUACION-MULTIPPLE.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05  ST-STUDENT-ID        PIC 9(6).
           05  ST-NOMBRE            PIC X(25).
           05  ST-GRADO             PIC 9(2).

       COPY "SECTFD.cpy".

       COPY "ASISFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STU-STATUS            PIC XX.
           88  WS-STU-OK            VALUE "00".
       01  WS-SEC-STATUS            PIC XX.
           88  WS-SEC-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-FIN-LISTA-SWITCH      PIC X VALUE "N".
           88  WS-FIN-LISTA         VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-ST-FOUND-SWITCH       PIC X.
           88  WS-ST-FOUND          VALUE "Y".
       01  WS-SC-FOUND-SWITCH       PIC X.
           88  WS-SC-FOUND          VALUE "Y".

       01  WS-CAP-FECHA             PIC 9(8).
       01  WS-CAP-SECCION           PIC X(4).
       01  WS-CAP-ALUMNO            PIC 9(6).
       01  WS-CAP-CODIGO            PIC X.
           88  WS-CODIGO-VALIDO     VALUE "P" "A" "E" "T".
       01  WS-ST-NOMBRE             PIC X(25).
       01  WS-SC-PROFESOR           PIC X(20).
       01  WS-MARCAS                PIC 9(3).
       01  WS-PORCENTAJE-EDIT       PIC ZZ9.9.

       01  WS-ASIS-EVENTO.
           05  FILLER               PIC X(5) VALUE "ASIS ".
           05  WS-AEV-SECCION       PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AEV-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AEV-MARCAS        PIC 9(3).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-AEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ASISWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "PASA-LISTA" TO WS-OPSLOG-PROGRAM.
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
                DISPLAY "1. PASAR LISTA DE UNA SECCION"
                DISPLAY "2. CONSULTA DE ASISTENCIA DE UN ALUMNO"
                DISPLAY "3. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM PASA-LISTA-SECCION
                    WHEN 2
                        PERFORM CONSULTA-ASISTENCIA
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
      *    captura se rehusa; la consulta sigue abierta.
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

       PASA-LISTA-SECCION.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM PASA-LISTA-SECCION-2
            END-IF.

       PASA-LISTA-SECCION-2.
      *    Fecha y seccion se validan antes de la primera marca; una
      *    marca rechazada no corta la lista, solo se vuelve a pedir.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "FECHA AAAAMMDD (0 = HOY): " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-FECHA.
            ACCEPT WS-CAP-FECHA.
            IF WS-CAP-FECHA = 0
                MOVE WS-OPSLOG-DATE TO WS-CAP-FECHA
            END-IF.
            PERFORM CARGA-TERMINOS.
            MOVE WS-CAP-FECHA TO WS-TC-LOOKUP-FECHA.
            PERFORM BUSCA-TERMINO.
            EVALUATE TRUE
                WHEN WS-CAP-FECHA > WS-OPSLOG-DATE
                    DISPLAY "FECHA " WS-CAP-FECHA
                        " POSTERIOR A LA FECHA DE NEGOCIO - SIN LISTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-TC-IX = 0
                    DISPLAY "FECHA " WS-CAP-FECHA
                        " FUERA DEL CALENDARIO DE TERMINOS - SIN LISTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.
            IF WS-VALIDO
                DISPLAY "SECCION: " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-SECCION
                ACCEPT WS-CAP-SECCION
                PERFORM BUSCA-SECCION
                IF NOT WS-SC-FOUND
                    DISPLAY "SECCION " WS-CAP-SECCION
                        " NO EXISTE EN SECTMAST - SIN LISTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "SECCION " WS-CAP-SECCION " " WS-SC-PROFESOR
                    " - TERMINO " WS-TC-TBL-TERMINO (WS-TC-IX)
                    " - DIA " WS-CAP-FECHA
                MOVE 0 TO WS-MARCAS
                MOVE "N" TO WS-FIN-LISTA-SWITCH
                PERFORM CAPTURA-MARCA UNTIL WS-FIN-LISTA
                IF WS-MARCAS > 0
                    MOVE WS-CAP-SECCION TO WS-AEV-SECCION
                    MOVE WS-CAP-FECHA TO WS-AEV-FECHA
                    MOVE WS-MARCAS TO WS-AEV-MARCAS
                    MOVE WS-OPERADOR TO WS-AEV-OPERADOR
                    MOVE WS-ASIS-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                END-IF
                DISPLAY "LISTA CERRADA - MARCAS REGISTRADAS: "
                    WS-MARCAS
            END-IF.

       CAPTURA-MARCA.
            DISPLAY "ALUMNO (0 = FIN): " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-ALUMNO.
            ACCEPT WS-CAP-ALUMNO.
            IF WS-CAP-ALUMNO = 0
                SET WS-FIN-LISTA TO TRUE
            ELSE
                PERFORM BUSCA-ALUMNO
                IF NOT WS-ST-FOUND
                    DISPLAY "ALUMNO " WS-CAP-ALUMNO
                        " NO EXISTE EN STUMAST - SIN MARCA"
                ELSE
                    DISPLAY WS-ST-NOMBRE " - CODIGO (P/A/E/T): "
                        WITH NO ADVANCING
                    MOVE SPACE TO WS-CAP-CODIGO
                    ACCEPT WS-CAP-CODIGO
                    IF NOT WS-CODIGO-VALIDO
                        DISPLAY "CODIGO " WS-CAP-CODIGO
                            " INVALIDO - SIN MARCA"
                    ELSE
                        MOVE WS-CAP-ALUMNO TO WS-AS-NUEVO-ALUMNO
                        MOVE WS-CAP-SECCION TO WS-AS-NUEVO-SECCION
                        MOVE WS-CAP-FECHA TO WS-AS-NUEVO-FECHA
                        MOVE WS-CAP-CODIGO TO WS-AS-NUEVO-CODIGO
                        MOVE WS-OPERADOR TO WS-AS-NUEVO-OPERADOR
                        PERFORM AGREGA-ASISTENCIA
                        ADD 1 TO WS-MARCAS
                    END-IF
                END-IF
            END-IF.

       CONSULTA-ASISTENCIA.
      *    Los acumulados son los de la ultima corrida nocturna; las
      *    marcas del dia entran en la proxima.
            DISPLAY "ALUMNO: " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-ALUMNO.
            ACCEPT WS-CAP-ALUMNO.
            PERFORM BUSCA-ALUMNO.
            IF NOT WS-ST-FOUND
                DISPLAY "ALUMNO " WS-CAP-ALUMNO " NO EXISTE EN STUMAST"
            ELSE
                DISPLAY WS-CAP-ALUMNO " " WS-ST-NOMBRE
                    " - ACUMULADO A LA ULTIMA CORRIDA NOCTURNA"
                PERFORM CARGA-ACUMULADOS
                MOVE WS-CAP-ALUMNO TO WS-AA-LOOKUP-ALUMNO
                PERFORM VARYING WS-AA-IX FROM 1 BY 1
                        UNTIL WS-AA-IX > WS-AA-COUNT
                    IF WS-AA-TBL-ALUMNO (WS-AA-IX) = WS-CAP-ALUMNO
                        PERFORM MUESTRA-TERMINO
                    END-IF
                END-PERFORM
                PERFORM SUMA-ASISTENCIA-ALUMNO
                IF WS-AA-SUM-SESIONES = 0
                    DISPLAY "SIN ASISTENCIA ACUMULADA EN EL ANO"
                ELSE
                    MOVE WS-AA-PORCENTAJE TO WS-PORCENTAJE-EDIT
                    DISPLAY "ASISTENCIA DEL ANO: " WS-PORCENTAJE-EDIT
                        "% DE " WS-AA-SUM-SESIONES " SESIONES"
                END-IF
            END-IF.

       MUESTRA-TERMINO.
            DISPLAY "  TERMINO " WS-AA-TBL-TERMINO (WS-AA-IX)
                " P " WS-AA-TBL-PRESENTES (WS-AA-IX)
                " A " WS-AA-TBL-AUSENTES (WS-AA-IX)
                " E " WS-AA-TBL-JUSTIFICADAS (WS-AA-IX)
                " T " WS-AA-TBL-TARDANZAS (WS-AA-IX).
            IF WS-AA-TBL-CARTA-NIVEL (WS-AA-IX) > 0
                DISPLAY "    CARTA A TUTORES NIVEL "
                    WS-AA-TBL-CARTA-NIVEL (WS-AA-IX) " ENVIADA EL "
                    WS-AA-TBL-FECHA-CARTA (WS-AA-IX)
            END-IF.

       BUSCA-ALUMNO.
            MOVE "N" TO WS-ST-FOUND-SWITCH.
            MOVE SPACES TO WS-ST-NOMBRE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT STUDENT-MASTER.
            IF WS-STU-OK
                PERFORM UNTIL WS-EOF OR WS-ST-FOUND
                    READ STUDENT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF ST-STUDENT-ID = WS-CAP-ALUMNO
                                SET WS-ST-FOUND TO TRUE
                                MOVE ST-NOMBRE TO WS-ST-NOMBRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       BUSCA-SECCION.
            MOVE "N" TO WS-SC-FOUND-SWITCH.
            MOVE SPACES TO WS-SC-PROFESOR.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SECTION-MASTER.
            IF WS-SEC-OK
                PERFORM UNTIL WS-EOF OR WS-SC-FOUND
                    READ SECTION-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF SC-SECTION = WS-CAP-SECCION
                                SET WS-SC-FOUND TO TRUE
                                MOVE SC-TEACHER TO WS-SC-PROFESOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SECTION-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

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

       COPY "ASISWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM PASA-LISTA.
