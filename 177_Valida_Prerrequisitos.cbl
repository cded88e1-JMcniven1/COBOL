      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subject prerequisite check on the subject enrollment.
      *          ENRLSUBJ.DAT took any subject for any student; now
      *          each line is checked against the prerequisite master
      *          (PRERREQ.DAT: per subject, each required prior
      *          subject and the minimum mark in it) and the
      *          student's marks on GRADES.DAT, the best mark of each
      *          subject counting (an incomplete, not yet marked,
      *          does not). GRDHIST only keeps the class band tallies
      *          of each run, not the marks of a student, so the
      *          grade file is the history. An enrollment missing a
      *          prerequisite, or below its minimum mark, is taken
      *          off ENRLSUBJ.DAT and parked on ENRLPEND.DAT, listed
      *          on PRERREJ.TXT with the reason; parked lines are
      *          checked again on every run, so a mark loaded or
      *          corrected later lets them in. A supervisor waiver on
      *          DISPENSA.DAT (student, subject, supervisor, waiver
      *          code and reason) lets the enrollment through anyway:
      *          it is listed on PRERREJ.TXT as waived and its first
      *          use lands on the waiver audit trail (DISPAUD.DAT,
      *          cumulative, with the date and the failed
      *          prerequisite). A waiver without supervisor or code is
      *          ignored. Run after PROMOCIONA-ALUMNOS rolls the
      *          enrollment and after any change keyed to ENRLSUBJ.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-PRERREQUISITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-ENROLLMENT ASSIGN TO "ENRLSUBJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENS-STATUS.
           SELECT ENROLLMENT-PENDING ASSIGN TO "ENRLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.
           SELECT PREREQUISITE-FILE ASSIGN TO "PRERREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRQ-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "DISPENSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT WAIVER-AUDIT ASSIGN TO "DISPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRD-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "PRERREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-ENROLLMENT.
       01  ENROLLMENT-SUBJ-RECORD.
           05  EN-STUDENT-ID        PIC 9(6).
           05  EN-MATERIA           PIC X(4).

      *    Mismo layout que ENRLSUBJ.DAT.
       FD  ENROLLMENT-PENDING.
       01  ENROLLMENT-PEND-RECORD.
           05  EP-STUDENT-ID        PIC 9(6).
           05  EP-MATERIA           PIC X(4).

      *    Una linea por materia y materia previa exigida, con la
      *    nota minima en la previa (cero: basta con haberla cursado).
       FD  PREREQUISITE-FILE.
       01  PREREQUISITE-RECORD.
           05  PR-MATERIA           PIC X(4).
           05  PR-REQUISITO         PIC X(4).
           05  PR-NOTA-MIN          PIC 9.

       FD  WAIVER-FILE.
       01  WAIVER-RECORD.
           05  DP-STUDENT-ID        PIC 9(6).
           05  DP-MATERIA           PIC X(4).
           05  DP-SUPERVISOR        PIC X(8).
           05  DP-CODIGO            PIC X(8).
           05  DP-MOTIVO            PIC X(30).

       FD  WAIVER-AUDIT.
       01  WAIVER-AUDIT-RECORD.
           05  DA-FECHA             PIC 9(8).
           05  DA-STUDENT-ID        PIC 9(6).
           05  DA-MATERIA           PIC X(4).
           05  DA-REQUISITO         PIC X(4).
           05  DA-SUPERVISOR        PIC X(8).
           05  DA-CODIGO            PIC X(8).
           05  DA-MOTIVO            PIC X(30).

      *    Mismo layout que lee EVALUACION-MULTIPPLE.
       FD  GRADES-FILE.
       01  GRADE-RAW-RECORD.
           05  GRDR-STUDENT-ID      PIC 9(6).
           05  GRDR-MATERIA         PIC X(4).
           05  GRDR-NOTA            PIC 9.
           05  GRDR-PESO            PIC 9(2).
           05  GRDR-SECTION         PIC X(4).
           05  GRDR-ESTADO          PIC X.

       FD  EXCEPTION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENS-STATUS            PIC XX.
           88  WS-ENS-OK            VALUE "00".
       01  WS-PEN-STATUS            PIC XX.
           88  WS-PEN-OK            VALUE "00".
       01  WS-PRQ-STATUS            PIC XX.
           88  WS-PRQ-OK            VALUE "00".
       01  WS-DSP-STATUS            PIC XX.
           88  WS-DSP-OK            VALUE "00".
       01  WS-AUD-STATUS            PIC XX.
           88  WS-AUD-OK            VALUE "00".
       01  WS-GRD-STATUS            PIC XX.
           88  WS-GRD-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

      *    Inscripciones a validar: ENRLSUBJ.DAT mas las pendientes
      *    de corridas anteriores, sin repetir. WS-IN-ESTADO queda
      *    A (aceptada), D (dispensada) o R (rechazada).
       01  WS-IN-MAX                PIC 9(4) VALUE 9000.
       01  WS-IN-COUNT              PIC 9(4) VALUE 0.
       01  WS-IN-I                  PIC 9(4).
       01  WS-IN-TABLE.
           05  WS-IN-ENTRY OCCURS 9000 TIMES.
               10  WS-IN-ALUMNO     PIC 9(6).
               10  WS-IN-MATERIA    PIC X(4).
               10  WS-IN-ESTADO     PIC X.
       01  WS-IN-NUEVO-ALUMNO       PIC 9(6).
       01  WS-IN-NUEVO-MATERIA      PIC X(4).

      *    Prerrequisitos en memoria.
       01  WS-PQ-MAX                PIC 9(4) VALUE 500.
       01  WS-PQ-COUNT              PIC 9(4) VALUE 0.
       01  WS-PQ-I                  PIC 9(4).
       01  WS-PQ-TABLE.
           05  WS-PQ-ENTRY OCCURS 500 TIMES.
               10  WS-PQ-MATERIA    PIC X(4).
               10  WS-PQ-REQUISITO  PIC X(4).
               10  WS-PQ-NOTA-MIN   PIC 9.

      *    Mejor nota de cada alumno en cada materia.
       01  WS-NT-MAX                PIC 9(4) VALUE 9000.
       01  WS-NT-COUNT              PIC 9(4) VALUE 0.
       01  WS-NT-I                  PIC 9(4).
       01  WS-NT-IX                 PIC 9(4).
       01  WS-NT-TABLE.
           05  WS-NT-ENTRY OCCURS 9000 TIMES.
               10  WS-NT-ALUMNO     PIC 9(6).
               10  WS-NT-MATERIA    PIC X(4).
               10  WS-NT-NOTA       PIC 9.
       01  WS-NT-LOOKUP-ALUMNO      PIC 9(6).
       01  WS-NT-LOOKUP-MATERIA     PIC X(4).

      *    Dispensas de supervisor vigentes.
       01  WS-DS-MAX                PIC 9(4) VALUE 500.
       01  WS-DS-COUNT              PIC 9(4) VALUE 0.
       01  WS-DS-I                  PIC 9(4).
       01  WS-DS-IX                 PIC 9(4).
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 500 TIMES.
               10  WS-DS-ALUMNO     PIC 9(6).
               10  WS-DS-MATERIA    PIC X(4).
               10  WS-DS-SUPERVISOR PIC X(8).
               10  WS-DS-CODIGO     PIC X(8).
               10  WS-DS-MOTIVO     PIC X(30).
       01  WS-DS-IGNORADAS          PIC 9(4) VALUE 0.

      *    Dispensas ya auditadas (alumno, materia y codigo): el
      *    rastro guarda el primer uso, no cada corrida.
       01  WS-DA-MAX                PIC 9(4) VALUE 2000.
       01  WS-DA-COUNT              PIC 9(4) VALUE 0.
       01  WS-DA-I                  PIC 9(4).
       01  WS-DA-TABLE.
           05  WS-DA-ENTRY OCCURS 2000 TIMES.
               10  WS-DA-ALUMNO     PIC 9(6).
               10  WS-DA-MATERIA    PIC X(4).
               10  WS-DA-CODIGO     PIC X(8).
       01  WS-DA-HALLADA-SWITCH     PIC X.
           88  WS-DA-HALLADA        VALUE "Y".
       01  WS-AUD-ABIERTO-SWITCH    PIC X VALUE "N".
           88  WS-AUD-ABIERTO       VALUE "Y".

       01  WS-FALLAS                PIC 9(2).
       01  WS-REQ-CUMPLIDO-SWITCH   PIC X.
           88  WS-REQ-CUMPLIDO      VALUE "Y".
       01  WS-PRIMER-REQUISITO      PIC X(4).
       01  WS-ACEPTADAS             PIC 9(6) VALUE 0.
       01  WS-DISPENSADAS           PIC 9(6) VALUE 0.
       01  WS-RECHAZADAS            PIC 9(6) VALUE 0.
       01  WS-AUDITADAS             PIC 9(6) VALUE 0.

       01  WS-EXC-TITULO.
           05  FILLER               PIC X(40)
                   VALUE "EXCEPCIONES DE PRERREQUISITOS - AL DIA".
           05  WS-EXT-FECHA         PIC 9(8).
       01  WS-EXC-CABECERA.
           05  FILLER               PIC X(40)
                   VALUE "ALUMNO MATE PREV NOTA MIN RESULTADO".
       01  WS-EXC-DETALLE.
           05  WS-EXD-ALUMNO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXD-MATERIA       PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXD-REQUISITO     PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-EXD-NOTA          PIC X.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-EXD-MINIMO        PIC 9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXD-RESULTADO     PIC X(54).
       01  WS-EXC-TOTALES.
           05  FILLER               PIC X(15) VALUE "INSCRIPCIONES: ".
           05  WS-EXT-TOTAL         PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE " ACEPTADAS: ".
           05  WS-EXT-ACEPTADAS     PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE " DISPENSADAS: ".
           05  WS-EXT-DISPENSADAS   PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE " RECHAZADAS: ".
           05  WS-EXT-RECHAZADAS    PIC ZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "VALIDA-PRERREQUISITO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-INSCRIPCIONES.
            IF WS-IN-COUNT = 0
                DISPLAY "SIN INSCRIPCIONES QUE VALIDAR"
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.
            PERFORM CARGA-PRERREQUISITOS.
            PERFORM CARGA-NOTAS-ALUMNOS.
            PERFORM CARGA-DISPENSAS.
            PERFORM CARGA-AUDITORIA-DISPENSAS.

            OPEN OUTPUT EXCEPTION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN PRERREJ"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-EXT-FECHA.
            WRITE REPORT-LINE FROM WS-EXC-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-EXC-CABECERA.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-IN-I FROM 1 BY 1
                    UNTIL WS-IN-I > WS-IN-COUNT
                PERFORM VALIDA-INSCRIPCION
            END-PERFORM.

            MOVE WS-IN-COUNT TO WS-EXT-TOTAL.
            MOVE WS-ACEPTADAS TO WS-EXT-ACEPTADAS.
            MOVE WS-DISPENSADAS TO WS-EXT-DISPENSADAS.
            MOVE WS-RECHAZADAS TO WS-EXT-RECHAZADAS.
            WRITE REPORT-LINE FROM WS-EXC-TOTALES.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE EXCEPTION-REPORT.
            IF WS-AUD-ABIERTO
                CLOSE WAIVER-AUDIT
            END-IF.

            PERFORM GRABA-INSCRIPCIONES.

            DISPLAY "PRERREQUISITOS - ACEPTADAS: " WS-ACEPTADAS
                " DISPENSADAS: " WS-DISPENSADAS
                " RECHAZADAS: " WS-RECHAZADAS.
            IF WS-DS-IGNORADAS > 0
                DISPLAY "DISPENSAS SIN SUPERVISOR O CODIGO IGNORADAS: "
                    WS-DS-IGNORADAS
            END-IF.

            MOVE WS-IN-COUNT TO WS-RUNST-IN-COUNT.
            COMPUTE WS-RUNST-OUT-COUNT = WS-ACEPTADAS + WS-DISPENSADAS.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CARGA-INSCRIPCIONES.
      *    Sin ENRLSUBJ.DAT ni pendientes no hay nada que validar.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SUBJECT-ENROLLMENT.
            IF WS-ENS-OK
                PERFORM UNTIL WS-EOF
                    READ SUBJECT-ENROLLMENT
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE EN-STUDENT-ID TO WS-IN-NUEVO-ALUMNO
                            MOVE EN-MATERIA TO WS-IN-NUEVO-MATERIA
                            PERFORM AGREGA-INSCRIPCION
                    END-READ
                END-PERFORM
                CLOSE SUBJECT-ENROLLMENT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-PENDING.
            IF WS-PEN-OK
                PERFORM UNTIL WS-EOF
                    READ ENROLLMENT-PENDING
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE EP-STUDENT-ID TO WS-IN-NUEVO-ALUMNO
                            MOVE EP-MATERIA TO WS-IN-NUEVO-MATERIA
                            PERFORM AGREGA-INSCRIPCION
                    END-READ
                END-PERFORM
                CLOSE ENROLLMENT-PENDING
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-INSCRIPCION.
      *    Una pendiente que ya volvio a ENRLSUBJ.DAT no se duplica.
            PERFORM VARYING WS-IN-I FROM 1 BY 1
                    UNTIL WS-IN-I > WS-IN-COUNT
                IF WS-IN-ALUMNO (WS-IN-I) = WS-IN-NUEVO-ALUMNO
                        AND WS-IN-MATERIA (WS-IN-I)
                            = WS-IN-NUEVO-MATERIA
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-IN-I > WS-IN-COUNT
                IF WS-IN-COUNT >= WS-IN-MAX
                    DISPLAY "TABLA DE INSCRIPCIONES LLENA EN "
                        WS-IN-MAX " ENTRADAS"
                    MOVE "AGREGA-INSCRIPCION" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-IN-COUNT
                MOVE WS-IN-NUEVO-ALUMNO TO WS-IN-ALUMNO (WS-IN-COUNT)
                MOVE WS-IN-NUEVO-MATERIA
                    TO WS-IN-MATERIA (WS-IN-COUNT)
                MOVE "A" TO WS-IN-ESTADO (WS-IN-COUNT)
            END-IF.

       CARGA-PRERREQUISITOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PREREQUISITE-FILE.
            IF NOT WS-PRQ-OK
                DISPLAY "PRERREQ.DAT AUSENTE - SIN PRERREQUISITOS"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ PREREQUISITE-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-PRERREQUISITO
                    END-READ
                END-PERFORM
                CLOSE PREREQUISITE-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-PRERREQUISITO.
            IF WS-PQ-COUNT >= WS-PQ-MAX
                DISPLAY "TABLA DE PRERREQUISITOS LLENA EN "
                    WS-PQ-MAX " ENTRADAS"
                MOVE "AGREGA-PRERREQUISITO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PQ-COUNT.
            MOVE PR-MATERIA TO WS-PQ-MATERIA (WS-PQ-COUNT).
            MOVE PR-REQUISITO TO WS-PQ-REQUISITO (WS-PQ-COUNT).
            IF PR-NOTA-MIN IS NUMERIC
                MOVE PR-NOTA-MIN TO WS-PQ-NOTA-MIN (WS-PQ-COUNT)
            ELSE
                MOVE 0 TO WS-PQ-NOTA-MIN (WS-PQ-COUNT)
            END-IF.

       CARGA-NOTAS-ALUMNOS.
      *    El incompleto aun no tiene nota y no cuenta como cursado.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT GRADES-FILE.
            IF NOT WS-GRD-OK
                DISPLAY "GRADES.DAT AUSENTE - SIN HISTORIAL DE NOTAS"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ GRADES-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF GRDR-NOTA IS NUMERIC
                                    AND GRDR-ESTADO NOT = "I"
                                PERFORM ACUMULA-MEJOR-NOTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADES-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ACUMULA-MEJOR-NOTA.
            MOVE GRDR-STUDENT-ID TO WS-NT-LOOKUP-ALUMNO.
            MOVE GRDR-MATERIA TO WS-NT-LOOKUP-MATERIA.
            PERFORM BUSCA-NOTA-ALUMNO.
            IF WS-NT-IX = 0
                IF WS-NT-COUNT >= WS-NT-MAX
                    DISPLAY "TABLA DE NOTAS LLENA EN "
                        WS-NT-MAX " ENTRADAS"
                    MOVE "ACUMULA-MEJOR-NOTA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-NT-COUNT
                MOVE WS-NT-COUNT TO WS-NT-IX
                MOVE GRDR-STUDENT-ID TO WS-NT-ALUMNO (WS-NT-IX)
                MOVE GRDR-MATERIA TO WS-NT-MATERIA (WS-NT-IX)
                MOVE GRDR-NOTA TO WS-NT-NOTA (WS-NT-IX)
            ELSE
                IF GRDR-NOTA > WS-NT-NOTA (WS-NT-IX)
                    MOVE GRDR-NOTA TO WS-NT-NOTA (WS-NT-IX)
                END-IF
            END-IF.

       BUSCA-NOTA-ALUMNO.
            MOVE 0 TO WS-NT-IX.
            PERFORM VARYING WS-NT-I FROM 1 BY 1
                    UNTIL WS-NT-I > WS-NT-COUNT
                IF WS-NT-ALUMNO (WS-NT-I) = WS-NT-LOOKUP-ALUMNO
                        AND WS-NT-MATERIA (WS-NT-I)
                            = WS-NT-LOOKUP-MATERIA
                    MOVE WS-NT-I TO WS-NT-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       CARGA-DISPENSAS.
      *    DISPENSA.DAT es opcional. Una dispensa sin supervisor o
      *    sin codigo no vale y se cuenta aparte.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT WAIVER-FILE.
            IF WS-DSP-OK
                PERFORM UNTIL WS-EOF
                    READ WAIVER-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF DP-SUPERVISOR = SPACES
                                    OR DP-CODIGO = SPACES
                                ADD 1 TO WS-DS-IGNORADAS
                            ELSE
                                PERFORM AGREGA-DISPENSA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WAIVER-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-DISPENSA.
            IF WS-DS-COUNT >= WS-DS-MAX
                DISPLAY "TABLA DE DISPENSAS LLENA EN "
                    WS-DS-MAX " ENTRADAS"
                MOVE "AGREGA-DISPENSA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-DS-COUNT.
            MOVE DP-STUDENT-ID TO WS-DS-ALUMNO (WS-DS-COUNT).
            MOVE DP-MATERIA TO WS-DS-MATERIA (WS-DS-COUNT).
            MOVE DP-SUPERVISOR TO WS-DS-SUPERVISOR (WS-DS-COUNT).
            MOVE DP-CODIGO TO WS-DS-CODIGO (WS-DS-COUNT).
            MOVE DP-MOTIVO TO WS-DS-MOTIVO (WS-DS-COUNT).

       CARGA-AUDITORIA-DISPENSAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT WAIVER-AUDIT.
            IF WS-AUD-OK
                PERFORM UNTIL WS-EOF
                    READ WAIVER-AUDIT
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-AUDITADA
                    END-READ
                END-PERFORM
                CLOSE WAIVER-AUDIT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-AUDITADA.
            IF WS-DA-COUNT >= WS-DA-MAX
                DISPLAY "TABLA DE DISPENSAS AUDITADAS LLENA EN "
                    WS-DA-MAX " ENTRADAS"
                MOVE "AGREGA-AUDITADA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-DA-COUNT.
            MOVE DA-STUDENT-ID TO WS-DA-ALUMNO (WS-DA-COUNT).
            MOVE DA-MATERIA TO WS-DA-MATERIA (WS-DA-COUNT).
            MOVE DA-CODIGO TO WS-DA-CODIGO (WS-DA-COUNT).

       VALIDA-INSCRIPCION.
      *    La dispensa se busca primero para que cada linea de
      *    excepcion ya diga si pasa o queda rechazada.
            MOVE 0 TO WS-DS-IX.
            PERFORM VARYING WS-DS-I FROM 1 BY 1
                    UNTIL WS-DS-I > WS-DS-COUNT
                IF WS-DS-ALUMNO (WS-DS-I) = WS-IN-ALUMNO (WS-IN-I)
                        AND WS-DS-MATERIA (WS-DS-I)
                            = WS-IN-MATERIA (WS-IN-I)
                    MOVE WS-DS-I TO WS-DS-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-FALLAS.
            MOVE SPACES TO WS-PRIMER-REQUISITO.
            PERFORM VARYING WS-PQ-I FROM 1 BY 1
                    UNTIL WS-PQ-I > WS-PQ-COUNT
                IF WS-PQ-MATERIA (WS-PQ-I) = WS-IN-MATERIA (WS-IN-I)
                    PERFORM VALIDA-UN-REQUISITO
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-FALLAS = 0
                    MOVE "A" TO WS-IN-ESTADO (WS-IN-I)
                    ADD 1 TO WS-ACEPTADAS
                WHEN WS-DS-IX > 0
                    MOVE "D" TO WS-IN-ESTADO (WS-IN-I)
                    ADD 1 TO WS-DISPENSADAS
                    PERFORM AUDITA-DISPENSA
                WHEN OTHER
                    MOVE "R" TO WS-IN-ESTADO (WS-IN-I)
                    ADD 1 TO WS-RECHAZADAS
            END-EVALUATE.

       VALIDA-UN-REQUISITO.
            MOVE WS-IN-ALUMNO (WS-IN-I) TO WS-NT-LOOKUP-ALUMNO.
            MOVE WS-PQ-REQUISITO (WS-PQ-I) TO WS-NT-LOOKUP-MATERIA.
            PERFORM BUSCA-NOTA-ALUMNO.
            MOVE "N" TO WS-REQ-CUMPLIDO-SWITCH.
            IF WS-NT-IX > 0
                IF WS-NT-NOTA (WS-NT-IX) >= WS-PQ-NOTA-MIN (WS-PQ-I)
                    SET WS-REQ-CUMPLIDO TO TRUE
                END-IF
            END-IF.
            IF NOT WS-REQ-CUMPLIDO
                PERFORM ANOTA-FALLA-REQUISITO
            END-IF.

       ANOTA-FALLA-REQUISITO.
            ADD 1 TO WS-FALLAS.
            IF WS-FALLAS = 1
                MOVE WS-PQ-REQUISITO (WS-PQ-I) TO WS-PRIMER-REQUISITO
            END-IF.
            MOVE WS-IN-ALUMNO (WS-IN-I) TO WS-EXD-ALUMNO.
            MOVE WS-IN-MATERIA (WS-IN-I) TO WS-EXD-MATERIA.
            MOVE WS-PQ-REQUISITO (WS-PQ-I) TO WS-EXD-REQUISITO.
            MOVE WS-PQ-NOTA-MIN (WS-PQ-I) TO WS-EXD-MINIMO.
            MOVE SPACES TO WS-EXD-RESULTADO.
            IF WS-NT-IX = 0
                MOVE "-" TO WS-EXD-NOTA
                MOVE "RECHAZADA - PREVIA NO CURSADA"
                    TO WS-EXD-RESULTADO
            ELSE
                MOVE WS-NT-NOTA (WS-NT-IX) TO WS-EXD-NOTA
                MOVE "RECHAZADA - NOTA BAJO EL MINIMO"
                    TO WS-EXD-RESULTADO
            END-IF.
            IF WS-DS-IX > 0
                MOVE SPACES TO WS-EXD-RESULTADO
                STRING "DISPENSADA - SUPERVISOR "
                    WS-DS-SUPERVISOR (WS-DS-IX)
                    " CODIGO " WS-DS-CODIGO (WS-DS-IX)
                    DELIMITED BY SIZE INTO WS-EXD-RESULTADO
            END-IF.
            WRITE REPORT-LINE FROM WS-EXC-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

       AUDITA-DISPENSA.
      *    El rastro de auditoria es acumulativo (EXTEND, OUTPUT la
      *    primera vez) y guarda el primer uso de cada dispensa.
            MOVE "N" TO WS-DA-HALLADA-SWITCH.
            PERFORM VARYING WS-DA-I FROM 1 BY 1
                    UNTIL WS-DA-I > WS-DA-COUNT
                IF WS-DA-ALUMNO (WS-DA-I) = WS-IN-ALUMNO (WS-IN-I)
                        AND WS-DA-MATERIA (WS-DA-I)
                            = WS-IN-MATERIA (WS-IN-I)
                        AND WS-DA-CODIGO (WS-DA-I)
                            = WS-DS-CODIGO (WS-DS-IX)
                    SET WS-DA-HALLADA TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-DA-HALLADA
                PERFORM GRABA-AUDITORIA-DISPENSA
            END-IF.

       GRABA-AUDITORIA-DISPENSA.
            IF NOT WS-AUD-ABIERTO
                OPEN EXTEND WAIVER-AUDIT
                IF NOT WS-AUD-OK
                    OPEN OUTPUT WAIVER-AUDIT
                    IF NOT WS-AUD-OK
                        MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                        MOVE "AUDITA-DISPENSA OPEN"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
                SET WS-AUD-ABIERTO TO TRUE
            END-IF.
            MOVE WS-OPSLOG-DATE TO DA-FECHA.
            MOVE WS-IN-ALUMNO (WS-IN-I) TO DA-STUDENT-ID.
            MOVE WS-IN-MATERIA (WS-IN-I) TO DA-MATERIA.
            MOVE WS-PRIMER-REQUISITO TO DA-REQUISITO.
            MOVE WS-DS-SUPERVISOR (WS-DS-IX) TO DA-SUPERVISOR.
            MOVE WS-DS-CODIGO (WS-DS-IX) TO DA-CODIGO.
            MOVE WS-DS-MOTIVO (WS-DS-IX) TO DA-MOTIVO.
            WRITE WAIVER-AUDIT-RECORD.
            IF NOT WS-AUD-OK
                MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                MOVE "AUDITA-DISPENSA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            ADD 1 TO WS-AUDITADAS.
            IF WS-DA-COUNT < WS-DA-MAX
                ADD 1 TO WS-DA-COUNT
                MOVE WS-IN-ALUMNO (WS-IN-I)
                    TO WS-DA-ALUMNO (WS-DA-COUNT)
                MOVE WS-IN-MATERIA (WS-IN-I)
                    TO WS-DA-MATERIA (WS-DA-COUNT)
                MOVE WS-DS-CODIGO (WS-DS-IX)
                    TO WS-DA-CODIGO (WS-DA-COUNT)
            END-IF.

       GRABA-INSCRIPCIONES.
      *    Aceptadas y dispensadas quedan en ENRLSUBJ.DAT; las
      *    rechazadas pasan a ENRLPEND.DAT hasta la proxima corrida.
            OPEN OUTPUT SUBJECT-ENROLLMENT.
            IF NOT WS-ENS-OK
                MOVE WS-ENS-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-INSCRIPCIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ENROLLMENT-PENDING.
            IF NOT WS-PEN-OK
                MOVE WS-PEN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-INSCRIPCIONES OPEN PEND"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-IN-I FROM 1 BY 1
                    UNTIL WS-IN-I > WS-IN-COUNT
                IF WS-IN-ESTADO (WS-IN-I) = "R"
                    MOVE WS-IN-ALUMNO (WS-IN-I) TO EP-STUDENT-ID
                    MOVE WS-IN-MATERIA (WS-IN-I) TO EP-MATERIA
                    WRITE ENROLLMENT-PEND-RECORD
                    IF NOT WS-PEN-OK
                        MOVE WS-PEN-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-INSCRIPCIONES WRITE PEND"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                ELSE
                    MOVE WS-IN-ALUMNO (WS-IN-I) TO EN-STUDENT-ID
                    MOVE WS-IN-MATERIA (WS-IN-I) TO EN-MATERIA
                    WRITE ENROLLMENT-SUBJ-RECORD
                    IF NOT WS-ENS-OK
                        MOVE WS-ENS-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-INSCRIPCIONES WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE SUBJECT-ENROLLMENT ENROLLMENT-PENDING.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "VALIDA-PRERREQUISITO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE 0 TO WS-IN-COUNT WS-PQ-COUNT WS-NT-COUNT.
            MOVE 0 TO WS-DS-COUNT WS-DA-COUNT WS-DS-IGNORADAS.
            MOVE 0 TO WS-ACEPTADAS WS-DISPENSADAS WS-RECHAZADAS.
            MOVE 0 TO WS-AUDITADAS.
            MOVE "N" TO WS-AUD-ABIERTO-SWITCH.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM VALIDA-PRERREQUISITO.
