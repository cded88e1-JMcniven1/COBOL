      *          archives its tallies to an indexed GRADE-HISTORY file
      *          keyed by run date, so pass-rate trends can be reported
      *          over time instead of only ever seeing today's snapshot.
      *          Each student's closing line also carries the year's
      *          attendance percentage from the term totals that
      *          ACUMULA-ASISTENCIA keeps on ASISACUM.DAT (blank for a
      *          student with no sessions marked).
      *          Students on fee hold in RETCUOTA.DAT (RETIENE-CUOTAS)
      *          are flagged under their closing line with the unpaid
      *          fee invoice; a student blocked past the cutoff gets
      *          no subject lines and a withheld line in place of the
      *          closing line, though their average still counts in
      *          the class and section tallies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRDH-RUN-DATE
               FILE STATUS IS WS-HIST-STATUS.
           COPY "ASISSL.cpy".
           COPY "RCUOSL.cpy".
           COPY "SITESL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
      *    matricula que la respalde es un error de captura, no una
      *    nota.
      *    Maestro de secciones: a que profesor pertenece cada una.
       COPY "SECTFD.cpy".

       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05  GRDH-PROMEDIO          PIC 9(3)V99.
           05  GRDH-COUNT-ERRORCAPT   PIC 9(5).

       COPY "ASISFD.cpy".
       COPY "RCUOFD.cpy".
       COPY "SITEFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
           05  WS-SUM-STU-PROMEDIO  PIC ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SUM-STU-BANDA     PIC X(12).
           05  WS-SUM-STU-ASIST     PIC X(13).
      *    Porcentaje de asistencia del ano que se lleva a la linea de
      *    cierre; sin sesiones marcadas la columna queda en blanco.
       01  WS-ASIST-TEXTO.
           05  FILLER               PIC X(7) VALUE " ASIST ".
           05  WS-ASI-PORCENTAJE    PIC ZZ9.9.
           05  FILLER               PIC X VALUE "%".
      *    Alumno con cuotas impagas: retenido se avisa bajo la linea
      *    de cierre; bloqueado no recibe boletin.
       01  WS-STUDENT-BLOCKED-LINE.
           05  FILLER               PIC X(10) VALUE "RETENIDO -".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-BLK-STU-ID        PIC ZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-BLK-STU-NOMBRE    PIC X(25).
           05  FILLER               PIC X(30)
                   VALUE " : BOLETIN RETENIDO POR CUOTAS".
       01  WS-STUDENT-HOLD-LINE.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  FILLER               PIC X(32)
                   VALUE "AVISO: CUOTAS IMPAGAS - FACTURA ".
           05  WS-HLD-FACTURA       PIC 9(6).
           05  FILLER               PIC X(5) VALUE " DEL ".
           05  WS-HLD-FECHA         PIC 9(8).

      *    Maestros de alumnos y matricula cargados a memoria; la
      *    ausencia de los ficheros deja el comportamiento historico

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ASISWS.cpy".
       COPY "RCUOWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "SITEWS.cpy".
       COPY "RUNSTWS.cpy".
            PERFORM CARGA-ALUMNOS.
            PERFORM CARGA-MATRICULA.
            PERFORM CARGA-SECCIONES.
            PERFORM CARGA-ACUMULADOS.
            PERFORM CARGA-RETENCIONES-CUOTA.
            PERFORM ORDENA-CALIFICACIONES.

            OPEN OUTPUT DATA-ENTRY-ERRORS.
            PERFORM ESCRIBE-DETALLE-MATERIA.

       ESCRIBE-DETALLE-MATERIA.
      *    El alumno bloqueado por cuotas no lleva detalle de materias.
            MOVE GRD-STUDENT-ID TO WS-HQ-LOOKUP-ALUMNO.
            PERFORM BUSCA-RETENCION-CUOTA.
            IF NOT WS-HQ-BLOQUEADO
                WRITE REPORT-LINE FROM WS-DETAIL-LINE
                IF NOT WS-RPT-OK
                    MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                    MOVE "PROCESA-MATERIA WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.

       VERIFICA-MATRICULA.
            END-IF.

            MOVE WS-STUDENT-PROMEDIO TO WS-SUM-STU-PROMEDIO.
            MOVE WS-CURRENT-STUDENT TO WS-AA-LOOKUP-ALUMNO.
            PERFORM SUMA-ASISTENCIA-ALUMNO.
            IF WS-AA-SUM-SESIONES > 0
                MOVE WS-AA-PORCENTAJE TO WS-ASI-PORCENTAJE
                MOVE WS-ASIST-TEXTO TO WS-SUM-STU-ASIST
            ELSE
                MOVE SPACES TO WS-SUM-STU-ASIST
            END-IF.
            MOVE WS-CURRENT-STUDENT TO WS-HQ-LOOKUP-ALUMNO.
            PERFORM BUSCA-RETENCION-CUOTA.
            IF WS-HQ-BLOQUEADO
                MOVE WS-CURRENT-STUDENT TO WS-BLK-STU-ID
                MOVE WS-STU-NOMBRE TO WS-BLK-STU-NOMBRE
                WRITE REPORT-LINE FROM WS-STUDENT-BLOCKED-LINE
            ELSE
                WRITE REPORT-LINE FROM WS-STUDENT-SUMMARY-LINE
            END-IF.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "FINALIZA-ESTUDIANTE WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            IF WS-HQ-RETENIDO
                MOVE WS-HQ-TBL-FACTURA (WS-HQ-IX) TO WS-HLD-FACTURA
                MOVE WS-HQ-TBL-FECHA (WS-HQ-IX) TO WS-HLD-FECHA
                WRITE REPORT-LINE FROM WS-STUDENT-HOLD-LINE
                IF NOT WS-RPT-OK
                    MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                    MOVE "FINALIZA-ESTUDIANTE WRITE RET"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.

            MOVE 0 TO WS-STUDENT-SUMA-PESO-NOTAS.
            MOVE 0 TO WS-STUDENT-SUMA-PESOS.
                CLOSE PARM-FILE
            END-IF.

       COPY "ASISWR.cpy".
       COPY "RCUOWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "SITEWR.cpy".
       COPY "RUNSTWR.cpy".
