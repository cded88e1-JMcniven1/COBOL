      *          merge into GRADES.DAT; rejects go to GRDFREJ.TXT
      *          per teacher with the reason, and a block whose
      *          trailer count does not match is rejected whole.
      *          The feed is taken only when RECIBE-FEEDS registered
      *          it on the receipt register and its content was
      *          never loaded before (RC 8 otherwise, nothing
      *          merged); once loaded it is marked so on the
      *          register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJECT-REPORT ASSIGN TO "GRDFREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           COPY "RCRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

      *    vencimiento del plazo (GESTIONA-INCOMPLETOS).
           05  GRDR-ESTADO          PIC X.

       COPY "SECTFD.cpy".

       FD  SUBJECT-ENROLLMENT.
       01  ENROLLMENT-SUBJ-RECORD.
       FD  REJECT-REPORT.
       01  REJECT-LINE              PIC X(100).

       COPY "RCRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".


       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RCRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.

      *    Solo un feed registrado por RECIBE-FEEDS y nunca cargado:
      *    el mismo feed dos veces duplicaria las notas en GRADES.
            MOVE "GRADFEED" TO WS-RCR-FEED.
            MOVE "GRADFEED.DAT" TO WS-RCR-FICHERO.
            PERFORM VERIFICA-RECEPCION.
            IF WS-RCR-RECHAZADA
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CARGA-SECCIONES.
            PERFORM CARGA-INSCRIPCIONES.


            PERFORM ESCRIBE-RESUMEN.
            CLOSE GRADE-FEED GRADES-FILE REJECT-REPORT.
            PERFORM MARCA-RECEPCION-PROCESADA.

            MOVE WS-LEIDAS TO WS-RUNST-IN-COUNT.
            MOVE WS-COUNT-CARGADAS TO WS-RUNST-OUT-COUNT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "RCRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

