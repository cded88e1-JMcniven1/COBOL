      *          CHQISSUE.DAT, and flags checks outstanding past
      *          the configurable age from PARM79.DAT (days,
      *          default 180) as stale-dated candidates for the
      *          ANULA-VOUCHER void/reissue process. The paid-checks
      *          file is taken only when RECIBE-FEEDS registered it
      *          on the receipt register and its content was never
      *          processed before (RC 8 otherwise, nothing touched);
      *          once processed it is marked so on the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OUTSTANDING-REPORT ASSIGN TO "CHQOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "RCRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

       FD  OUTSTANDING-REPORT.
       01  REPORT-LINE              PIC X(80).

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

      *    Solo un fichero de pagados registrado por RECIBE-FEEDS y
      *    nunca procesado: el mismo fichero dos veces duplicaria
      *    las fechas de cobro en CHQCLEAR.DAT.
            MOVE "PAIDCHKS" TO WS-RCR-FEED.
            MOVE "PAIDCHKS.DAT" TO WS-RCR-FICHERO.
            PERFORM VERIFICA-RECEPCION.
            IF WS-RCR-RECHAZADA
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-VOUCHLOG.
            PERFORM CARGA-EMISIONES.
            IF WS-LOG-DIRTY
                PERFORM GRABA-VOUCHLOG
            END-IF.
            PERFORM MARCA-RECEPCION-PROCESADA.

            MOVE WS-LOG-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-COUNT-COBRADOS TO WS-RUNST-OUT-COUNT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "RCRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

