      *          rate for explicit operator confirmation with both
      *          values on screen. A confirmed override goes to the
      *          PARMAUDT.TXT parm audit trail like any threshold
      *          change, and to the shared OPSLOG. The feed is
      *          taken only when RECIBE-FEEDS registered it on the
      *          receipt register and its content was never loaded
      *          before (RC 8 otherwise, nothing applied); once
      *          loaded it is marked so on the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARM-AUDIT ASSIGN TO "PARMAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           COPY "RCRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

       FD  PARM-AUDIT.
       01  PARM-AUDIT-LINE          PIC X(100).

       COPY "RCRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".


       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RCRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            END-IF.
            PERFORM INICIA-RUNSTATS.

      *    Solo un feed registrado por RECIBE-FEEDS y nunca cargado;
      *    se rechaza antes de pedir operador.
            MOVE "RATEFEED" TO WS-RCR-FEED.
            MOVE "RATEFEED.DAT" TO WS-RCR-FICHERO.
            PERFORM VERIFICA-RECEPCION.
            IF WS-RCR-RECHAZADA
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            END-PERFORM.

            CLOSE CURRENCY-RATE-MASTER.
            PERFORM MARCA-RECEPCION-PROCESADA.

            DISPLAY "TASAS APLICADAS: " WS-APLICADAS
                " CON OVERRIDE: " WS-CONFIRMADAS
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "RCRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

