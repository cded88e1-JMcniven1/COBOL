      *          and on-statement-not-on-ledger; whatever stays
      *          unmatched persists as an open item for the next
      *          day's run until matched or written off by removing
      *          the line. The statement is taken only when
      *          RECIBE-FEEDS registered it on the receipt register
      *          and its content was never processed before (RC 8
      *          otherwise, nothing touched); a processed statement
      *          is marked so on the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECON-REPORT ASSIGN TO "RECONRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "RCRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

           05  PR-ACCOUNT-ID        PIC X(8).
           05  PR-AMOUNT-RAW        PIC X(9).
           05  PR-FECHA             PIC 9(8).
           05  PR-TIPO              PIC X.

      *    Partida abierta arrastrada: origen L (libro sin extracto)
      *    o B (extracto sin libro).
       FD  RECON-REPORT.
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

      *    Un extracto solo se concilia si RECIBE-FEEDS lo registro
      *    y su contenido no se cargo antes: el mismo extracto dos
      *    veces duplicaria las partidas del lado banco.
            MOVE "BANKSTMT" TO WS-RCR-FEED.
            MOVE "BANKSTMT.DAT" TO WS-RCR-FICHERO.
            PERFORM VERIFICA-RECEPCION.
            IF WS-RCR-RECHAZADA
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-PARTIDAS-ABIERTAS.
            PERFORM CARGA-POSTEOS.

            PERFORM ESCRIBE-REPORTE.
            PERFORM GRABA-PARTIDAS-ABIERTAS.
            PERFORM MARCA-RECEPCION-PROCESADA.

            COMPUTE WS-RUNST-IN-COUNT =
                WS-LDG-COUNT + WS-BST-COUNT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "RCRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

