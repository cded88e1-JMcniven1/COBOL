      *          this list on their side the bank refuses any check
      *          not on it: the series and check-digit discipline
      *          becomes forgery protection at the point the money
      *          leaves. Each file goes on the transmission register
      *          (TRANSREG.DAT) with its totals and fingerprint, and a
      *          second run for a business date already sent stops
      *          with RC 8 instead of producing a different file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           COPY "TXRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE        PIC X(70).

       COPY "TXRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".


       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TXRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.

      *    Un POSPAY del dia ya entregado al banco no se rehace: la
      *    re-corrida daria otro fichero para la misma fecha. El
      *    reenvio sale de la copia guardada (MANTIENE-TRANSMISIONES).
            MOVE "POSPAY" TO WS-TXR-INTERFAZ.
            PERFORM CHECA-TRANSMISION.
            IF WS-TXR-YA-ENVIADA
                DISPLAY "POSPAY.DAT DEL " WS-TXR-FECHA " YA TRANSMITIDO"
                    " - REENVIO POR MANTIENE-TRANSMISIONES"
                MOVE "POSPAY YA TRANSMITIDO - NO SE REHACE"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN OUTPUT POSITIVE-PAY-FILE.
            IF NOT WS-POS-OK
                MOVE WS-POS-STATUS TO WS-ABEND-STATUS
            PERFORM VERIFICA-ESCRITURA.
            CLOSE POSITIVE-PAY-FILE.

            MOVE "POSPAY.DAT" TO WS-TXR-FICHERO.
            MOVE "BANCO" TO WS-TXR-DESTINO.
            MOVE WS-REG-COUNT TO WS-TXR-REGISTROS.
            MOVE WS-AMOUNT-HASH TO WS-TXR-TOTAL.
            PERFORM REGISTRA-TRANSMISION.

            DISPLAY "POSITIVE PAY - EMITIDOS: " WS-COUNT-EMITIDOS
                " ANULADOS: " WS-COUNT-ANULADOS.

            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "TXRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

