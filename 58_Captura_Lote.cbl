      *          a discrepancy report (BATCHDSC.TXT) and RC 8, so a
      *          keying error dies here instead of surfacing as a
      *          LEDGSUSP.TXT suspense item after the nightly run.
      *          Either outcome goes to the shared OPSLOG with the
      *          business month and the operator who keyed the batch
      *          (LOTE LIBERA / LOTE RETIENE yyyymm OP id), so the
      *          conflicting-duties report can set it against a
      *          reopening of the same month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  HELD-BATCH.
       01  HELD-RECORD.
               10  WS-LOT-CUENTA    PIC X(8).
               10  WS-LOT-IMPORTE   PIC S9(7)V99.

      *    Cabe en los 40 bytes de WS-OPSLOG-EVENT.
       01  WS-LOTE-EVENTO.
           05  FILLER               PIC X(5) VALUE "LOTE ".
           05  WS-LEV-ACCION        PIC X(7).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LEV-ANOMES        PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-LEV-OPERADOR      PIC X(8).

       01  WS-NETO-EDIT             PIC -(9)9.99.
       01  WS-NETO-EDIT2            PIC -(9)9.99.
       01  WS-DSC-LINE1.
            IF WS-KEY-CONTEO = WS-ESP-CONTEO
                    AND WS-KEY-NETO = WS-ESP-NETO
                PERFORM LIBERA-LOTE
                MOVE "LIBERA" TO WS-LEV-ACCION
            ELSE
                PERFORM RETIENE-LOTE
                MOVE "RETIENE" TO WS-LEV-ACCION
            END-IF.
            MOVE WS-PERST-LOOKUP TO WS-LEV-ANOMES.
            MOVE WS-OPERADOR TO WS-LEV-OPERADOR.
            MOVE WS-LOTE-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       LIBERA-LOTE.
      *    El lote cuadra: se agrega a LEDGERTX.DAT como cualquier
