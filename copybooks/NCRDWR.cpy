      ******************************************************************
      * Copybook: NCRDWR
      * Purpose:  CARGA-NOTAS-CREDITO loads NOTACRED.DAT into its
      *           table (no file on disk is no credit notes).
      *           AGREGA-NOTA-CREDITO appends CREDIT-NOTE-RECORD,
      *           EXTEND with fallback to OUTPUT like the OPSLOG
      *           pattern. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-NOTAS-CREDITO.
            MOVE 0 TO WS-NC-COUNT.
            MOVE "N" TO WS-NC-EOF-SWITCH.
            OPEN INPUT CREDIT-NOTE-FILE.
            IF WS-NC-OK
                PERFORM UNTIL WS-NC-EOF
                    READ CREDIT-NOTE-FILE
                        AT END SET WS-NC-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UNA-NOTA-CREDITO
                    END-READ
                END-PERFORM
                CLOSE CREDIT-NOTE-FILE
            END-IF.
            MOVE "N" TO WS-NC-EOF-SWITCH.

       CARGA-UNA-NOTA-CREDITO.
            IF WS-NC-COUNT >= WS-NC-MAX
                DISPLAY "TABLA DE NOTAS DE CREDITO LLENA EN "
                    WS-NC-MAX " ENTRADAS"
                MOVE "CARGA-NOTAS-CREDITO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-NC-COUNT.
            MOVE NC-NUMERO TO WS-NC-TBL-NUMERO (WS-NC-COUNT).
            MOVE NC-FACTURA TO WS-NC-TBL-FACTURA (WS-NC-COUNT).
            MOVE NC-CUENTA TO WS-NC-TBL-CUENTA (WS-NC-COUNT).
            MOVE NC-FECHA TO WS-NC-TBL-FECHA (WS-NC-COUNT).
            MOVE NC-COD-IMPUESTO
                TO WS-NC-TBL-COD-IMPUESTO (WS-NC-COUNT).
            MOVE NC-NETO TO WS-NC-TBL-NETO (WS-NC-COUNT).
            MOVE NC-IMPUESTO TO WS-NC-TBL-IMPUESTO (WS-NC-COUNT).
            MOVE NC-BRUTO TO WS-NC-TBL-BRUTO (WS-NC-COUNT).

       AGREGA-NOTA-CREDITO.
            OPEN EXTEND CREDIT-NOTE-FILE.
            IF NOT WS-NC-OK
                OPEN OUTPUT CREDIT-NOTE-FILE
                IF NOT WS-NC-OK
                    MOVE WS-NC-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-NOTA-CREDITO OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            WRITE CREDIT-NOTE-RECORD.
            IF NOT WS-NC-OK
                MOVE WS-NC-STATUS TO WS-ABEND-STATUS
                MOVE "AGREGA-NOTA-CREDITO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE CREDIT-NOTE-FILE.
