      ******************************************************************
      * Copybook: VTAGWR
      * Purpose:  AGREGA-ASIENTO-VENTA appends the pending lines of
      *           one document to VTAGL.DAT, dated the business date:
      *           an invoice debits the customer's account against
      *           sales for the net and against the tax liability
      *           for the tax; a credit note the reverse. A zero
      *           amount gets no line. EXTEND with fallback to OUTPUT
      *           like the OPSLOG pattern. Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       AGREGA-ASIENTO-VENTA.
            IF WS-VG-CTA-IMPUESTO = SPACES
                MOVE WS-VG-CTA-IMP-OMISION TO WS-VG-CTA-IMPUESTO
            END-IF.
            OPEN EXTEND SALES-GL-FILE.
            IF NOT WS-VG-OK
                OPEN OUTPUT SALES-GL-FILE
                IF NOT WS-VG-OK
                    MOVE WS-VG-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-ASIENTO-VENTA OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            COMPUTE VG-ANOMES = WS-OPSLOG-DATE / 100.
            MOVE WS-VG-TIPO TO VG-TIPO.
            MOVE WS-VG-DOCUMENTO TO VG-DOCUMENTO.
            MOVE WS-OPSLOG-DATE TO VG-FECHA.
            MOVE SPACE TO VG-ESTADO.
            IF WS-VG-NETO > 0
                IF WS-VG-TIPO = "N"
                    MOVE WS-VG-CTA-VENTAS TO VG-DEBE
                    MOVE WS-VG-CLIENTE TO VG-HABER
                ELSE
                    MOVE WS-VG-CLIENTE TO VG-DEBE
                    MOVE WS-VG-CTA-VENTAS TO VG-HABER
                END-IF
                MOVE WS-VG-NETO TO VG-IMPORTE
                PERFORM ESCRIBE-ASIENTO-VENTA
            END-IF.
            IF WS-VG-IMPUESTO > 0
                IF WS-VG-TIPO = "N"
                    MOVE WS-VG-CTA-IMPUESTO TO VG-DEBE
                    MOVE WS-VG-CLIENTE TO VG-HABER
                ELSE
                    MOVE WS-VG-CLIENTE TO VG-DEBE
                    MOVE WS-VG-CTA-IMPUESTO TO VG-HABER
                END-IF
                MOVE WS-VG-IMPUESTO TO VG-IMPORTE
                PERFORM ESCRIBE-ASIENTO-VENTA
            END-IF.
            CLOSE SALES-GL-FILE.

       ESCRIBE-ASIENTO-VENTA.
            WRITE SALES-GL-RECORD.
            IF NOT WS-VG-OK
                MOVE WS-VG-STATUS TO WS-ABEND-STATUS
                MOVE "AGREGA-ASIENTO-VENTA WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
