      ******************************************************************
      * Copybook: INCGWR
      * Purpose:  AGREGA-ASIENTO-INCOBRABLE appends one pending line
      *           to INCGL.DAT from the WS-IG-* fields (INCGWS),
      *           dated the business date, EXTEND with fallback to
      *           OUTPUT like the OPSLOG pattern.
      *           CALCULA-SALDO-PROVISION reads the whole feed, posted
      *           and pending, into WS-IG-SALDO; no feed on disk is a
      *           zero allowance. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       AGREGA-ASIENTO-INCOBRABLE.
            OPEN EXTEND ALLOWANCE-GL-FILE.
            IF NOT WS-IG-OK
                OPEN OUTPUT ALLOWANCE-GL-FILE
                IF NOT WS-IG-OK
                    MOVE WS-IG-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-ASIENTO-INCOBRABLE OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            COMPUTE IG-ANOMES = WS-OPSLOG-DATE / 100.
            MOVE WS-IG-TIPO TO IG-TIPO.
            MOVE WS-IG-DEBE TO IG-DEBE.
            MOVE WS-IG-HABER TO IG-HABER.
            MOVE WS-IG-IMPORTE TO IG-IMPORTE.
            MOVE WS-IG-FACTURA TO IG-FACTURA.
            MOVE WS-OPSLOG-DATE TO IG-FECHA.
            MOVE SPACE TO IG-ESTADO.
            WRITE ALLOWANCE-GL-RECORD.
            IF NOT WS-IG-OK
                MOVE WS-IG-STATUS TO WS-ABEND-STATUS
                MOVE "AGREGA-ASIENTO-INCOBRABLE WRT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE ALLOWANCE-GL-FILE.

       CALCULA-SALDO-PROVISION.
            MOVE 0 TO WS-IG-SALDO.
            MOVE "N" TO WS-IG-EOF-SWITCH.
            OPEN INPUT ALLOWANCE-GL-FILE.
            IF WS-IG-OK
                PERFORM UNTIL WS-IG-EOF
                    READ ALLOWANCE-GL-FILE
                        AT END SET WS-IG-EOF TO TRUE
                        NOT AT END
                            IF IG-HABER = WS-IG-CTA-PROVISION
                                ADD IG-IMPORTE TO WS-IG-SALDO
                            END-IF
                            IF IG-DEBE = WS-IG-CTA-PROVISION
                                SUBTRACT IG-IMPORTE FROM WS-IG-SALDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALLOWANCE-GL-FILE
            END-IF.
            MOVE "N" TO WS-IG-EOF-SWITCH.
