      ******************************************************************
      * Copybook: INVMWR
      * Purpose:  Paragraphs for the receivables open-invoices
      *           master. CARGA-FACTURAS-CLIENTE loads INVMAST.DAT
      *           into its table; BUSCA-FACTURA-CLIENTE finds an
      *           invoice by number. GRABA-FACTURAS-CLIENTE writes the
      *           table back through the .NEW work file when anything
      *           changed (patron PROMUEVE-IMAGEN). Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-FACTURAS-CLIENTE.
            MOVE 0 TO WS-IM-COUNT.
            MOVE "N" TO WS-IM-EOF-SWITCH.
            MOVE "N" TO WS-IM-CAMBIADO-SWITCH.
            OPEN INPUT INVOICE-MASTER.
            IF WS-INV-OK
                PERFORM UNTIL WS-IM-EOF
                    READ INVOICE-MASTER
                        AT END SET WS-IM-EOF TO TRUE
                        NOT AT END
                            IF WS-IM-COUNT >= WS-IM-MAX
      *                         Una factura fuera de la tabla se
      *                         perderia al regrabar: se aborta.
                                DISPLAY "TABLA DE FACTURAS DE CLIENTE "
                                    "LLENA EN " WS-IM-MAX " ENTRADAS"
                                MOVE "CARGA-FACTURAS-CLIENTE"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-IM-COUNT
                            PERFORM CARGA-UNA-FACTURA-CLIENTE
                    END-READ
                END-PERFORM
                CLOSE INVOICE-MASTER
            END-IF.
            MOVE "N" TO WS-IM-EOF-SWITCH.

       CARGA-UNA-FACTURA-CLIENTE.
            MOVE IV-NUMBER TO WS-IM-TBL-NUMERO (WS-IM-COUNT).
            MOVE IV-ACCOUNT-ID TO WS-IM-TBL-CUENTA (WS-IM-COUNT).
            MOVE IV-FECHA TO WS-IM-TBL-FECHA (WS-IM-COUNT).
            MOVE IV-IMPORTE TO WS-IM-TBL-IMPORTE (WS-IM-COUNT).
            MOVE IV-ESTADO TO WS-IM-TBL-ESTADO (WS-IM-COUNT).
            MOVE IV-FECHA-COBRO TO WS-IM-TBL-COBRO (WS-IM-COUNT).
      *     Registros anteriores a la cobranza por avisos traen los
      *     campos de aviso en blanco.
            IF IV-NIVEL-AVISO IS NUMERIC
                MOVE IV-NIVEL-AVISO TO WS-IM-TBL-NIVEL (WS-IM-COUNT)
            ELSE
                MOVE 0 TO WS-IM-TBL-NIVEL (WS-IM-COUNT)
            END-IF.
            IF IV-FECHA-AVISO IS NUMERIC
                MOVE IV-FECHA-AVISO
                    TO WS-IM-TBL-FECHA-AVISO (WS-IM-COUNT)
            ELSE
                MOVE 0 TO WS-IM-TBL-FECHA-AVISO (WS-IM-COUNT)
            END-IF.
            IF IV-EN-DISPUTA
                MOVE "S" TO WS-IM-TBL-RETENIDA (WS-IM-COUNT)
            ELSE
                MOVE "N" TO WS-IM-TBL-RETENIDA (WS-IM-COUNT)
            END-IF.
      *     Registros anteriores al impuesto: sin codigo, el importe
      *     es neto y bruto.
            IF IV-BRUTO IS NUMERIC AND IV-NETO IS NUMERIC
                    AND IV-IMPUESTO IS NUMERIC
                MOVE IV-COD-IMPUESTO
                    TO WS-IM-TBL-COD-IMPUESTO (WS-IM-COUNT)
                MOVE IV-NETO TO WS-IM-TBL-NETO (WS-IM-COUNT)
                MOVE IV-IMPUESTO TO WS-IM-TBL-IMPUESTO (WS-IM-COUNT)
                MOVE IV-BRUTO TO WS-IM-TBL-BRUTO (WS-IM-COUNT)
            ELSE
                MOVE SPACES TO WS-IM-TBL-COD-IMPUESTO (WS-IM-COUNT)
                MOVE IV-IMPORTE TO WS-IM-TBL-NETO (WS-IM-COUNT)
                MOVE 0 TO WS-IM-TBL-IMPUESTO (WS-IM-COUNT)
                MOVE IV-IMPORTE TO WS-IM-TBL-BRUTO (WS-IM-COUNT)
            END-IF.

       BUSCA-FACTURA-CLIENTE.
            MOVE 0 TO WS-IM-IX.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-NUMERO (WS-IM-I) = WS-IM-LOOKUP-NUMERO
                    MOVE WS-IM-I TO WS-IM-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-FACTURAS-CLIENTE.
            IF WS-IM-CAMBIADO
                OPEN OUTPUT INVOICE-NEW
                IF NOT WS-IVN-OK
                    MOVE WS-IVN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-FACTURAS-CLIENTE OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-IM-I FROM 1 BY 1
                        UNTIL WS-IM-I > WS-IM-COUNT
                    MOVE WS-IM-TBL-NUMERO (WS-IM-I) TO IV-NUMBER
                    MOVE WS-IM-TBL-CUENTA (WS-IM-I) TO IV-ACCOUNT-ID
                    MOVE WS-IM-TBL-FECHA (WS-IM-I) TO IV-FECHA
                    MOVE WS-IM-TBL-IMPORTE (WS-IM-I) TO IV-IMPORTE
                    MOVE WS-IM-TBL-ESTADO (WS-IM-I) TO IV-ESTADO
                    MOVE WS-IM-TBL-COBRO (WS-IM-I) TO IV-FECHA-COBRO
                    MOVE WS-IM-TBL-NIVEL (WS-IM-I) TO IV-NIVEL-AVISO
                    MOVE WS-IM-TBL-FECHA-AVISO (WS-IM-I)
                        TO IV-FECHA-AVISO
                    MOVE WS-IM-TBL-RETENIDA (WS-IM-I) TO IV-RETENIDA
                    MOVE WS-IM-TBL-COD-IMPUESTO (WS-IM-I)
                        TO IV-COD-IMPUESTO
                    MOVE WS-IM-TBL-NETO (WS-IM-I) TO IV-NETO
                    MOVE WS-IM-TBL-IMPUESTO (WS-IM-I) TO IV-IMPUESTO
                    MOVE WS-IM-TBL-BRUTO (WS-IM-I) TO IV-BRUTO
                    WRITE INVOICE-NEW-LINE FROM INVOICE-MASTER-RECORD
                    IF NOT WS-IVN-OK
                        MOVE WS-IVN-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-FACTURAS-CLIENTE WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE INVOICE-NEW
                PERFORM PROMUEVE-FACTURAS-CLIENTE
                MOVE "N" TO WS-IM-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-FACTURAS-CLIENTE.
            MOVE "N" TO WS-IM-EOF-SWITCH.
            OPEN INPUT INVOICE-NEW.
            IF NOT WS-IVN-OK
                MOVE WS-IVN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-FACTURAS-CLI OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT INVOICE-MASTER.
            IF NOT WS-INV-OK
                MOVE WS-INV-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-FACTURAS-CLI OPEN IV"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-IM-EOF
                READ INVOICE-NEW
                    AT END SET WS-IM-EOF TO TRUE
                    NOT AT END
                        WRITE INVOICE-MASTER-RECORD
                            FROM INVOICE-NEW-LINE
                        IF NOT WS-INV-OK
                            MOVE WS-INV-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-FACTURAS-CLI WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE INVOICE-NEW INVOICE-MASTER.
            MOVE "N" TO WS-IM-EOF-SWITCH.
