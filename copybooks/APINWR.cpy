      ******************************************************************
      * Copybook: APINWR
      * Purpose:  Paragraphs for the accounts payable vendor invoice
      *           register. CARGA-FACTURAS-PROVEEDOR loads
      *           APINVOIC.DAT into its table; BUSCA-FACTURA-PROVEEDOR
      *           finds an invoice by internal number and
      *           BUSCA-FACTURA-DUPLICADA a live invoice by payee and
      *           vendor invoice number. GRABA-FACTURAS-PROVEEDOR
      *           writes the table back through the .NEW work file
      *           when anything changed (patron PROMUEVE-IMAGEN).
      *           Callers supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH
      *           and 9999-ABEND-FILE-ERROR, same contract as
      *           OPSLOGWR.
      ******************************************************************
       CARGA-FACTURAS-PROVEEDOR.
            MOVE 0 TO WS-AI-COUNT.
            MOVE "N" TO WS-AI-EOF-SWITCH.
            MOVE "N" TO WS-AI-CAMBIADO-SWITCH.
            OPEN INPUT AP-INVOICE-FILE.
            IF WS-AI-OK
                PERFORM UNTIL WS-AI-EOF
                    READ AP-INVOICE-FILE
                        AT END SET WS-AI-EOF TO TRUE
                        NOT AT END
                            IF WS-AI-COUNT >= WS-AI-MAX
      *                         Una factura fuera de la tabla se
      *                         perderia al regrabar: se aborta.
                                DISPLAY "TABLA DE FACTURAS DE "
                                    "PROVEEDOR LLENA EN " WS-AI-MAX
                                    " ENTRADAS"
                                MOVE "CARGA-FACTURAS-PROVEEDOR"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-AI-COUNT
                            MOVE AI-NUMERO
                                TO WS-AI-TBL-NUMERO (WS-AI-COUNT)
                            MOVE AI-PAYEE-ID
                                TO WS-AI-TBL-PAYEE (WS-AI-COUNT)
                            MOVE AI-FACTURA
                                TO WS-AI-TBL-FACTURA (WS-AI-COUNT)
                            MOVE AI-FECHA
                                TO WS-AI-TBL-FECHA (WS-AI-COUNT)
                            MOVE AI-VENCE
                                TO WS-AI-TBL-VENCE (WS-AI-COUNT)
                            MOVE AI-IMPORTE
                                TO WS-AI-TBL-IMPORTE (WS-AI-COUNT)
                            MOVE AI-CUENTA
                                TO WS-AI-TBL-CUENTA (WS-AI-COUNT)
                            MOVE AI-ESTADO
                                TO WS-AI-TBL-ESTADO (WS-AI-COUNT)
                            MOVE AI-FECHA-ESTADO
                                TO WS-AI-TBL-FECHA-EST (WS-AI-COUNT)
                            MOVE AI-OPERADOR
                                TO WS-AI-TBL-OPERADOR (WS-AI-COUNT)
      *                     Facturas grabadas antes de existir la
      *                     orden de compra traen el campo en blanco.
                            IF AI-OC IS NUMERIC
                                MOVE AI-OC
                                    TO WS-AI-TBL-OC (WS-AI-COUNT)
                            ELSE
                                MOVE 0 TO WS-AI-TBL-OC (WS-AI-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AP-INVOICE-FILE
            END-IF.
            MOVE "N" TO WS-AI-EOF-SWITCH.

       BUSCA-FACTURA-PROVEEDOR.
            MOVE 0 TO WS-AI-IX.
            PERFORM VARYING WS-AI-I FROM 1 BY 1
                    UNTIL WS-AI-I > WS-AI-COUNT
                IF WS-AI-TBL-NUMERO (WS-AI-I) = WS-AI-LOOKUP-NUMERO
                    MOVE WS-AI-I TO WS-AI-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-FACTURA-DUPLICADA.
      *    Una factura anulada no bloquea que se registre de nuevo
      *    el mismo numero del proveedor (la correccion de un error
      *    de captura pasa por anular y volver a registrar).
            MOVE 0 TO WS-AI-IX.
            PERFORM VARYING WS-AI-I FROM 1 BY 1
                    UNTIL WS-AI-I > WS-AI-COUNT
                IF WS-AI-TBL-PAYEE (WS-AI-I) = WS-AI-LOOKUP-PAYEE
                        AND WS-AI-TBL-FACTURA (WS-AI-I)
                            = WS-AI-LOOKUP-FACTURA
                        AND WS-AI-TBL-ESTADO (WS-AI-I) NOT = "X"
                    MOVE WS-AI-I TO WS-AI-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-FACTURAS-PROVEEDOR.
            IF WS-AI-CAMBIADO
                OPEN OUTPUT AP-INVOICE-NEW
                IF NOT WS-AI-NEW-OK
                    MOVE WS-AI-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-FACTURAS-PROV OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-AI-I FROM 1 BY 1
                        UNTIL WS-AI-I > WS-AI-COUNT
                    MOVE WS-AI-TBL-NUMERO (WS-AI-I) TO AI-NUMERO
                    MOVE WS-AI-TBL-PAYEE (WS-AI-I) TO AI-PAYEE-ID
                    MOVE WS-AI-TBL-FACTURA (WS-AI-I) TO AI-FACTURA
                    MOVE WS-AI-TBL-FECHA (WS-AI-I) TO AI-FECHA
                    MOVE WS-AI-TBL-VENCE (WS-AI-I) TO AI-VENCE
                    MOVE WS-AI-TBL-IMPORTE (WS-AI-I) TO AI-IMPORTE
                    MOVE WS-AI-TBL-CUENTA (WS-AI-I) TO AI-CUENTA
                    MOVE WS-AI-TBL-ESTADO (WS-AI-I) TO AI-ESTADO
                    MOVE WS-AI-TBL-FECHA-EST (WS-AI-I)
                        TO AI-FECHA-ESTADO
                    MOVE WS-AI-TBL-OPERADOR (WS-AI-I) TO AI-OPERADOR
                    MOVE WS-AI-TBL-OC (WS-AI-I) TO AI-OC
                    WRITE AP-INVOICE-NEW-LINE FROM AP-INVOICE-RECORD
                    IF NOT WS-AI-NEW-OK
                        MOVE WS-AI-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-FACTURAS-PROV WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE AP-INVOICE-NEW
                PERFORM PROMUEVE-FACTURAS-PROVEEDOR
                MOVE "N" TO WS-AI-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-FACTURAS-PROVEEDOR.
            MOVE "N" TO WS-AI-EOF-SWITCH.
            OPEN INPUT AP-INVOICE-NEW.
            IF NOT WS-AI-NEW-OK
                MOVE WS-AI-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-FACTURAS-PROV OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT AP-INVOICE-FILE.
            IF NOT WS-AI-OK
                MOVE WS-AI-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-FACTURAS-PROV OPEN F"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-AI-EOF
                READ AP-INVOICE-NEW
                    AT END SET WS-AI-EOF TO TRUE
                    NOT AT END
                        WRITE AP-INVOICE-RECORD
                            FROM AP-INVOICE-NEW-LINE
                        IF NOT WS-AI-OK
                            MOVE WS-AI-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-FACTURAS-PROV WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AP-INVOICE-NEW AP-INVOICE-FILE.
            MOVE "N" TO WS-AI-EOF-SWITCH.
