      ******************************************************************
      * Copybook: ORDCWR
      * Purpose:  Paragraphs for the purchase order master.
      *           CARGA-ORDENES-COMPRA loads POMAST.DAT into its
      *           table; BUSCA-ORDEN-COMPRA finds an order by number.
      *           GRABA-ORDENES-COMPRA writes the table back through
      *           the .NEW work file when anything changed (patron
      *           PROMUEVE-IMAGEN). Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-ORDENES-COMPRA.
            MOVE 0 TO WS-OC-COUNT.
            MOVE "N" TO WS-OC-EOF-SWITCH.
            MOVE "N" TO WS-OC-CAMBIADO-SWITCH.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF WS-OC-OK
                PERFORM UNTIL WS-OC-EOF
                    READ PURCHASE-ORDER-FILE
                        AT END SET WS-OC-EOF TO TRUE
                        NOT AT END
                            IF WS-OC-COUNT >= WS-OC-MAX
      *                         Una orden fuera de la tabla se
      *                         perderia al regrabar: se aborta.
                                DISPLAY "TABLA DE ORDENES DE COMPRA "
                                    "LLENA EN " WS-OC-MAX " ENTRADAS"
                                MOVE "CARGA-ORDENES-COMPRA"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-OC-COUNT
                            MOVE OC-NUMERO
                                TO WS-OC-TBL-NUMERO (WS-OC-COUNT)
                            MOVE OC-DEPT
                                TO WS-OC-TBL-DEPT (WS-OC-COUNT)
                            MOVE OC-CUENTA
                                TO WS-OC-TBL-CUENTA (WS-OC-COUNT)
                            MOVE OC-PAYEE-ID
                                TO WS-OC-TBL-PAYEE (WS-OC-COUNT)
                            MOVE OC-ANOMES
                                TO WS-OC-TBL-ANOMES (WS-OC-COUNT)
                            MOVE OC-FECHA
                                TO WS-OC-TBL-FECHA (WS-OC-COUNT)
                            MOVE OC-DESCRIPCION
                                TO WS-OC-TBL-DESCRIPCION (WS-OC-COUNT)
                            MOVE OC-IMPORTE
                                TO WS-OC-TBL-IMPORTE (WS-OC-COUNT)
                            MOVE OC-RELEVADO
                                TO WS-OC-TBL-RELEVADO (WS-OC-COUNT)
                            MOVE OC-ESTADO
                                TO WS-OC-TBL-ESTADO (WS-OC-COUNT)
                            MOVE OC-OPERADOR
                                TO WS-OC-TBL-OPERADOR (WS-OC-COUNT)
                            MOVE OC-AUTORIZA
                                TO WS-OC-TBL-AUTORIZA (WS-OC-COUNT)
                            MOVE OC-FECHA-ESTADO
                                TO WS-OC-TBL-FECHA-EST (WS-OC-COUNT)
                    END-READ
                END-PERFORM
                CLOSE PURCHASE-ORDER-FILE
            END-IF.
            MOVE "N" TO WS-OC-EOF-SWITCH.

       BUSCA-ORDEN-COMPRA.
            MOVE 0 TO WS-OC-IX.
            PERFORM VARYING WS-OC-I FROM 1 BY 1
                    UNTIL WS-OC-I > WS-OC-COUNT
                IF WS-OC-TBL-NUMERO (WS-OC-I) = WS-OC-LOOKUP-NUMERO
                    MOVE WS-OC-I TO WS-OC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-ORDENES-COMPRA.
            IF WS-OC-CAMBIADO
                OPEN OUTPUT PURCHASE-ORDER-NEW
                IF NOT WS-OC-NEW-OK
                    MOVE WS-OC-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ORDENES-COMPRA OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-OC-I FROM 1 BY 1
                        UNTIL WS-OC-I > WS-OC-COUNT
                    MOVE WS-OC-TBL-NUMERO (WS-OC-I) TO OC-NUMERO
                    MOVE WS-OC-TBL-DEPT (WS-OC-I) TO OC-DEPT
                    MOVE WS-OC-TBL-CUENTA (WS-OC-I) TO OC-CUENTA
                    MOVE WS-OC-TBL-PAYEE (WS-OC-I) TO OC-PAYEE-ID
                    MOVE WS-OC-TBL-ANOMES (WS-OC-I) TO OC-ANOMES
                    MOVE WS-OC-TBL-FECHA (WS-OC-I) TO OC-FECHA
                    MOVE WS-OC-TBL-DESCRIPCION (WS-OC-I)
                        TO OC-DESCRIPCION
                    MOVE WS-OC-TBL-IMPORTE (WS-OC-I) TO OC-IMPORTE
                    MOVE WS-OC-TBL-RELEVADO (WS-OC-I) TO OC-RELEVADO
                    MOVE WS-OC-TBL-ESTADO (WS-OC-I) TO OC-ESTADO
                    MOVE WS-OC-TBL-OPERADOR (WS-OC-I) TO OC-OPERADOR
                    MOVE WS-OC-TBL-AUTORIZA (WS-OC-I) TO OC-AUTORIZA
                    MOVE WS-OC-TBL-FECHA-EST (WS-OC-I)
                        TO OC-FECHA-ESTADO
                    WRITE PURCHASE-ORDER-NEW-LINE
                        FROM PURCHASE-ORDER-RECORD
                    IF NOT WS-OC-NEW-OK
                        MOVE WS-OC-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-ORDENES-COMPRA WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE PURCHASE-ORDER-NEW
                PERFORM PROMUEVE-ORDENES-COMPRA
                MOVE "N" TO WS-OC-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-ORDENES-COMPRA.
            MOVE "N" TO WS-OC-EOF-SWITCH.
            OPEN INPUT PURCHASE-ORDER-NEW.
            IF NOT WS-OC-NEW-OK
                MOVE WS-OC-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ORDENES-COMPRA OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PURCHASE-ORDER-FILE.
            IF NOT WS-OC-OK
                MOVE WS-OC-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ORDENES-COMPRA OP O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-OC-EOF
                READ PURCHASE-ORDER-NEW
                    AT END SET WS-OC-EOF TO TRUE
                    NOT AT END
                        WRITE PURCHASE-ORDER-RECORD
                            FROM PURCHASE-ORDER-NEW-LINE
                        IF NOT WS-OC-OK
                            MOVE WS-OC-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ORDENES-COMPRA WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PURCHASE-ORDER-NEW PURCHASE-ORDER-FILE.
            MOVE "N" TO WS-OC-EOF-SWITCH.
