      ******************************************************************
      * Copybook: CRLMWR
      * Purpose:  Paragraphs for the customer credit master.
      *           CARGA-LIMITES-CREDITO loads CREDMAST.DAT into its
      *           table; BUSCA-LIMITE-CREDITO finds an account's row.
      *           GRABA-LIMITES-CREDITO writes the table back through
      *           the .NEW work file when anything changed (patron
      *           PROMUEVE-IMAGEN). Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-LIMITES-CREDITO.
            MOVE 0 TO WS-CL-COUNT.
            MOVE "N" TO WS-CL-EOF-SWITCH.
            MOVE "N" TO WS-CL-CAMBIADO-SWITCH.
            OPEN INPUT CREDIT-MASTER.
            IF WS-CL-OK
                PERFORM UNTIL WS-CL-EOF
                    READ CREDIT-MASTER
                        AT END SET WS-CL-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-LIMITE-CREDITO
                    END-READ
                END-PERFORM
                CLOSE CREDIT-MASTER
            END-IF.
            MOVE "N" TO WS-CL-EOF-SWITCH.

       CARGA-UN-LIMITE-CREDITO.
            IF WS-CL-COUNT >= WS-CL-MAX
      *        Una cuenta fuera de la tabla se perderia al regrabar:
      *        se aborta.
                DISPLAY "TABLA DE LIMITES DE CREDITO LLENA EN "
                    WS-CL-MAX " ENTRADAS"
                MOVE "CARGA-LIMITES-CREDITO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CL-COUNT.
            MOVE CL-CUENTA TO WS-CL-TBL-CUENTA (WS-CL-COUNT).
            IF CL-LIMITE IS NUMERIC
                MOVE CL-LIMITE TO WS-CL-TBL-LIMITE (WS-CL-COUNT)
            ELSE
                MOVE 0 TO WS-CL-TBL-LIMITE (WS-CL-COUNT)
            END-IF.
            IF CL-EN-RETENCION
                MOVE "S" TO WS-CL-TBL-RETENIDA (WS-CL-COUNT)
            ELSE
                MOVE "N" TO WS-CL-TBL-RETENIDA (WS-CL-COUNT)
            END-IF.
            MOVE CL-MOTIVO TO WS-CL-TBL-MOTIVO (WS-CL-COUNT).
            IF CL-FECHA-RETENCION IS NUMERIC
                MOVE CL-FECHA-RETENCION
                    TO WS-CL-TBL-FECHA (WS-CL-COUNT)
            ELSE
                MOVE 0 TO WS-CL-TBL-FECHA (WS-CL-COUNT)
            END-IF.
            MOVE CL-OPERADOR TO WS-CL-TBL-OPERADOR (WS-CL-COUNT).

       BUSCA-LIMITE-CREDITO.
            MOVE 0 TO WS-CL-IX.
            PERFORM VARYING WS-CL-I FROM 1 BY 1
                    UNTIL WS-CL-I > WS-CL-COUNT
                IF WS-CL-TBL-CUENTA (WS-CL-I) = WS-CL-LOOKUP-CUENTA
                    MOVE WS-CL-I TO WS-CL-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-LIMITES-CREDITO.
            IF WS-CL-CAMBIADO
                OPEN OUTPUT CREDIT-NEW
                IF NOT WS-CL-NEW-OK
                    MOVE WS-CL-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-LIMITES-CREDITO OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-CL-I FROM 1 BY 1
                        UNTIL WS-CL-I > WS-CL-COUNT
                    MOVE WS-CL-TBL-CUENTA (WS-CL-I) TO CL-CUENTA
                    MOVE WS-CL-TBL-LIMITE (WS-CL-I) TO CL-LIMITE
                    MOVE WS-CL-TBL-RETENIDA (WS-CL-I) TO CL-RETENIDA
                    MOVE WS-CL-TBL-MOTIVO (WS-CL-I) TO CL-MOTIVO
                    MOVE WS-CL-TBL-FECHA (WS-CL-I)
                        TO CL-FECHA-RETENCION
                    MOVE WS-CL-TBL-OPERADOR (WS-CL-I) TO CL-OPERADOR
                    WRITE CREDIT-NEW-LINE FROM CREDIT-MASTER-RECORD
                    IF NOT WS-CL-NEW-OK
                        MOVE WS-CL-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-LIMITES-CREDITO WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE CREDIT-NEW
                PERFORM PROMUEVE-LIMITES-CREDITO
                MOVE "N" TO WS-CL-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-LIMITES-CREDITO.
            MOVE "N" TO WS-CL-EOF-SWITCH.
            OPEN INPUT CREDIT-NEW.
            IF NOT WS-CL-NEW-OK
                MOVE WS-CL-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-LIMITES-CREDITO OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT CREDIT-MASTER.
            IF NOT WS-CL-OK
                MOVE WS-CL-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-LIMITES-CREDITO OP O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-CL-EOF
                READ CREDIT-NEW
                    AT END SET WS-CL-EOF TO TRUE
                    NOT AT END
                        WRITE CREDIT-MASTER-RECORD
                            FROM CREDIT-NEW-LINE
                        IF NOT WS-CL-OK
                            MOVE WS-CL-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-LIMITES-CREDITO WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CREDIT-NEW CREDIT-MASTER.
            MOVE "N" TO WS-CL-EOF-SWITCH.
