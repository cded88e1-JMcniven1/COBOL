      ******************************************************************
      * Copybook: TAXMWR
      * Purpose:  Paragraphs for the sales-tax master and the account
      *           defaults. CARGA-IMPUESTOS loads TAXMAST.DAT and
      *           ACCTTAX.DAT into their tables; BUSCA-TASA-IMPUESTO
      *           finds the row of a code in force on a date and
      *           BUSCA-IMPUESTO-CUENTA an account's default code.
      *           GRABA-IMPUESTOS writes back through the .NEW work
      *           files whichever table changed (patron
      *           PROMUEVE-IMAGEN). Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-IMPUESTOS.
            MOVE 0 TO WS-TX-COUNT.
            MOVE 0 TO WS-TA-COUNT.
            MOVE "N" TO WS-TX-CAMBIADO-SWITCH.
            MOVE "N" TO WS-TA-CAMBIADO-SWITCH.
            MOVE "N" TO WS-TX-PRESENTE-SWITCH.
            MOVE "N" TO WS-TX-EOF-SWITCH.
            OPEN INPUT TAX-MASTER.
            IF WS-TX-OK
                SET WS-TX-PRESENTE TO TRUE
                PERFORM UNTIL WS-TX-EOF
                    READ TAX-MASTER
                        AT END SET WS-TX-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UNA-TASA-IMPUESTO
                    END-READ
                END-PERFORM
                CLOSE TAX-MASTER
            END-IF.
            MOVE "N" TO WS-TX-EOF-SWITCH.
            OPEN INPUT TAX-ACCOUNT.
            IF WS-TA-OK
                PERFORM UNTIL WS-TX-EOF
                    READ TAX-ACCOUNT
                        AT END SET WS-TX-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-IMPUESTO-CUENTA
                    END-READ
                END-PERFORM
                CLOSE TAX-ACCOUNT
            END-IF.
            MOVE "N" TO WS-TX-EOF-SWITCH.

       CARGA-UNA-TASA-IMPUESTO.
            IF WS-TX-COUNT >= WS-TX-MAX
      *        Una fila fuera de la tabla se perderia al regrabar:
      *        se aborta.
                DISPLAY "TABLA DE IMPUESTOS LLENA EN " WS-TX-MAX
                    " ENTRADAS"
                MOVE "CARGA-IMPUESTOS" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-TX-COUNT.
            MOVE TX-CODIGO TO WS-TX-TBL-CODIGO (WS-TX-COUNT).
            MOVE TX-DESDE TO WS-TX-TBL-DESDE (WS-TX-COUNT).
            MOVE TX-HASTA TO WS-TX-TBL-HASTA (WS-TX-COUNT).
            IF TX-TASA IS NUMERIC
                MOVE TX-TASA TO WS-TX-TBL-TASA (WS-TX-COUNT)
            ELSE
                MOVE 0 TO WS-TX-TBL-TASA (WS-TX-COUNT)
            END-IF.
            IF TX-ES-EXENTO
                MOVE "S" TO WS-TX-TBL-EXENTO (WS-TX-COUNT)
            ELSE
                MOVE "N" TO WS-TX-TBL-EXENTO (WS-TX-COUNT)
            END-IF.
            MOVE TX-CUENTA TO WS-TX-TBL-CUENTA (WS-TX-COUNT).
            MOVE TX-DESCRIPCION TO WS-TX-TBL-DESC (WS-TX-COUNT).

       CARGA-UN-IMPUESTO-CUENTA.
            IF WS-TA-COUNT >= WS-TA-MAX
                DISPLAY "TABLA DE IMPUESTO POR CUENTA LLENA EN "
                    WS-TA-MAX " ENTRADAS"
                MOVE "CARGA-IMPUESTOS" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-TA-COUNT.
            MOVE TA-CUENTA TO WS-TA-TBL-CUENTA (WS-TA-COUNT).
            MOVE TA-CODIGO TO WS-TA-TBL-CODIGO (WS-TA-COUNT).

       BUSCA-TASA-IMPUESTO.
            MOVE 0 TO WS-TX-IX.
            PERFORM VARYING WS-TX-I FROM 1 BY 1
                    UNTIL WS-TX-I > WS-TX-COUNT
                IF WS-TX-TBL-CODIGO (WS-TX-I) = WS-TX-LOOKUP-CODIGO
                        AND WS-TX-TBL-DESDE (WS-TX-I)
                            <= WS-TX-LOOKUP-FECHA
                        AND WS-TX-TBL-HASTA (WS-TX-I)
                            >= WS-TX-LOOKUP-FECHA
                    MOVE WS-TX-I TO WS-TX-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-IMPUESTO-CUENTA.
            MOVE 0 TO WS-TA-IX.
            PERFORM VARYING WS-TA-I FROM 1 BY 1
                    UNTIL WS-TA-I > WS-TA-COUNT
                IF WS-TA-TBL-CUENTA (WS-TA-I) = WS-TA-LOOKUP-CUENTA
                    MOVE WS-TA-I TO WS-TA-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-IMPUESTOS.
            IF WS-TX-CAMBIADO
                OPEN OUTPUT TAX-NEW
                IF NOT WS-TX-NEW-OK
                    MOVE WS-TX-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-IMPUESTOS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-TX-I FROM 1 BY 1
                        UNTIL WS-TX-I > WS-TX-COUNT
                    MOVE WS-TX-TBL-CODIGO (WS-TX-I) TO TX-CODIGO
                    MOVE WS-TX-TBL-DESDE (WS-TX-I) TO TX-DESDE
                    MOVE WS-TX-TBL-HASTA (WS-TX-I) TO TX-HASTA
                    MOVE WS-TX-TBL-TASA (WS-TX-I) TO TX-TASA
                    MOVE WS-TX-TBL-EXENTO (WS-TX-I) TO TX-EXENTO
                    MOVE WS-TX-TBL-CUENTA (WS-TX-I) TO TX-CUENTA
                    MOVE WS-TX-TBL-DESC (WS-TX-I) TO TX-DESCRIPCION
                    WRITE TAX-NEW-LINE FROM TAX-MASTER-RECORD
                    IF NOT WS-TX-NEW-OK
                        MOVE WS-TX-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-IMPUESTOS WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE TAX-NEW
                PERFORM PROMUEVE-IMPUESTOS
                MOVE "N" TO WS-TX-CAMBIADO-SWITCH
            END-IF.
            IF WS-TA-CAMBIADO
                OPEN OUTPUT TAX-ACCOUNT-NEW
                IF NOT WS-TA-NEW-OK
                    MOVE WS-TA-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-IMPUESTOS OPEN CTA"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-TA-I FROM 1 BY 1
                        UNTIL WS-TA-I > WS-TA-COUNT
                    MOVE WS-TA-TBL-CUENTA (WS-TA-I) TO TA-CUENTA
                    MOVE WS-TA-TBL-CODIGO (WS-TA-I) TO TA-CODIGO
                    WRITE TAX-ACCOUNT-NEW-LINE FROM TAX-ACCOUNT-RECORD
                    IF NOT WS-TA-NEW-OK
                        MOVE WS-TA-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-IMPUESTOS WRITE CTA"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE TAX-ACCOUNT-NEW
                PERFORM PROMUEVE-IMPUESTOS-CUENTA
                MOVE "N" TO WS-TA-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-IMPUESTOS.
            MOVE "N" TO WS-TX-EOF-SWITCH.
            OPEN INPUT TAX-NEW.
            IF NOT WS-TX-NEW-OK
                MOVE WS-TX-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-IMPUESTOS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TAX-MASTER.
            IF NOT WS-TX-OK
                MOVE WS-TX-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-IMPUESTOS OPEN O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TX-EOF
                READ TAX-NEW
                    AT END SET WS-TX-EOF TO TRUE
                    NOT AT END
                        WRITE TAX-MASTER-RECORD FROM TAX-NEW-LINE
                        IF NOT WS-TX-OK
                            MOVE WS-TX-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-IMPUESTOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TAX-NEW TAX-MASTER.
            SET WS-TX-PRESENTE TO TRUE.
            MOVE "N" TO WS-TX-EOF-SWITCH.

       PROMUEVE-IMPUESTOS-CUENTA.
            MOVE "N" TO WS-TX-EOF-SWITCH.
            OPEN INPUT TAX-ACCOUNT-NEW.
            IF NOT WS-TA-NEW-OK
                MOVE WS-TA-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-IMPUESTOS-CTA OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TAX-ACCOUNT.
            IF NOT WS-TA-OK
                MOVE WS-TA-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-IMPUESTOS-CTA OPEN O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TX-EOF
                READ TAX-ACCOUNT-NEW
                    AT END SET WS-TX-EOF TO TRUE
                    NOT AT END
                        WRITE TAX-ACCOUNT-RECORD
                            FROM TAX-ACCOUNT-NEW-LINE
                        IF NOT WS-TA-OK
                            MOVE WS-TA-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-IMPUESTOS-CTA WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TAX-ACCOUNT-NEW TAX-ACCOUNT.
            MOVE "N" TO WS-TX-EOF-SWITCH.
