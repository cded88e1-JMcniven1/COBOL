      ******************************************************************
      * Copybook: GASTWR
      * Purpose:  Paragraphs for employee expense claims.
      *           CARGA-CATEGORIAS-GASTO and CARGA-GASTOS load the
      *           category policy master and the claim master into
      *           their tables; BUSCA-CATEGORIA-GASTO finds a category
      *           by code and BUSCA-GASTO a claim by number.
      *           GRABA-CATEGORIAS-GASTO and GRABA-GASTOS write the
      *           tables back through the .NEW work files when
      *           anything changed (patron PROMUEVE-IMAGEN). Callers
      *           supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-CATEGORIAS-GASTO.
            MOVE 0 TO WS-EC-COUNT.
            MOVE "N" TO WS-GA-EOF-SWITCH.
            MOVE "N" TO WS-EC-CAMBIADO-SWITCH.
            OPEN INPUT EXPENSE-CATEGORY-FILE.
            IF WS-EC-OK
                PERFORM UNTIL WS-GA-EOF
                    READ EXPENSE-CATEGORY-FILE
                        AT END SET WS-GA-EOF TO TRUE
                        NOT AT END
                            IF WS-EC-COUNT >= WS-EC-MAX
      *                         Una categoria fuera de la tabla se
      *                         perderia al regrabar: se aborta.
                                DISPLAY "TABLA DE CATEGORIAS DE GASTO "
                                    "LLENA EN " WS-EC-MAX " ENTRADAS"
                                MOVE "CARGA-CATEGORIAS-GASTO"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-EC-COUNT
                            MOVE EC-CODIGO
                                TO WS-EC-TBL-CODIGO (WS-EC-COUNT)
                            MOVE EC-DESCRIPCION
                                TO WS-EC-TBL-DESCRIPCION (WS-EC-COUNT)
                            MOVE EC-TOPE-DIARIO
                                TO WS-EC-TBL-TOPE (WS-EC-COUNT)
                            MOVE EC-UMBRAL-RECIBO
                                TO WS-EC-TBL-UMBRAL (WS-EC-COUNT)
                            MOVE EC-CUENTA
                                TO WS-EC-TBL-CUENTA (WS-EC-COUNT)
                            MOVE EC-ACTIVO
                                TO WS-EC-TBL-ACTIVO (WS-EC-COUNT)
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CATEGORY-FILE
            END-IF.
            MOVE "N" TO WS-GA-EOF-SWITCH.

       CARGA-GASTOS.
            MOVE 0 TO WS-GA-COUNT.
            MOVE "N" TO WS-GA-EOF-SWITCH.
            MOVE "N" TO WS-GA-CAMBIADO-SWITCH.
            OPEN INPUT EXPENSE-CLAIM-FILE.
            IF WS-GA-OK
                PERFORM UNTIL WS-GA-EOF
                    READ EXPENSE-CLAIM-FILE
                        AT END SET WS-GA-EOF TO TRUE
                        NOT AT END
                            IF WS-GA-COUNT >= WS-GA-MAX
                                DISPLAY "TABLA DE GASTOS LLENA EN "
                                    WS-GA-MAX " ENTRADAS"
                                MOVE "CARGA-GASTOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-GA-COUNT
                            MOVE GA-NUMERO
                                TO WS-GA-TBL-NUMERO (WS-GA-COUNT)
                            MOVE GA-EMPLOYEE-ID
                                TO WS-GA-TBL-EMPLEADO (WS-GA-COUNT)
                            MOVE GA-CATEGORIA
                                TO WS-GA-TBL-CATEGORIA (WS-GA-COUNT)
                            MOVE GA-FECHA
                                TO WS-GA-TBL-FECHA (WS-GA-COUNT)
                            MOVE GA-IMPORTE
                                TO WS-GA-TBL-IMPORTE (WS-GA-COUNT)
                            MOVE GA-CENTRO
                                TO WS-GA-TBL-CENTRO (WS-GA-COUNT)
                            MOVE GA-RECIBO
                                TO WS-GA-TBL-RECIBO (WS-GA-COUNT)
                            MOVE GA-CONCEPTO
                                TO WS-GA-TBL-CONCEPTO (WS-GA-COUNT)
                            MOVE GA-ESTADO
                                TO WS-GA-TBL-ESTADO (WS-GA-COUNT)
                            MOVE GA-APROBADOR
                                TO WS-GA-TBL-APROBADOR (WS-GA-COUNT)
                            MOVE GA-FECHA-ESTADO
                                TO WS-GA-TBL-FECHA-EST (WS-GA-COUNT)
                            MOVE GA-OPERADOR
                                TO WS-GA-TBL-OPERADOR (WS-GA-COUNT)
                            MOVE GA-FECHA-PAGO
                                TO WS-GA-TBL-FECHA-PAGO (WS-GA-COUNT)
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CLAIM-FILE
            END-IF.
            MOVE "N" TO WS-GA-EOF-SWITCH.

       BUSCA-CATEGORIA-GASTO.
            MOVE 0 TO WS-EC-IX.
            PERFORM VARYING WS-EC-I FROM 1 BY 1
                    UNTIL WS-EC-I > WS-EC-COUNT
                IF WS-EC-TBL-CODIGO (WS-EC-I) = WS-EC-LOOKUP-CODIGO
                    MOVE WS-EC-I TO WS-EC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-GASTO.
            MOVE 0 TO WS-GA-IX.
            PERFORM VARYING WS-GA-I FROM 1 BY 1
                    UNTIL WS-GA-I > WS-GA-COUNT
                IF WS-GA-TBL-NUMERO (WS-GA-I) = WS-GA-LOOKUP-NUMERO
                    MOVE WS-GA-I TO WS-GA-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-CATEGORIAS-GASTO.
            IF WS-EC-CAMBIADO
                OPEN OUTPUT EXPENSE-CATEGORY-NEW
                IF NOT WS-EC-NEW-OK
                    MOVE WS-EC-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-CATEGORIAS-GASTO OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-EC-I FROM 1 BY 1
                        UNTIL WS-EC-I > WS-EC-COUNT
                    MOVE WS-EC-TBL-CODIGO (WS-EC-I) TO EC-CODIGO
                    MOVE WS-EC-TBL-DESCRIPCION (WS-EC-I)
                        TO EC-DESCRIPCION
                    MOVE WS-EC-TBL-TOPE (WS-EC-I) TO EC-TOPE-DIARIO
                    MOVE WS-EC-TBL-UMBRAL (WS-EC-I) TO EC-UMBRAL-RECIBO
                    MOVE WS-EC-TBL-CUENTA (WS-EC-I) TO EC-CUENTA
                    MOVE WS-EC-TBL-ACTIVO (WS-EC-I) TO EC-ACTIVO
                    WRITE EXPENSE-CATEGORY-NEW-LINE
                        FROM EXPENSE-CATEGORY-RECORD
                    IF NOT WS-EC-NEW-OK
                        MOVE WS-EC-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-CATEGORIAS-GASTO WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE EXPENSE-CATEGORY-NEW
                PERFORM PROMUEVE-CATEGORIAS-GASTO
                MOVE "N" TO WS-EC-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-CATEGORIAS-GASTO.
            MOVE "N" TO WS-GA-EOF-SWITCH.
            OPEN INPUT EXPENSE-CATEGORY-NEW.
            IF NOT WS-EC-NEW-OK
                MOVE WS-EC-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CATEGORIAS-GASTO OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT EXPENSE-CATEGORY-FILE.
            IF NOT WS-EC-OK
                MOVE WS-EC-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CATEGORIAS-GASTO OP C"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-GA-EOF
                READ EXPENSE-CATEGORY-NEW
                    AT END SET WS-GA-EOF TO TRUE
                    NOT AT END
                        WRITE EXPENSE-CATEGORY-RECORD
                            FROM EXPENSE-CATEGORY-NEW-LINE
                        IF NOT WS-EC-OK
                            MOVE WS-EC-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-CATEGORIAS-GASTO WR"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXPENSE-CATEGORY-NEW EXPENSE-CATEGORY-FILE.
            MOVE "N" TO WS-GA-EOF-SWITCH.

       GRABA-GASTOS.
            IF WS-GA-CAMBIADO
                OPEN OUTPUT EXPENSE-CLAIM-NEW
                IF NOT WS-GA-NEW-OK
                    MOVE WS-GA-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-GASTOS OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-GA-I FROM 1 BY 1
                        UNTIL WS-GA-I > WS-GA-COUNT
                    MOVE WS-GA-TBL-NUMERO (WS-GA-I) TO GA-NUMERO
                    MOVE WS-GA-TBL-EMPLEADO (WS-GA-I) TO GA-EMPLOYEE-ID
                    MOVE WS-GA-TBL-CATEGORIA (WS-GA-I) TO GA-CATEGORIA
                    MOVE WS-GA-TBL-FECHA (WS-GA-I) TO GA-FECHA
                    MOVE WS-GA-TBL-IMPORTE (WS-GA-I) TO GA-IMPORTE
                    MOVE WS-GA-TBL-CENTRO (WS-GA-I) TO GA-CENTRO
                    MOVE WS-GA-TBL-RECIBO (WS-GA-I) TO GA-RECIBO
                    MOVE WS-GA-TBL-CONCEPTO (WS-GA-I) TO GA-CONCEPTO
                    MOVE WS-GA-TBL-ESTADO (WS-GA-I) TO GA-ESTADO
                    MOVE WS-GA-TBL-APROBADOR (WS-GA-I) TO GA-APROBADOR
                    MOVE WS-GA-TBL-FECHA-EST (WS-GA-I)
                        TO GA-FECHA-ESTADO
                    MOVE WS-GA-TBL-OPERADOR (WS-GA-I) TO GA-OPERADOR
                    MOVE WS-GA-TBL-FECHA-PAGO (WS-GA-I)
                        TO GA-FECHA-PAGO
                    WRITE EXPENSE-CLAIM-NEW-LINE
                        FROM EXPENSE-CLAIM-RECORD
                    IF NOT WS-GA-NEW-OK
                        MOVE WS-GA-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-GASTOS WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE EXPENSE-CLAIM-NEW
                PERFORM PROMUEVE-GASTOS
                MOVE "N" TO WS-GA-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-GASTOS.
            MOVE "N" TO WS-GA-EOF-SWITCH.
            OPEN INPUT EXPENSE-CLAIM-NEW.
            IF NOT WS-GA-NEW-OK
                MOVE WS-GA-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-GASTOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT EXPENSE-CLAIM-FILE.
            IF NOT WS-GA-OK
                MOVE WS-GA-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-GASTOS OPEN G"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-GA-EOF
                READ EXPENSE-CLAIM-NEW
                    AT END SET WS-GA-EOF TO TRUE
                    NOT AT END
                        WRITE EXPENSE-CLAIM-RECORD
                            FROM EXPENSE-CLAIM-NEW-LINE
                        IF NOT WS-GA-OK
                            MOVE WS-GA-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-GASTOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXPENSE-CLAIM-NEW EXPENSE-CLAIM-FILE.
            MOVE "N" TO WS-GA-EOF-SWITCH.
