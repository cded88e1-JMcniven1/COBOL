      ******************************************************************
      * Copybook: RCUOWR
      * Purpose:  Paragraphs for the fee hold list.
      *           CARGA-RETENCIONES-CUOTA loads it (missing file = no
      *           holds), BUSCA-RETENCION-CUOTA finds a student's
      *           level and GRABA-RETENCIONES-CUOTA rewrites the whole
      *           file from the table. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-RETENCIONES-CUOTA.
            MOVE 0 TO WS-HQ-COUNT.
            MOVE "N" TO WS-HQ-EOF-SWITCH.
            OPEN INPUT FEE-HOLDS.
            IF WS-HQ-OK
                PERFORM UNTIL WS-HQ-EOF
                    READ FEE-HOLDS
                        AT END SET WS-HQ-EOF TO TRUE
                        NOT AT END
                            IF WS-HQ-COUNT >= WS-HQ-MAX
                                DISPLAY "TABLA DE RETENCIONES DE CUOTA "
                                    "LLENA EN " WS-HQ-MAX " ENTRADAS"
                                MOVE "CARGA-RETENCIONES-CUOTA"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-HQ-COUNT
                            MOVE HQ-STUDENT-ID
                                TO WS-HQ-TBL-ALUMNO (WS-HQ-COUNT)
                            MOVE HQ-NIVEL
                                TO WS-HQ-TBL-NIVEL (WS-HQ-COUNT)
                            MOVE HQ-FACTURA
                                TO WS-HQ-TBL-FACTURA (WS-HQ-COUNT)
                            MOVE HQ-FECHA
                                TO WS-HQ-TBL-FECHA (WS-HQ-COUNT)
                            MOVE HQ-ADEUDADO
                                TO WS-HQ-TBL-ADEUDADO (WS-HQ-COUNT)
                            MOVE HQ-DIAS
                                TO WS-HQ-TBL-DIAS (WS-HQ-COUNT)
                    END-READ
                END-PERFORM
                CLOSE FEE-HOLDS
            END-IF.

       BUSCA-RETENCION-CUOTA.
            MOVE SPACE TO WS-HQ-NIVEL.
            MOVE 0 TO WS-HQ-IX.
            PERFORM VARYING WS-HQ-I FROM 1 BY 1
                    UNTIL WS-HQ-I > WS-HQ-COUNT
                IF WS-HQ-TBL-ALUMNO (WS-HQ-I) = WS-HQ-LOOKUP-ALUMNO
                    MOVE WS-HQ-I TO WS-HQ-IX
                    MOVE WS-HQ-TBL-NIVEL (WS-HQ-I) TO WS-HQ-NIVEL
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-RETENCIONES-CUOTA.
            OPEN OUTPUT FEE-HOLDS.
            IF NOT WS-HQ-OK
                MOVE WS-HQ-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-RETENCIONES-CUOTA OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-HQ-I FROM 1 BY 1
                    UNTIL WS-HQ-I > WS-HQ-COUNT
                MOVE WS-HQ-TBL-ALUMNO (WS-HQ-I) TO HQ-STUDENT-ID
                MOVE WS-HQ-TBL-NIVEL (WS-HQ-I) TO HQ-NIVEL
                MOVE WS-HQ-TBL-FACTURA (WS-HQ-I) TO HQ-FACTURA
                MOVE WS-HQ-TBL-FECHA (WS-HQ-I) TO HQ-FECHA
                MOVE WS-HQ-TBL-ADEUDADO (WS-HQ-I) TO HQ-ADEUDADO
                MOVE WS-HQ-TBL-DIAS (WS-HQ-I) TO HQ-DIAS
                WRITE FEE-HOLD-RECORD
                IF NOT WS-HQ-OK
                    MOVE WS-HQ-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RETENCIONES-CUOTA WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE FEE-HOLDS.
