      ******************************************************************
      * Copybook: HEXTWR
      * Purpose:  Paragraphs for the overtime pricing rules.
      *           CARGA-REGLAS-EXTRA loads OTRULES.DAT into the table
      *           (an absent file leaves it empty);
      *           BUSCA-FACTOR-EXTRA resolves the factor for a day
      *           type and shift; BUSCA-REGLA-EXTRA finds an exact
      *           row; GRABA-REGLAS-EXTRA writes the table back
      *           through the .NEW work file when anything changed.
      *           Callers supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH
      *           and 9999-ABEND-FILE-ERROR, same contract as
      *           OPSLOGWR.
      ******************************************************************
       CARGA-REGLAS-EXTRA.
            MOVE 0 TO WS-HEXT-COUNT.
            MOVE "N" TO WS-HEXT-EOF-SWITCH.
            MOVE "N" TO WS-HEXT-CAMBIADO-SWITCH.
            OPEN INPUT OT-RULE-FILE.
            IF WS-HEXT-OK
                PERFORM UNTIL WS-HEXT-EOF
                    READ OT-RULE-FILE
                        AT END SET WS-HEXT-EOF TO TRUE
                        NOT AT END
                            IF WS-HEXT-COUNT >= WS-HEXT-MAX
                                DISPLAY "TABLA DE REGLAS DE EXTRA "
                                    "LLENA EN " WS-HEXT-MAX
                                    " ENTRADAS"
                                MOVE "CARGA-REGLAS-EXTRA"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-HEXT-COUNT
                            MOVE OR-TIPO-DIA
                                TO WS-HEXT-TBL-TIPO (WS-HEXT-COUNT)
                            MOVE OR-TURNO
                                TO WS-HEXT-TBL-TURNO (WS-HEXT-COUNT)
                            MOVE OR-FACTOR
                                TO WS-HEXT-TBL-FACTOR (WS-HEXT-COUNT)
                    END-READ
                END-PERFORM
                CLOSE OT-RULE-FILE
            END-IF.
            MOVE "N" TO WS-HEXT-EOF-SWITCH.

       BUSCA-REGLA-EXTRA.
            MOVE 0 TO WS-HEXT-IX.
            PERFORM VARYING WS-HEXT-I FROM 1 BY 1
                    UNTIL WS-HEXT-I > WS-HEXT-COUNT
                IF WS-HEXT-TBL-TIPO (WS-HEXT-I) = WS-HEXT-LOOKUP-TIPO
                        AND WS-HEXT-TBL-TURNO (WS-HEXT-I)
                            = WS-HEXT-LOOKUP-TURNO
                    MOVE WS-HEXT-I TO WS-HEXT-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-FACTOR-EXTRA.
      *    Primero el turno exacto, luego el comodin del tipo de dia;
      *    sin regla la hora extra vale la tarifa simple.
            MOVE 1.00 TO WS-HEXT-FACTOR.
            PERFORM BUSCA-REGLA-EXTRA.
            IF WS-HEXT-IX = 0
                MOVE "****" TO WS-HEXT-LOOKUP-TURNO
                PERFORM BUSCA-REGLA-EXTRA
            END-IF.
            IF WS-HEXT-IX > 0
                MOVE WS-HEXT-TBL-FACTOR (WS-HEXT-IX) TO WS-HEXT-FACTOR
            END-IF.

       GRABA-REGLAS-EXTRA.
            IF WS-HEXT-CAMBIADO
                OPEN OUTPUT OT-RULE-NEW
                IF NOT WS-HEXT-NEW-OK
                    MOVE WS-HEXT-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-REGLAS-EXTRA OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-HEXT-I FROM 1 BY 1
                        UNTIL WS-HEXT-I > WS-HEXT-COUNT
                    MOVE WS-HEXT-TBL-TIPO (WS-HEXT-I) TO OR-TIPO-DIA
                    MOVE WS-HEXT-TBL-TURNO (WS-HEXT-I) TO OR-TURNO
                    MOVE WS-HEXT-TBL-FACTOR (WS-HEXT-I) TO OR-FACTOR
                    WRITE OT-RULE-NEW-LINE FROM OT-RULE-RECORD
                    IF NOT WS-HEXT-NEW-OK
                        MOVE WS-HEXT-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-REGLAS-EXTRA WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE OT-RULE-NEW
                PERFORM PROMUEVE-REGLAS-EXTRA
                MOVE "N" TO WS-HEXT-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-REGLAS-EXTRA.
            MOVE "N" TO WS-HEXT-EOF-SWITCH.
            OPEN INPUT OT-RULE-NEW.
            IF NOT WS-HEXT-NEW-OK
                MOVE WS-HEXT-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REGLAS-EXTRA OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT OT-RULE-FILE.
            IF NOT WS-HEXT-OK
                MOVE WS-HEXT-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REGLAS-EXTRA OPEN R"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-HEXT-EOF
                READ OT-RULE-NEW
                    AT END SET WS-HEXT-EOF TO TRUE
                    NOT AT END
                        WRITE OT-RULE-RECORD FROM OT-RULE-NEW-LINE
                        IF NOT WS-HEXT-OK
                            MOVE WS-HEXT-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-REGLAS-EXTRA WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OT-RULE-NEW OT-RULE-FILE.
            MOVE "N" TO WS-HEXT-EOF-SWITCH.
