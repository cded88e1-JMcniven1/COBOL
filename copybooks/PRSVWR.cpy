      ******************************************************************
      * Copybook: PRSVWR
      * Purpose:  Paragraphs for the budget preparation file.
      *           CARGA-VERSIONES-PPTO loads BUDGPREP.DAT into
      *           WS-PRV-TABLE (absent file = empty table);
      *           ULTIMA-VERSION-PPTO finds, for WS-PRV-LOOKUP-ANO
      *           and WS-PRV-LOOKUP-DEPT, the highest version on
      *           file and the approved one; RESUME-VERSION-PPTO
      *           adds up WS-PRV-LOOKUP-VERSION of that department
      *           and year; GRABA-VERSIONES-PPTO writes the table
      *           back through BUDGPREP.NEW when anything changed.
      *           Callers supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH
      *           and 9999-ABEND-FILE-ERROR, same contract as
      *           OPSLOGWR.
      ******************************************************************
       CARGA-VERSIONES-PPTO.
            MOVE 0 TO WS-PRV-COUNT.
            MOVE "N" TO WS-PRV-EOF-SWITCH.
            MOVE "N" TO WS-PRV-CAMBIADO-SWITCH.
            OPEN INPUT BUDGET-PREP.
            IF WS-PRV-OK
                PERFORM UNTIL WS-PRV-EOF
                    READ BUDGET-PREP
                        AT END SET WS-PRV-EOF TO TRUE
                        NOT AT END
                            IF WS-PRV-COUNT >= WS-PRV-MAX
                                DISPLAY "TABLA BUDGPREP LLENA EN "
                                    WS-PRV-MAX " ENTRADAS"
                                MOVE "CARGA-VERSIONES-PPTO"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-PRV-COUNT
                            MOVE BUDGET-PREP-RECORD
                                TO WS-PRV-ENTRY(WS-PRV-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BUDGET-PREP
            END-IF.

       ULTIMA-VERSION-PPTO.
            MOVE "N" TO WS-PRV-HAY-VERSION-SWITCH.
            MOVE "N" TO WS-PRV-HAY-APROBADA-SWITCH.
            MOVE 0 TO WS-PRV-ULTIMA.
            MOVE 0 TO WS-PRV-APROBADA.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-ANO(WS-PRV-I) = WS-PRV-LOOKUP-ANO
                        AND WS-PRV-TBL-DEPT(WS-PRV-I)
                        = WS-PRV-LOOKUP-DEPT
                    IF NOT WS-PRV-HAY-VERSION
                            OR WS-PRV-TBL-VERSION(WS-PRV-I)
                            > WS-PRV-ULTIMA
                        MOVE WS-PRV-TBL-VERSION(WS-PRV-I)
                            TO WS-PRV-ULTIMA
                    END-IF
                    SET WS-PRV-HAY-VERSION TO TRUE
                    IF WS-PRV-TBL-ESTADO(WS-PRV-I) = "A"
                        SET WS-PRV-HAY-APROBADA TO TRUE
                        MOVE WS-PRV-TBL-VERSION(WS-PRV-I)
                            TO WS-PRV-APROBADA
                    END-IF
                END-IF
            END-PERFORM.

       RESUME-VERSION-PPTO.
      *    Estado y firmas son los de la version entera; se toman
      *    de su primera linea.
            MOVE 0 TO WS-PRV-LINEAS.
            MOVE 0 TO WS-PRV-TOTAL.
            MOVE SPACE TO WS-PRV-ESTADO.
            MOVE SPACES TO WS-PRV-OPERADOR WS-PRV-APROBADOR.
            MOVE 0 TO WS-PRV-FECHA WS-PRV-FECHA-APROB.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-ANO(WS-PRV-I) = WS-PRV-LOOKUP-ANO
                        AND WS-PRV-TBL-DEPT(WS-PRV-I)
                        = WS-PRV-LOOKUP-DEPT
                        AND WS-PRV-TBL-VERSION(WS-PRV-I)
                        = WS-PRV-LOOKUP-VERSION
                    IF WS-PRV-LINEAS = 0
                        MOVE WS-PRV-TBL-ESTADO(WS-PRV-I)
                            TO WS-PRV-ESTADO
                        MOVE WS-PRV-TBL-OPERADOR(WS-PRV-I)
                            TO WS-PRV-OPERADOR
                        MOVE WS-PRV-TBL-FECHA(WS-PRV-I)
                            TO WS-PRV-FECHA
                        MOVE WS-PRV-TBL-APROBADOR(WS-PRV-I)
                            TO WS-PRV-APROBADOR
                        MOVE WS-PRV-TBL-FECHA-APR(WS-PRV-I)
                            TO WS-PRV-FECHA-APROB
                    END-IF
                    ADD 1 TO WS-PRV-LINEAS
                    ADD WS-PRV-TBL-IMPORTE(WS-PRV-I) TO WS-PRV-TOTAL
                END-IF
            END-PERFORM.

       GRABA-VERSIONES-PPTO.
      *    La tabla se vuelca al fichero de trabajo y este reemplaza
      *    al fichero entero (patron PROMUEVE-IMAGEN).
            IF WS-PRV-CAMBIADO
                OPEN OUTPUT BUDGET-PREP-NEW
                IF NOT WS-PRV-NEW-OK
                    MOVE WS-PRV-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-VERSIONES-PPTO OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-PRV-I FROM 1 BY 1
                        UNTIL WS-PRV-I > WS-PRV-COUNT
                    WRITE BUDGET-PREP-NEW-LINE
                        FROM WS-PRV-ENTRY(WS-PRV-I)
                    IF NOT WS-PRV-NEW-OK
                        MOVE WS-PRV-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-VERSIONES-PPTO WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE BUDGET-PREP-NEW
                PERFORM PROMUEVE-VERSIONES-PPTO
                MOVE "N" TO WS-PRV-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-VERSIONES-PPTO.
            MOVE "N" TO WS-PRV-EOF-SWITCH.
            OPEN INPUT BUDGET-PREP-NEW.
            IF NOT WS-PRV-NEW-OK
                MOVE WS-PRV-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VERSIONES-PPTO OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT BUDGET-PREP.
            IF NOT WS-PRV-OK
                MOVE WS-PRV-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VERSIONES OPEN BP"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-PRV-EOF
                READ BUDGET-PREP-NEW
                    AT END SET WS-PRV-EOF TO TRUE
                    NOT AT END
                        WRITE BUDGET-PREP-RECORD
                            FROM BUDGET-PREP-NEW-LINE
                        IF NOT WS-PRV-OK
                            MOVE WS-PRV-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-VERSIONES-PPTO WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BUDGET-PREP-NEW BUDGET-PREP.
