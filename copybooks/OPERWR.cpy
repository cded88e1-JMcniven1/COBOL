      ******************************************************************
      * Copybook: OPERWR
      * Purpose:  Paragraphs for the operator master.
      *           LEE-POLITICA-CLAVES reads PARM189.DAT over the
      *           defaults; CARGA-OPERADORES loads OPERMAST.DAT into
      *           its table (a record of the old 17-byte layout comes
      *           in with blank salt and zero dates); BUSCA-OPERADOR
      *           finds an operator's row. GRABA-OPERADORES writes
      *           the table back through the .NEW work file when
      *           anything changed (patron PROMUEVE-IMAGEN). Callers
      *           supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       LEE-POLITICA-CLAVES.
            MOVE 90 TO WS-OPM-DIAS-VIGENCIA.
            MOVE 3 TO WS-OPM-MAX-FALLOS.
            MOVE 5 TO WS-OPM-HISTORIA.
            MOVE 60 TO WS-OPM-DIAS-INACTIVO.
            MOVE 6 TO WS-OPM-LARGO-MINIMO.
            OPEN INPUT PASSWORD-POLICY.
            IF WS-OPM-PARM-OK
                READ PASSWORD-POLICY
                    AT END CONTINUE
                    NOT AT END
                        IF PP-DIAS-VIGENCIA IS NUMERIC
                                AND PP-DIAS-VIGENCIA > 0
                            MOVE PP-DIAS-VIGENCIA
                                TO WS-OPM-DIAS-VIGENCIA
                        END-IF
                        IF PP-MAX-FALLOS IS NUMERIC
                                AND PP-MAX-FALLOS > 0
                            MOVE PP-MAX-FALLOS TO WS-OPM-MAX-FALLOS
                        END-IF
                        IF PP-HISTORIA IS NUMERIC
                                AND PP-HISTORIA > 0
                                AND PP-HISTORIA <= 5
                            MOVE PP-HISTORIA TO WS-OPM-HISTORIA
                        END-IF
                        IF PP-DIAS-INACTIVO IS NUMERIC
                                AND PP-DIAS-INACTIVO > 0
                            MOVE PP-DIAS-INACTIVO
                                TO WS-OPM-DIAS-INACTIVO
                        END-IF
                        IF PP-LARGO-MINIMO IS NUMERIC
                                AND PP-LARGO-MINIMO > 0
                            MOVE PP-LARGO-MINIMO
                                TO WS-OPM-LARGO-MINIMO
                        END-IF
                END-READ
                CLOSE PASSWORD-POLICY
            END-IF.

       CARGA-OPERADORES.
            MOVE 0 TO WS-OPM-COUNT.
            MOVE "N" TO WS-OPM-EOF-SWITCH.
            MOVE "N" TO WS-OPM-CAMBIADO-SWITCH.
            MOVE "N" TO WS-OPM-MASTER-SWITCH.
            OPEN INPUT OPERATOR-MASTER.
            IF WS-OPM-OK
                SET WS-OPM-HAY-MASTER TO TRUE
                PERFORM UNTIL WS-OPM-EOF
                    READ OPERATOR-MASTER
                        AT END SET WS-OPM-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-OPERADOR
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-MASTER
            END-IF.
            MOVE "N" TO WS-OPM-EOF-SWITCH.

       CARGA-UN-OPERADOR.
            IF WS-OPM-COUNT >= WS-OPM-MAX
      *        Un operador fuera de la tabla se perderia al regrabar:
      *        se aborta.
                DISPLAY "TABLA DE OPERADORES LLENA EN "
                    WS-OPM-MAX " ENTRADAS"
                MOVE "CARGA-OPERADORES" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF OM-FALLOS IS NOT NUMERIC
                MOVE 0 TO OM-FALLOS
            END-IF.
            IF OM-VENCE-CLAVE IS NOT NUMERIC
                MOVE 0 TO OM-VENCE-CLAVE
            END-IF.
            IF OM-ULTIMO-USO IS NOT NUMERIC
                MOVE 0 TO OM-ULTIMO-USO
            END-IF.
            IF OM-FECHA-ESTADO IS NOT NUMERIC
                MOVE 0 TO OM-FECHA-ESTADO
            END-IF.
            ADD 1 TO WS-OPM-COUNT.
            MOVE OPERATOR-RECORD TO WS-OPM-ENTRY (WS-OPM-COUNT).

       BUSCA-OPERADOR.
            MOVE 0 TO WS-OPM-IX.
            PERFORM VARYING WS-OPM-I FROM 1 BY 1
                    UNTIL WS-OPM-I > WS-OPM-COUNT
                IF WS-OPM-ENTRY (WS-OPM-I) (1:8) = WS-OPM-LOOKUP-ID
                    MOVE WS-OPM-I TO WS-OPM-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-OPERADORES.
            IF WS-OPM-CAMBIADO
                OPEN OUTPUT OPERATOR-NEW
                IF NOT WS-OPM-NEW-OK
                    MOVE WS-OPM-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-OPERADORES OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-OPM-I FROM 1 BY 1
                        UNTIL WS-OPM-I > WS-OPM-COUNT
                    WRITE OPERATOR-NEW-LINE
                        FROM WS-OPM-ENTRY (WS-OPM-I)
                    IF NOT WS-OPM-NEW-OK
                        MOVE WS-OPM-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-OPERADORES WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE OPERATOR-NEW
                PERFORM PROMUEVE-OPERADORES
                MOVE "N" TO WS-OPM-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-OPERADORES.
            MOVE "N" TO WS-OPM-EOF-SWITCH.
            OPEN INPUT OPERATOR-NEW.
            IF NOT WS-OPM-NEW-OK
                MOVE WS-OPM-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-OPERADORES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT OPERATOR-MASTER.
            IF NOT WS-OPM-OK
                MOVE WS-OPM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-OPERADORES OP O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-OPM-EOF
                READ OPERATOR-NEW
                    AT END SET WS-OPM-EOF TO TRUE
                    NOT AT END
                        WRITE OPERATOR-RECORD
                            FROM OPERATOR-NEW-LINE
                        IF NOT WS-OPM-OK
                            MOVE WS-OPM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-OPERADORES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OPERATOR-NEW OPERATOR-MASTER.
            MOVE "N" TO WS-OPM-EOF-SWITCH.
