      ******************************************************************
      * Copybook: ELECWR
      * Purpose:  Paragraphs for the benefit open enrollment.
      *           LEE-VENTANA-ELECCION reads the window off
      *           PARM167.DAT and places the business date against
      *           it; CARGA-ELECCIONES loads the election file into
      *           its table and BUSCA-ELECCION finds the election of
      *           an employee and plan year. GRABA-ELECCIONES writes
      *           the table back through the .NEW work file when
      *           anything changed (patron PROMUEVE-IMAGEN). Callers
      *           supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       LEE-VENTANA-ELECCION.
      *    La ventana debe cerrar antes de que arranque el ano de
      *    plan; un control incoherente se trata como ausente.
            MOVE 0 TO WS-EL-VENTANA-DESDE WS-EL-VENTANA-HASTA.
            MOVE 0 TO WS-EL-INICIO-PLAN WS-EL-ANO-PLAN.
            MOVE "N" TO WS-EL-VENTANA-SWITCH.
            MOVE SPACE TO WS-EL-MOMENTO.
            OPEN INPUT ELECTION-PARM-FILE.
            IF WS-EL-PARM-OK
                READ ELECTION-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF EP-VENTANA-DESDE IS NUMERIC
                                AND EP-VENTANA-HASTA IS NUMERIC
                                AND EP-INICIO-PLAN IS NUMERIC
                                AND EP-VENTANA-DESDE > 0
                                AND EP-VENTANA-DESDE
                                    <= EP-VENTANA-HASTA
                                AND EP-VENTANA-HASTA < EP-INICIO-PLAN
                            MOVE EP-VENTANA-DESDE
                                TO WS-EL-VENTANA-DESDE
                            MOVE EP-VENTANA-HASTA
                                TO WS-EL-VENTANA-HASTA
                            MOVE EP-INICIO-PLAN TO WS-EL-INICIO-PLAN
                            SET WS-EL-VENTANA-CONFIGURADA TO TRUE
                        ELSE
                            DISPLAY "PARM167.DAT INCOHERENTE - SIN "
                                "VENTANA DE ELECCION"
                        END-IF
                END-READ
                CLOSE ELECTION-PARM-FILE
            END-IF.
            IF WS-EL-VENTANA-CONFIGURADA
                MOVE WS-EL-INICIO-ANO TO WS-EL-ANO-PLAN
                EVALUATE TRUE
                    WHEN WS-OPSLOG-DATE < WS-EL-VENTANA-DESDE
                        SET WS-EL-VENTANA-ANTES TO TRUE
                    WHEN WS-OPSLOG-DATE <= WS-EL-VENTANA-HASTA
                        SET WS-EL-VENTANA-ABIERTA TO TRUE
                    WHEN WS-OPSLOG-DATE < WS-EL-INICIO-PLAN
                        MOVE "C" TO WS-EL-MOMENTO
                    WHEN OTHER
                        SET WS-EL-PLAN-VIGENTE TO TRUE
                END-EVALUATE
            END-IF.

       CARGA-ELECCIONES.
            MOVE 0 TO WS-EL-COUNT.
            MOVE "N" TO WS-EL-EOF-SWITCH.
            MOVE "N" TO WS-EL-CAMBIADO-SWITCH.
            OPEN INPUT ELECTION-FILE.
            IF WS-EL-OK
                PERFORM UNTIL WS-EL-EOF
                    READ ELECTION-FILE
                        AT END SET WS-EL-EOF TO TRUE
                        NOT AT END
      *                     Una eleccion fuera de la tabla se perderia
      *                     al regrabar: se aborta.
                            IF WS-EL-COUNT >= WS-EL-MAX
                                DISPLAY "TABLA DE ELECCIONES LLENA EN "
                                    WS-EL-MAX " ENTRADAS"
                                MOVE "CARGA-ELECCIONES"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-EL-COUNT
                            MOVE EL-EMPLOYEE-ID
                                TO WS-EL-TBL-EMPLEADO (WS-EL-COUNT)
                            MOVE EL-ANO-PLAN
                                TO WS-EL-TBL-ANO-PLAN (WS-EL-COUNT)
                            MOVE EL-PLAN
                                TO WS-EL-TBL-PLAN (WS-EL-COUNT)
                            MOVE EL-NIVEL
                                TO WS-EL-TBL-NIVEL (WS-EL-COUNT)
                            MOVE EL-PLAN-ANTERIOR
                                TO WS-EL-TBL-PLAN-ANT (WS-EL-COUNT)
                            MOVE EL-NIVEL-ANTERIOR
                                TO WS-EL-TBL-NIVEL-ANT (WS-EL-COUNT)
                            MOVE EL-ORIGEN
                                TO WS-EL-TBL-ORIGEN (WS-EL-COUNT)
                            MOVE EL-ESTADO
                                TO WS-EL-TBL-ESTADO (WS-EL-COUNT)
                            MOVE EL-FECHA-CAPTURA
                                TO WS-EL-TBL-FECHA-CAP (WS-EL-COUNT)
                            MOVE EL-OPERADOR
                                TO WS-EL-TBL-OPERADOR (WS-EL-COUNT)
                            MOVE EL-FECHA-APLICA
                                TO WS-EL-TBL-FECHA-APL (WS-EL-COUNT)
                    END-READ
                END-PERFORM
                CLOSE ELECTION-FILE
            END-IF.
            MOVE "N" TO WS-EL-EOF-SWITCH.

       BUSCA-ELECCION.
            MOVE 0 TO WS-EL-IX.
            PERFORM VARYING WS-EL-I FROM 1 BY 1
                    UNTIL WS-EL-I > WS-EL-COUNT
                IF WS-EL-TBL-EMPLEADO (WS-EL-I) = WS-EL-LOOKUP-EMPLEADO
                        AND WS-EL-TBL-ANO-PLAN (WS-EL-I)
                            = WS-EL-LOOKUP-ANO
                    MOVE WS-EL-I TO WS-EL-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-ELECCIONES.
            IF WS-EL-CAMBIADO
                OPEN OUTPUT ELECTION-NEW
                IF NOT WS-EL-NEW-OK
                    MOVE WS-EL-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ELECCIONES OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-EL-I FROM 1 BY 1
                        UNTIL WS-EL-I > WS-EL-COUNT
                    MOVE WS-EL-TBL-EMPLEADO (WS-EL-I) TO EL-EMPLOYEE-ID
                    MOVE WS-EL-TBL-ANO-PLAN (WS-EL-I) TO EL-ANO-PLAN
                    MOVE WS-EL-TBL-PLAN (WS-EL-I) TO EL-PLAN
                    MOVE WS-EL-TBL-NIVEL (WS-EL-I) TO EL-NIVEL
                    MOVE WS-EL-TBL-PLAN-ANT (WS-EL-I)
                        TO EL-PLAN-ANTERIOR
                    MOVE WS-EL-TBL-NIVEL-ANT (WS-EL-I)
                        TO EL-NIVEL-ANTERIOR
                    MOVE WS-EL-TBL-ORIGEN (WS-EL-I) TO EL-ORIGEN
                    MOVE WS-EL-TBL-ESTADO (WS-EL-I) TO EL-ESTADO
                    MOVE WS-EL-TBL-FECHA-CAP (WS-EL-I)
                        TO EL-FECHA-CAPTURA
                    MOVE WS-EL-TBL-OPERADOR (WS-EL-I) TO EL-OPERADOR
                    MOVE WS-EL-TBL-FECHA-APL (WS-EL-I)
                        TO EL-FECHA-APLICA
                    WRITE ELECTION-NEW-LINE FROM ELECTION-RECORD
                    IF NOT WS-EL-NEW-OK
                        MOVE WS-EL-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-ELECCIONES WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE ELECTION-NEW
                PERFORM PROMUEVE-ELECCIONES
                MOVE "N" TO WS-EL-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-ELECCIONES.
            MOVE "N" TO WS-EL-EOF-SWITCH.
            OPEN INPUT ELECTION-NEW.
            IF NOT WS-EL-NEW-OK
                MOVE WS-EL-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ELECCIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ELECTION-FILE.
            IF NOT WS-EL-OK
                MOVE WS-EL-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ELECCIONES OPEN M"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EL-EOF
                READ ELECTION-NEW
                    AT END SET WS-EL-EOF TO TRUE
                    NOT AT END
                        WRITE ELECTION-RECORD FROM ELECTION-NEW-LINE
                        IF NOT WS-EL-OK
                            MOVE WS-EL-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ELECCIONES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ELECTION-NEW ELECTION-FILE.
            MOVE "N" TO WS-EL-EOF-SWITCH.
