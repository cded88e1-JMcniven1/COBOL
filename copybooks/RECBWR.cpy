      ******************************************************************
      * Copybook: RECBWR
      * Purpose:  Paragraphs for medical benefit claims.
      *           CARGA-REGLAS-BENEFICIO, CARGA-RECLAMOS-BENEFICIO and
      *           CARGA-ACUMULADOS-BENEFICIO load the rules, the claim
      *           master and the member accumulators into their
      *           tables; BUSCA-REGLA-BENEFICIO finds the rule of a
      *           plan and tier, BUSCA-RECLAMO-BENEFICIO a claim by
      *           number and BUSCA-ACUMULADO-BENEFICIO the
      *           accumulator of a member, plan and plan year, which
      *           ABRE-ACUMULADO-BENEFICIO creates at zero.
      *           CALCULA-ANO-PLAN places a service date in the plan
      *           year of the rule at WS-RB-IX.
      *           GRABA-RECLAMOS-BENEFICIO and
      *           GRABA-ACUMULADOS-BENEFICIO write the tables back
      *           through the .NEW work files when anything changed
      *           (patron PROMUEVE-IMAGEN). Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-REGLAS-BENEFICIO.
            MOVE 0 TO WS-RB-COUNT.
            MOVE "N" TO WS-CB-EOF-SWITCH.
            OPEN INPUT BENEFIT-RULE-FILE.
            IF WS-RB-OK
                PERFORM UNTIL WS-CB-EOF
                    READ BENEFIT-RULE-FILE
                        AT END SET WS-CB-EOF TO TRUE
                        NOT AT END
                            IF WS-RB-COUNT < WS-RB-MAX
                                ADD 1 TO WS-RB-COUNT
                                MOVE RB-PLAN
                                    TO WS-RB-TBL-PLAN (WS-RB-COUNT)
                                MOVE RB-NIVEL
                                    TO WS-RB-TBL-NIVEL (WS-RB-COUNT)
                                MOVE RB-MES-INICIO
                                    TO WS-RB-TBL-MES-INICIO
                                        (WS-RB-COUNT)
                                MOVE RB-DEDUCIBLE
                                    TO WS-RB-TBL-DEDUCIBLE
                                        (WS-RB-COUNT)
                                MOVE RB-COASEGURO
                                    TO WS-RB-TBL-COASEGURO
                                        (WS-RB-COUNT)
                                MOVE RB-MAXIMO
                                    TO WS-RB-TBL-MAXIMO (WS-RB-COUNT)
                            ELSE
                                DISPLAY "TABLA DE REGLAS DE BENEFICIO "
                                    "LLENA EN " WS-RB-MAX
                                    " - REGLA IGNORADA: " RB-PLAN
                                    " " RB-NIVEL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BENEFIT-RULE-FILE
            ELSE
                DISPLAY "BENRULES.DAT AUSENTE - SIN REGLAS DE "
                    "BENEFICIO"
            END-IF.
            MOVE "N" TO WS-CB-EOF-SWITCH.

       CARGA-RECLAMOS-BENEFICIO.
            MOVE 0 TO WS-CB-COUNT.
            MOVE "N" TO WS-CB-EOF-SWITCH.
            MOVE "N" TO WS-CB-CAMBIADO-SWITCH.
            OPEN INPUT BENEFIT-CLAIM-FILE.
            IF WS-CB-OK
                PERFORM UNTIL WS-CB-EOF
                    READ BENEFIT-CLAIM-FILE
                        AT END SET WS-CB-EOF TO TRUE
                        NOT AT END
      *                     Un reclamo fuera de la tabla se perderia
      *                     al regrabar: se aborta.
                            IF WS-CB-COUNT >= WS-CB-MAX
                                DISPLAY "TABLA DE RECLAMOS LLENA EN "
                                    WS-CB-MAX " ENTRADAS"
                                MOVE "CARGA-RECLAMOS-BENEFICIO"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-CB-COUNT
                            MOVE CB-NUMERO
                                TO WS-CB-TBL-NUMERO (WS-CB-COUNT)
                            MOVE CB-EMPLOYEE-ID
                                TO WS-CB-TBL-EMPLEADO (WS-CB-COUNT)
                            MOVE CB-MIEMBRO
                                TO WS-CB-TBL-MIEMBRO (WS-CB-COUNT)
                            MOVE CB-FECHA-SERVICIO
                                TO WS-CB-TBL-FECHA-SERV (WS-CB-COUNT)
                            MOVE CB-CATEGORIA
                                TO WS-CB-TBL-CATEGORIA (WS-CB-COUNT)
                            MOVE CB-RECLAMADO
                                TO WS-CB-TBL-RECLAMADO (WS-CB-COUNT)
                            MOVE CB-ESTADO
                                TO WS-CB-TBL-ESTADO (WS-CB-COUNT)
                            MOVE CB-PLAN
                                TO WS-CB-TBL-PLAN (WS-CB-COUNT)
                            MOVE CB-NIVEL
                                TO WS-CB-TBL-NIVEL (WS-CB-COUNT)
                            MOVE CB-ANO-PLAN
                                TO WS-CB-TBL-ANO-PLAN (WS-CB-COUNT)
                            MOVE CB-DEDUCIBLE
                                TO WS-CB-TBL-DEDUCIBLE (WS-CB-COUNT)
                            MOVE CB-COASEGURO
                                TO WS-CB-TBL-COASEGURO (WS-CB-COUNT)
                            MOVE CB-EXCESO
                                TO WS-CB-TBL-EXCESO (WS-CB-COUNT)
                            MOVE CB-PAGA-PLAN
                                TO WS-CB-TBL-PAGA-PLAN (WS-CB-COUNT)
                            MOVE CB-MOTIVO
                                TO WS-CB-TBL-MOTIVO (WS-CB-COUNT)
                            MOVE CB-FECHA-ESTADO
                                TO WS-CB-TBL-FECHA-EST (WS-CB-COUNT)
                            MOVE CB-OPERADOR
                                TO WS-CB-TBL-OPERADOR (WS-CB-COUNT)
                            MOVE CB-FECHA-PAGO
                                TO WS-CB-TBL-FECHA-PAGO (WS-CB-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BENEFIT-CLAIM-FILE
            END-IF.
            MOVE "N" TO WS-CB-EOF-SWITCH.

       CARGA-ACUMULADOS-BENEFICIO.
            MOVE 0 TO WS-AB-COUNT.
            MOVE "N" TO WS-CB-EOF-SWITCH.
            MOVE "N" TO WS-AB-CAMBIADO-SWITCH.
            OPEN INPUT BENEFIT-ACCUM-FILE.
            IF WS-AB-OK
                PERFORM UNTIL WS-CB-EOF
                    READ BENEFIT-ACCUM-FILE
                        AT END SET WS-CB-EOF TO TRUE
                        NOT AT END
                            IF WS-AB-COUNT >= WS-AB-MAX
                                DISPLAY "TABLA DE ACUMULADOS LLENA EN "
                                    WS-AB-MAX " ENTRADAS"
                                MOVE "CARGA-ACUMULADOS-BENEFICIO"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-AB-COUNT
                            MOVE AB-EMPLOYEE-ID
                                TO WS-AB-TBL-EMPLEADO (WS-AB-COUNT)
                            MOVE AB-MIEMBRO
                                TO WS-AB-TBL-MIEMBRO (WS-AB-COUNT)
                            MOVE AB-PLAN
                                TO WS-AB-TBL-PLAN (WS-AB-COUNT)
                            MOVE AB-ANO-PLAN
                                TO WS-AB-TBL-ANO-PLAN (WS-AB-COUNT)
                            MOVE AB-DEDUCIBLE
                                TO WS-AB-TBL-DEDUCIBLE (WS-AB-COUNT)
                            MOVE AB-PAGADO
                                TO WS-AB-TBL-PAGADO (WS-AB-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BENEFIT-ACCUM-FILE
            END-IF.
            MOVE "N" TO WS-CB-EOF-SWITCH.

       BUSCA-REGLA-BENEFICIO.
            MOVE 0 TO WS-RB-IX.
            PERFORM VARYING WS-RB-I FROM 1 BY 1
                    UNTIL WS-RB-I > WS-RB-COUNT
                IF WS-RB-TBL-PLAN (WS-RB-I) = WS-RB-LOOKUP-PLAN
                        AND WS-RB-TBL-NIVEL (WS-RB-I)
                            = WS-RB-LOOKUP-NIVEL
                    MOVE WS-RB-I TO WS-RB-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-RECLAMO-BENEFICIO.
            MOVE 0 TO WS-CB-IX.
            PERFORM VARYING WS-CB-I FROM 1 BY 1
                    UNTIL WS-CB-I > WS-CB-COUNT
                IF WS-CB-TBL-NUMERO (WS-CB-I) = WS-CB-LOOKUP-NUMERO
                    MOVE WS-CB-I TO WS-CB-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-ACUMULADO-BENEFICIO.
            MOVE 0 TO WS-AB-IX.
            PERFORM VARYING WS-AB-I FROM 1 BY 1
                    UNTIL WS-AB-I > WS-AB-COUNT
                IF WS-AB-TBL-EMPLEADO (WS-AB-I) = WS-AB-LOOKUP-EMPLEADO
                        AND WS-AB-TBL-MIEMBRO (WS-AB-I)
                            = WS-AB-LOOKUP-MIEMBRO
                        AND WS-AB-TBL-PLAN (WS-AB-I)
                            = WS-AB-LOOKUP-PLAN
                        AND WS-AB-TBL-ANO-PLAN (WS-AB-I)
                            = WS-AB-LOOKUP-ANO
                    MOVE WS-AB-I TO WS-AB-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       ABRE-ACUMULADO-BENEFICIO.
            IF WS-AB-COUNT >= WS-AB-MAX
                DISPLAY "TABLA DE ACUMULADOS LLENA EN " WS-AB-MAX
                    " ENTRADAS - CORRIDA ABORTADA SIN GRABAR"
                MOVE "ABRE-ACUMULADO-BENEFICIO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-AB-COUNT.
            MOVE WS-AB-COUNT TO WS-AB-IX.
            MOVE WS-AB-LOOKUP-EMPLEADO TO WS-AB-TBL-EMPLEADO (WS-AB-IX).
            MOVE WS-AB-LOOKUP-MIEMBRO TO WS-AB-TBL-MIEMBRO (WS-AB-IX).
            MOVE WS-AB-LOOKUP-PLAN TO WS-AB-TBL-PLAN (WS-AB-IX).
            MOVE WS-AB-LOOKUP-ANO TO WS-AB-TBL-ANO-PLAN (WS-AB-IX).
            MOVE 0 TO WS-AB-TBL-DEDUCIBLE (WS-AB-IX).
            MOVE 0 TO WS-AB-TBL-PAGADO (WS-AB-IX).
            SET WS-AB-CAMBIADO TO TRUE.

       CALCULA-ANO-PLAN.
      *    El ano de plan lleva el nombre del ano calendario en que
      *    empieza: con inicio en julio, un servicio de marzo de 2027
      *    cae en el ano de plan 2026. Mes de inicio 0 es enero.
            MOVE WS-RB-SERV-ANO TO WS-RB-ANO-PLAN.
            IF WS-RB-SERV-MES < WS-RB-TBL-MES-INICIO (WS-RB-IX)
                SUBTRACT 1 FROM WS-RB-ANO-PLAN
            END-IF.

       GRABA-RECLAMOS-BENEFICIO.
            IF WS-CB-CAMBIADO
                OPEN OUTPUT BENEFIT-CLAIM-NEW
                IF NOT WS-CB-NEW-OK
                    MOVE WS-CB-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RECLAMOS-BENEFICIO OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-CB-I FROM 1 BY 1
                        UNTIL WS-CB-I > WS-CB-COUNT
                    MOVE WS-CB-TBL-NUMERO (WS-CB-I) TO CB-NUMERO
                    MOVE WS-CB-TBL-EMPLEADO (WS-CB-I) TO CB-EMPLOYEE-ID
                    MOVE WS-CB-TBL-MIEMBRO (WS-CB-I) TO CB-MIEMBRO
                    MOVE WS-CB-TBL-FECHA-SERV (WS-CB-I)
                        TO CB-FECHA-SERVICIO
                    MOVE WS-CB-TBL-CATEGORIA (WS-CB-I) TO CB-CATEGORIA
                    MOVE WS-CB-TBL-RECLAMADO (WS-CB-I) TO CB-RECLAMADO
                    MOVE WS-CB-TBL-ESTADO (WS-CB-I) TO CB-ESTADO
                    MOVE WS-CB-TBL-PLAN (WS-CB-I) TO CB-PLAN
                    MOVE WS-CB-TBL-NIVEL (WS-CB-I) TO CB-NIVEL
                    MOVE WS-CB-TBL-ANO-PLAN (WS-CB-I) TO CB-ANO-PLAN
                    MOVE WS-CB-TBL-DEDUCIBLE (WS-CB-I) TO CB-DEDUCIBLE
                    MOVE WS-CB-TBL-COASEGURO (WS-CB-I) TO CB-COASEGURO
                    MOVE WS-CB-TBL-EXCESO (WS-CB-I) TO CB-EXCESO
                    MOVE WS-CB-TBL-PAGA-PLAN (WS-CB-I) TO CB-PAGA-PLAN
                    MOVE WS-CB-TBL-MOTIVO (WS-CB-I) TO CB-MOTIVO
                    MOVE WS-CB-TBL-FECHA-EST (WS-CB-I)
                        TO CB-FECHA-ESTADO
                    MOVE WS-CB-TBL-OPERADOR (WS-CB-I) TO CB-OPERADOR
                    MOVE WS-CB-TBL-FECHA-PAGO (WS-CB-I)
                        TO CB-FECHA-PAGO
                    WRITE BENEFIT-CLAIM-NEW-LINE
                        FROM BENEFIT-CLAIM-RECORD
                    IF NOT WS-CB-NEW-OK
                        MOVE WS-CB-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-RECLAMOS-BENEFICIO WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE BENEFIT-CLAIM-NEW
                PERFORM PROMUEVE-RECLAMOS-BENEFICIO
                MOVE "N" TO WS-CB-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-RECLAMOS-BENEFICIO.
            MOVE "N" TO WS-CB-EOF-SWITCH.
            OPEN INPUT BENEFIT-CLAIM-NEW.
            IF NOT WS-CB-NEW-OK
                MOVE WS-CB-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECLAMOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT BENEFIT-CLAIM-FILE.
            IF NOT WS-CB-OK
                MOVE WS-CB-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECLAMOS OPEN M"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-CB-EOF
                READ BENEFIT-CLAIM-NEW
                    AT END SET WS-CB-EOF TO TRUE
                    NOT AT END
                        WRITE BENEFIT-CLAIM-RECORD
                            FROM BENEFIT-CLAIM-NEW-LINE
                        IF NOT WS-CB-OK
                            MOVE WS-CB-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-RECLAMOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BENEFIT-CLAIM-NEW BENEFIT-CLAIM-FILE.
            MOVE "N" TO WS-CB-EOF-SWITCH.

       GRABA-ACUMULADOS-BENEFICIO.
            IF WS-AB-CAMBIADO
                OPEN OUTPUT BENEFIT-ACCUM-NEW
                IF NOT WS-AB-NEW-OK
                    MOVE WS-AB-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ACUMULADOS-BENEFICIO OP"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-AB-I FROM 1 BY 1
                        UNTIL WS-AB-I > WS-AB-COUNT
                    MOVE WS-AB-TBL-EMPLEADO (WS-AB-I) TO AB-EMPLOYEE-ID
                    MOVE WS-AB-TBL-MIEMBRO (WS-AB-I) TO AB-MIEMBRO
                    MOVE WS-AB-TBL-PLAN (WS-AB-I) TO AB-PLAN
                    MOVE WS-AB-TBL-ANO-PLAN (WS-AB-I) TO AB-ANO-PLAN
                    MOVE WS-AB-TBL-DEDUCIBLE (WS-AB-I) TO AB-DEDUCIBLE
                    MOVE WS-AB-TBL-PAGADO (WS-AB-I) TO AB-PAGADO
                    WRITE BENEFIT-ACCUM-NEW-LINE
                        FROM BENEFIT-ACCUM-RECORD
                    IF NOT WS-AB-NEW-OK
                        MOVE WS-AB-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-ACUMULADOS-BENEFICIO WR"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE BENEFIT-ACCUM-NEW
                PERFORM PROMUEVE-ACUMULADOS-BENEFICIO
                MOVE "N" TO WS-AB-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-ACUMULADOS-BENEFICIO.
            MOVE "N" TO WS-CB-EOF-SWITCH.
            OPEN INPUT BENEFIT-ACCUM-NEW.
            IF NOT WS-AB-NEW-OK
                MOVE WS-AB-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACUMULADOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT BENEFIT-ACCUM-FILE.
            IF NOT WS-AB-OK
                MOVE WS-AB-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACUMULADOS OPEN M"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-CB-EOF
                READ BENEFIT-ACCUM-NEW
                    AT END SET WS-CB-EOF TO TRUE
                    NOT AT END
                        WRITE BENEFIT-ACCUM-RECORD
                            FROM BENEFIT-ACCUM-NEW-LINE
                        IF NOT WS-AB-OK
                            MOVE WS-AB-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ACUMULADOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BENEFIT-ACCUM-NEW BENEFIT-ACCUM-FILE.
            MOVE "N" TO WS-CB-EOF-SWITCH.
