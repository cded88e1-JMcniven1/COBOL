      ******************************************************************
      * Copybook: PLANRWR
      * Purpose:  Paragraphs for the retirement savings plan.
      *           LEE-PARAMETROS-PLAN reads the plan rules off
      *           PARM129.DAT over the compiled-in defaults;
      *           CARGA-MIEMBROS-PLAN and CARGA-CUENTAS-PLAN load the
      *           member master and the accounts into their tables;
      *           BUSCA-MIEMBRO-PLAN / BUSCA-CUENTA-PLAN find the
      *           entries of WS-PLAN-LOOKUP-EMP and ABRE-CUENTA-PLAN
      *           adds an empty account for it; CALCULA-CONSOLIDACION
      *           works out the vested position of the account at
      *           WS-PLNC-IX from the years of service between
      *           WS-PLAN-FECHA-INGRESO and WS-PLAN-FECHA-CORTE.
      *           GRABA-MIEMBROS-PLAN and GRABA-CUENTAS-PLAN write the
      *           tables back through the .NEW work files when
      *           anything changed, the latter first appending the
      *           run's movements to PLANMOV.DAT under the business
      *           date (WS-OPSLOG-DATE). Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       LEE-PARAMETROS-PLAN.
            MOVE 0.150 TO WS-PLAN-PORC-MAXIMO.
            MOVE 0.500 TO WS-PLAN-TASA-MATCH.
            MOVE 0.060 TO WS-PLAN-TOPE-MATCH.
            MOVE 20000 TO WS-PLAN-LIMITE-ANUAL.
            MOVE WS-PLAN-CONSOLIDA-DEFECTO TO WS-PLAN-CONSOLIDA-TABLE.
            OPEN INPUT PLAN-PARM-FILE.
            IF WS-PLAN-PARM-OK
                READ PLAN-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PRP-PORC-MAXIMO IS NUMERIC
                            MOVE PRP-PORC-MAXIMO
                                TO WS-PLAN-PORC-MAXIMO
                        END-IF
                        IF PRP-TASA-MATCH IS NUMERIC
                            MOVE PRP-TASA-MATCH TO WS-PLAN-TASA-MATCH
                        END-IF
                        IF PRP-TOPE-MATCH IS NUMERIC
                            MOVE PRP-TOPE-MATCH TO WS-PLAN-TOPE-MATCH
                        END-IF
                        IF PRP-LIMITE-ANUAL IS NUMERIC
                            MOVE PRP-LIMITE-ANUAL
                                TO WS-PLAN-LIMITE-ANUAL
                        END-IF
                        PERFORM VARYING WS-PLNC-I FROM 1 BY 1
                                UNTIL WS-PLNC-I > 6
                            IF PRP-CONSOLIDA (WS-PLNC-I) IS NUMERIC
                                    AND PRP-CONSOLIDA (WS-PLNC-I)
                                    <= 100
                                MOVE PRP-CONSOLIDA (WS-PLNC-I)
                                    TO WS-PLAN-CONSOLIDA (WS-PLNC-I)
                            END-IF
                        END-PERFORM
                END-READ
                CLOSE PLAN-PARM-FILE
            END-IF.

       CARGA-MIEMBROS-PLAN.
            MOVE 0 TO WS-PLNM-COUNT.
            MOVE "N" TO WS-PLNM-EOF-SWITCH.
            MOVE "N" TO WS-PLNM-LOADED-SWITCH.
            MOVE "N" TO WS-PLNM-CAMBIADO-SWITCH.
            OPEN INPUT PLAN-MEMBER.
            IF WS-PLNM-OK
                SET WS-PLNM-LOADED TO TRUE
                PERFORM UNTIL WS-PLNM-EOF
                    READ PLAN-MEMBER
                        AT END SET WS-PLNM-EOF TO TRUE
                        NOT AT END
                            IF WS-PLNM-COUNT >= WS-PLNM-MAX
      *                         Un miembro fuera de la tabla se
      *                         perderia al regrabar: se aborta.
                                DISPLAY "TABLA DE MIEMBROS DEL PLAN "
                                    "LLENA EN " WS-PLNM-MAX
                                    " ENTRADAS"
                                MOVE "CARGA-MIEMBROS-PLAN"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-PLNM-COUNT
                            MOVE RM-EMPLOYEE-ID
                                TO WS-PLNM-TBL-EMP (WS-PLNM-COUNT)
                            MOVE RM-PORCENTAJE
                                TO WS-PLNM-TBL-PORC (WS-PLNM-COUNT)
                            MOVE RM-ESTADO
                                TO WS-PLNM-TBL-ESTADO (WS-PLNM-COUNT)
                            MOVE RM-FECHA-INSCRIPCION TO
                                WS-PLNM-TBL-INSCRIPCION (WS-PLNM-COUNT)
                            MOVE RM-FECHA-INGRESO
                                TO WS-PLNM-TBL-INGRESO (WS-PLNM-COUNT)
                            MOVE RM-FECHA-BAJA
                                TO WS-PLNM-TBL-BAJA (WS-PLNM-COUNT)
                    END-READ
                END-PERFORM
                CLOSE PLAN-MEMBER
            END-IF.

       CARGA-CUENTAS-PLAN.
            MOVE 0 TO WS-PLNC-COUNT.
            MOVE "N" TO WS-PLNC-EOF-SWITCH.
            MOVE "N" TO WS-PLNC-CAMBIADO-SWITCH.
            OPEN INPUT PLAN-ACCOUNT.
            IF WS-PLNC-OK
                PERFORM UNTIL WS-PLNC-EOF
                    READ PLAN-ACCOUNT
                        AT END SET WS-PLNC-EOF TO TRUE
                        NOT AT END
                            IF WS-PLNC-COUNT >= WS-PLNC-MAX
                                DISPLAY "TABLA DE CUENTAS DEL PLAN "
                                    "LLENA EN " WS-PLNC-MAX
                                    " ENTRADAS"
                                MOVE "CARGA-CUENTAS-PLAN"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-PLNC-COUNT
                            MOVE RC-EMPLOYEE-ID
                                TO WS-PLNC-TBL-EMP (WS-PLNC-COUNT)
                            MOVE RC-SALDO-EMPLEADO TO
                                WS-PLNC-TBL-SALDO-EMP (WS-PLNC-COUNT)
                            MOVE RC-SALDO-EMPRESA TO
                                WS-PLNC-TBL-SALDO-PAT (WS-PLNC-COUNT)
                            MOVE RC-PERDIDO
                                TO WS-PLNC-TBL-PERDIDO (WS-PLNC-COUNT)
                            MOVE RC-ANO
                                TO WS-PLNC-TBL-ANO (WS-PLNC-COUNT)
                            MOVE RC-APORTE-ANO TO
                                WS-PLNC-TBL-APORTE-ANO (WS-PLNC-COUNT)
                            MOVE RC-FECHA-ULTIMO
                                TO WS-PLNC-TBL-FECHA (WS-PLNC-COUNT)
                            MOVE 0 TO
                                WS-PLNC-TBL-CORRIDA-EMP (WS-PLNC-COUNT)
                                WS-PLNC-TBL-CORRIDA-PAT (WS-PLNC-COUNT)
                                WS-PLNC-TBL-CORRIDA-PERD
                                    (WS-PLNC-COUNT)
                    END-READ
                END-PERFORM
                CLOSE PLAN-ACCOUNT
            END-IF.

       BUSCA-MIEMBRO-PLAN.
            MOVE 0 TO WS-PLNM-IX.
            PERFORM VARYING WS-PLNM-I FROM 1 BY 1
                    UNTIL WS-PLNM-I > WS-PLNM-COUNT
                IF WS-PLNM-TBL-EMP (WS-PLNM-I) = WS-PLAN-LOOKUP-EMP
                    MOVE WS-PLNM-I TO WS-PLNM-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-CUENTA-PLAN.
            MOVE 0 TO WS-PLNC-IX.
            PERFORM VARYING WS-PLNC-I FROM 1 BY 1
                    UNTIL WS-PLNC-I > WS-PLNC-COUNT
                IF WS-PLNC-TBL-EMP (WS-PLNC-I) = WS-PLAN-LOOKUP-EMP
                    MOVE WS-PLNC-I TO WS-PLNC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       ABRE-CUENTA-PLAN.
            IF WS-PLNC-COUNT >= WS-PLNC-MAX
                DISPLAY "TABLA DE CUENTAS DEL PLAN LLENA EN "
                    WS-PLNC-MAX " ENTRADAS"
                MOVE "ABRE-CUENTA-PLAN" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PLNC-COUNT.
            MOVE WS-PLNC-COUNT TO WS-PLNC-IX.
            MOVE WS-PLAN-LOOKUP-EMP TO WS-PLNC-TBL-EMP (WS-PLNC-IX).
            MOVE 0 TO WS-PLNC-TBL-SALDO-EMP (WS-PLNC-IX)
                WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                WS-PLNC-TBL-PERDIDO (WS-PLNC-IX)
                WS-PLNC-TBL-ANO (WS-PLNC-IX)
                WS-PLNC-TBL-APORTE-ANO (WS-PLNC-IX)
                WS-PLNC-TBL-FECHA (WS-PLNC-IX)
                WS-PLNC-TBL-CORRIDA-EMP (WS-PLNC-IX)
                WS-PLNC-TBL-CORRIDA-PAT (WS-PLNC-IX)
                WS-PLNC-TBL-CORRIDA-PERD (WS-PLNC-IX).
            SET WS-PLNC-CAMBIADO TO TRUE.

       CALCULA-CONSOLIDACION.
      *    Anos completos de servicio: la resta de dos fechas
      *    AAAAMMDD dividida por 10000 trunca en el aniversario. Lo
      *    aportado por el empleado esta siempre consolidado; de la
      *    parte patronal, el porcentaje de la escala por anos
      *    (cinco o mas = ultimo tramo).
            MOVE 0 TO WS-PLAN-ANOS.
            IF WS-PLAN-FECHA-INGRESO > 0
                    AND WS-PLAN-FECHA-CORTE > WS-PLAN-FECHA-INGRESO
                COMPUTE WS-PLAN-ANOS =
                    (WS-PLAN-FECHA-CORTE - WS-PLAN-FECHA-INGRESO)
                    / 10000
            END-IF.
            IF WS-PLAN-ANOS >= 5
                MOVE WS-PLAN-CONSOLIDA (6) TO WS-PLAN-PORC-CONSOLIDADO
            ELSE
                MOVE WS-PLAN-CONSOLIDA (WS-PLAN-ANOS + 1)
                    TO WS-PLAN-PORC-CONSOLIDADO
            END-IF.
            COMPUTE WS-PLAN-PARTE-CONSOLIDADA ROUNDED =
                WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                * WS-PLAN-PORC-CONSOLIDADO / 100.
            COMPUTE WS-PLAN-NO-CONSOLIDADO =
                WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                - WS-PLAN-PARTE-CONSOLIDADA.
            COMPUTE WS-PLAN-CONSOLIDADO =
                WS-PLNC-TBL-SALDO-EMP (WS-PLNC-IX)
                + WS-PLAN-PARTE-CONSOLIDADA.

       GRABA-MIEMBROS-PLAN.
            IF WS-PLNM-CAMBIADO
                OPEN OUTPUT PLAN-MEMBER-NEW
                IF NOT WS-PLNM-NEW-OK
                    MOVE WS-PLNM-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-MIEMBROS-PLAN OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-PLNM-I FROM 1 BY 1
                        UNTIL WS-PLNM-I > WS-PLNM-COUNT
                    MOVE WS-PLNM-TBL-EMP (WS-PLNM-I) TO RM-EMPLOYEE-ID
                    MOVE WS-PLNM-TBL-PORC (WS-PLNM-I) TO RM-PORCENTAJE
                    MOVE WS-PLNM-TBL-ESTADO (WS-PLNM-I) TO RM-ESTADO
                    MOVE WS-PLNM-TBL-INSCRIPCION (WS-PLNM-I)
                        TO RM-FECHA-INSCRIPCION
                    MOVE WS-PLNM-TBL-INGRESO (WS-PLNM-I)
                        TO RM-FECHA-INGRESO
                    MOVE WS-PLNM-TBL-BAJA (WS-PLNM-I) TO RM-FECHA-BAJA
                    WRITE PLAN-MEMBER-NEW-LINE FROM PLAN-MEMBER-RECORD
                    IF NOT WS-PLNM-NEW-OK
                        MOVE WS-PLNM-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-MIEMBROS-PLAN WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE PLAN-MEMBER-NEW
                PERFORM PROMUEVE-MIEMBROS-PLAN
                SET WS-PLNM-LOADED TO TRUE
                MOVE "N" TO WS-PLNM-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-MIEMBROS-PLAN.
            MOVE "N" TO WS-PLNM-EOF-SWITCH.
            OPEN INPUT PLAN-MEMBER-NEW.
            IF NOT WS-PLNM-NEW-OK
                MOVE WS-PLNM-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-MIEMBROS-PLAN OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PLAN-MEMBER.
            IF NOT WS-PLNM-OK
                MOVE WS-PLNM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-MIEMBROS-PLAN OPEN RM"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-PLNM-EOF
                READ PLAN-MEMBER-NEW
                    AT END SET WS-PLNM-EOF TO TRUE
                    NOT AT END
                        WRITE PLAN-MEMBER-RECORD
                            FROM PLAN-MEMBER-NEW-LINE
                        IF NOT WS-PLNM-OK
                            MOVE WS-PLNM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-MIEMBROS-PLAN WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PLAN-MEMBER-NEW PLAN-MEMBER.

       GRABA-CUENTAS-PLAN.
      *    Primero los movimientos de la corrida (la base del estado
      *    trimestral), despues las cuentas enteras por el fichero de
      *    trabajo (patron PROMUEVE-IMAGEN).
            IF WS-PLNC-CAMBIADO
                PERFORM GRABA-MOVIMIENTOS-PLAN
                OPEN OUTPUT PLAN-ACCOUNT-NEW
                IF NOT WS-PLNC-NEW-OK
                    MOVE WS-PLNC-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-CUENTAS-PLAN OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-PLNC-I FROM 1 BY 1
                        UNTIL WS-PLNC-I > WS-PLNC-COUNT
                    MOVE WS-PLNC-TBL-EMP (WS-PLNC-I) TO RC-EMPLOYEE-ID
                    MOVE WS-PLNC-TBL-SALDO-EMP (WS-PLNC-I)
                        TO RC-SALDO-EMPLEADO
                    MOVE WS-PLNC-TBL-SALDO-PAT (WS-PLNC-I)
                        TO RC-SALDO-EMPRESA
                    MOVE WS-PLNC-TBL-PERDIDO (WS-PLNC-I) TO RC-PERDIDO
                    MOVE WS-PLNC-TBL-ANO (WS-PLNC-I) TO RC-ANO
                    MOVE WS-PLNC-TBL-APORTE-ANO (WS-PLNC-I)
                        TO RC-APORTE-ANO
                    MOVE WS-PLNC-TBL-FECHA (WS-PLNC-I)
                        TO RC-FECHA-ULTIMO
                    WRITE PLAN-ACCOUNT-NEW-LINE
                        FROM PLAN-ACCOUNT-RECORD
                    IF NOT WS-PLNC-NEW-OK
                        MOVE WS-PLNC-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-CUENTAS-PLAN WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE PLAN-ACCOUNT-NEW
                PERFORM PROMUEVE-CUENTAS-PLAN
                MOVE "N" TO WS-PLNC-CAMBIADO-SWITCH
            END-IF.

       GRABA-MOVIMIENTOS-PLAN.
            OPEN EXTEND PLAN-MOVES.
            IF NOT WS-PLNV-OK
                OPEN OUTPUT PLAN-MOVES
                IF NOT WS-PLNV-OK
                    MOVE WS-PLNV-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-MOVIMIENTOS-PLAN OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-OPSLOG-DATE TO RV-FECHA.
            PERFORM VARYING WS-PLNC-I FROM 1 BY 1
                    UNTIL WS-PLNC-I > WS-PLNC-COUNT
                MOVE WS-PLNC-TBL-EMP (WS-PLNC-I) TO RV-EMPLOYEE-ID
                IF WS-PLNC-TBL-CORRIDA-EMP (WS-PLNC-I) > 0
                    MOVE "E" TO RV-TIPO
                    MOVE WS-PLNC-TBL-CORRIDA-EMP (WS-PLNC-I)
                        TO RV-IMPORTE
                    PERFORM ESCRIBE-MOVIMIENTO-PLAN
                END-IF
                IF WS-PLNC-TBL-CORRIDA-PAT (WS-PLNC-I) > 0
                    MOVE "P" TO RV-TIPO
                    MOVE WS-PLNC-TBL-CORRIDA-PAT (WS-PLNC-I)
                        TO RV-IMPORTE
                    PERFORM ESCRIBE-MOVIMIENTO-PLAN
                END-IF
                IF WS-PLNC-TBL-CORRIDA-PERD (WS-PLNC-I) > 0
                    MOVE "F" TO RV-TIPO
                    MOVE WS-PLNC-TBL-CORRIDA-PERD (WS-PLNC-I)
                        TO RV-IMPORTE
                    PERFORM ESCRIBE-MOVIMIENTO-PLAN
                END-IF
                MOVE 0 TO WS-PLNC-TBL-CORRIDA-EMP (WS-PLNC-I)
                    WS-PLNC-TBL-CORRIDA-PAT (WS-PLNC-I)
                    WS-PLNC-TBL-CORRIDA-PERD (WS-PLNC-I)
            END-PERFORM.
            CLOSE PLAN-MOVES.

       ESCRIBE-MOVIMIENTO-PLAN.
            WRITE PLAN-MOVE-RECORD.
            IF NOT WS-PLNV-OK
                MOVE WS-PLNV-STATUS TO WS-ABEND-STATUS
                MOVE "ESCRIBE-MOVIMIENTO-PLAN WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-CUENTAS-PLAN.
            MOVE "N" TO WS-PLNC-EOF-SWITCH.
            OPEN INPUT PLAN-ACCOUNT-NEW.
            IF NOT WS-PLNC-NEW-OK
                MOVE WS-PLNC-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CUENTAS-PLAN OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PLAN-ACCOUNT.
            IF NOT WS-PLNC-OK
                MOVE WS-PLNC-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CUENTAS-PLAN OPEN RC"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-PLNC-EOF
                READ PLAN-ACCOUNT-NEW
                    AT END SET WS-PLNC-EOF TO TRUE
                    NOT AT END
                        WRITE PLAN-ACCOUNT-RECORD
                            FROM PLAN-ACCOUNT-NEW-LINE
                        IF NOT WS-PLNC-OK
                            MOVE WS-PLNC-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-CUENTAS-PLAN WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PLAN-ACCOUNT-NEW PLAN-ACCOUNT.
