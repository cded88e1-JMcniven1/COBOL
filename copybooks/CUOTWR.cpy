      ******************************************************************
      * Copybook: CUOTWR
      * Purpose:  Paragraphs for school fee billing.
      *           CARGA-CUENTAS-FAMILIA loads the family accounts and
      *           BUSCA-CUENTA-FAMILIA finds a student's.
      *           CARGA-FACTURACION-CUOTAS loads the billing log,
      *           BUSCA-FACTURACION-CUOTA finds a student's row for a
      *           term and AGREGA-FACTURACION-CUOTA appends one, EXTEND
      *           with fallback to OUTPUT like the OPSLOG pattern, the
      *           row dated the business date of WS-OPSLOG-DATE.
      *           Callers supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH
      *           and 9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-CUENTAS-FAMILIA.
            MOVE 0 TO WS-FM-COUNT.
            MOVE "N" TO WS-CQ-EOF-SWITCH.
            OPEN INPUT FAMILY-ACCOUNTS.
            IF WS-FM-OK
                PERFORM UNTIL WS-CQ-EOF
                    READ FAMILY-ACCOUNTS
                        AT END SET WS-CQ-EOF TO TRUE
                        NOT AT END
                            IF WS-FM-COUNT >= WS-FM-MAX
                                DISPLAY "TABLA DE CUENTAS FAMILIARES "
                                    "LLENA EN " WS-FM-MAX " ENTRADAS"
                                MOVE "CARGA-CUENTAS-FAMILIA"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-FM-COUNT
                            MOVE FM-STUDENT-ID
                                TO WS-FM-TBL-ALUMNO (WS-FM-COUNT)
                            MOVE FM-CUENTA
                                TO WS-FM-TBL-CUENTA (WS-FM-COUNT)
                    END-READ
                END-PERFORM
                CLOSE FAMILY-ACCOUNTS
            END-IF.
            MOVE "N" TO WS-CQ-EOF-SWITCH.

       BUSCA-CUENTA-FAMILIA.
            MOVE SPACES TO WS-FM-CUENTA.
            PERFORM VARYING WS-FM-I FROM 1 BY 1
                    UNTIL WS-FM-I > WS-FM-COUNT
                IF WS-FM-TBL-ALUMNO (WS-FM-I) = WS-FM-LOOKUP-ALUMNO
                    MOVE WS-FM-TBL-CUENTA (WS-FM-I) TO WS-FM-CUENTA
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       CARGA-FACTURACION-CUOTAS.
            MOVE 0 TO WS-CQ-COUNT.
            MOVE "N" TO WS-CQ-EOF-SWITCH.
            OPEN INPUT FEE-BILLING-LOG.
            IF WS-CQ-OK
                PERFORM UNTIL WS-CQ-EOF
                    READ FEE-BILLING-LOG
                        AT END SET WS-CQ-EOF TO TRUE
                        NOT AT END
                            IF WS-CQ-COUNT >= WS-CQ-MAX
                                DISPLAY "BITACORA DE CUOTAS LLENA EN "
                                    WS-CQ-MAX " ENTRADAS"
                                MOVE "CARGA-FACTURACION-CUOTAS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-CQ-COUNT
                            MOVE CQ-STUDENT-ID
                                TO WS-CQ-TBL-ALUMNO (WS-CQ-COUNT)
                            MOVE CQ-TERMINO
                                TO WS-CQ-TBL-TERMINO (WS-CQ-COUNT)
                            MOVE CQ-CUENTA
                                TO WS-CQ-TBL-CUENTA (WS-CQ-COUNT)
                            MOVE CQ-FACTURA
                                TO WS-CQ-TBL-FACTURA (WS-CQ-COUNT)
                            MOVE CQ-FECHA
                                TO WS-CQ-TBL-FECHA (WS-CQ-COUNT)
                            MOVE CQ-NETO
                                TO WS-CQ-TBL-NETO (WS-CQ-COUNT)
                    END-READ
                END-PERFORM
                CLOSE FEE-BILLING-LOG
            END-IF.
            MOVE "N" TO WS-CQ-EOF-SWITCH.

       BUSCA-FACTURACION-CUOTA.
            MOVE 0 TO WS-CQ-IX.
            PERFORM VARYING WS-CQ-I FROM 1 BY 1
                    UNTIL WS-CQ-I > WS-CQ-COUNT
                IF WS-CQ-TBL-ALUMNO (WS-CQ-I) = WS-CQ-LOOKUP-ALUMNO
                        AND WS-CQ-TBL-TERMINO (WS-CQ-I)
                            = WS-CQ-LOOKUP-TERMINO
                    MOVE WS-CQ-I TO WS-CQ-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       AGREGA-FACTURACION-CUOTA.
            IF WS-CQ-COUNT >= WS-CQ-MAX
                DISPLAY "BITACORA DE CUOTAS LLENA EN "
                    WS-CQ-MAX " ENTRADAS"
                MOVE "AGREGA-FACTURACION-CUOTA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND FEE-BILLING-LOG.
            IF NOT WS-CQ-OK
                OPEN OUTPUT FEE-BILLING-LOG
                IF NOT WS-CQ-OK
                    MOVE WS-CQ-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-FACTURACION-CUOTA OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-CQ-NUEVO-ALUMNO TO CQ-STUDENT-ID.
            MOVE WS-CQ-NUEVO-TERMINO TO CQ-TERMINO.
            MOVE WS-CQ-NUEVO-CUENTA TO CQ-CUENTA.
            MOVE WS-CQ-NUEVO-FACTURA TO CQ-FACTURA.
            MOVE WS-OPSLOG-DATE TO CQ-FECHA.
            MOVE WS-CQ-NUEVO-BRUTO TO CQ-BRUTO.
            MOVE WS-CQ-NUEVO-AJUSTE TO CQ-AJUSTE.
            MOVE WS-CQ-NUEVO-NETO TO CQ-NETO.
            WRITE FEE-BILLING-RECORD.
            IF NOT WS-CQ-OK
                MOVE WS-CQ-STATUS TO WS-ABEND-STATUS
                MOVE "AGREGA-FACTURACION-CUOTA WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE FEE-BILLING-LOG.
            ADD 1 TO WS-CQ-COUNT.
            MOVE WS-CQ-NUEVO-ALUMNO TO WS-CQ-TBL-ALUMNO (WS-CQ-COUNT).
            MOVE WS-CQ-NUEVO-TERMINO
                TO WS-CQ-TBL-TERMINO (WS-CQ-COUNT).
            MOVE WS-CQ-NUEVO-CUENTA TO WS-CQ-TBL-CUENTA (WS-CQ-COUNT).
            MOVE WS-CQ-NUEVO-FACTURA
                TO WS-CQ-TBL-FACTURA (WS-CQ-COUNT).
            MOVE WS-OPSLOG-DATE TO WS-CQ-TBL-FECHA (WS-CQ-COUNT).
            MOVE WS-CQ-NUEVO-NETO TO WS-CQ-TBL-NETO (WS-CQ-COUNT).
