      ******************************************************************
      * Copybook: CONTWR
      * Purpose:  Paragraphs for benefit continuation coverage.
      *           CARGA-CONTINUACIONES loads the continuation file
      *           into its table and BUSCA-CONTINUACION finds the row
      *           of an employee and termination date (or the latest
      *           one of the employee). GRABA-CONTINUACIONES writes the
      *           table back through the .NEW work file when anything
      *           changed (patron PROMUEVE-IMAGEN). CARGA-FACTURAS-CONT
      *           loads the billing log, BUSCA-FACTURA-CONT finds the
      *           invoice of a member and month and AGREGA-FACTURA-CONT
      *           appends one, EXTEND with fallback to OUTPUT like the
      *           OPSLOG pattern. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-CONTINUACIONES.
            MOVE 0 TO WS-CT-COUNT.
            MOVE "N" TO WS-CT-EOF-SWITCH.
            MOVE "N" TO WS-CT-CAMBIADO-SWITCH.
            OPEN INPUT CONTINUATION-FILE.
            IF WS-CT-OK
                PERFORM UNTIL WS-CT-EOF
                    READ CONTINUATION-FILE
                        AT END SET WS-CT-EOF TO TRUE
                        NOT AT END
      *                     Una fila fuera de la tabla se perderia al
      *                     regrabar: se aborta.
                            IF WS-CT-COUNT >= WS-CT-MAX
                                DISPLAY "TABLA DE CONTINUACION LLENA "
                                    "EN " WS-CT-MAX " ENTRADAS"
                                MOVE "CARGA-CONTINUACIONES"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-CT-COUNT
                            MOVE CT-EMPLOYEE-ID
                                TO WS-CT-TBL-EMPLEADO (WS-CT-COUNT)
                            MOVE CT-NOMBRE
                                TO WS-CT-TBL-NOMBRE (WS-CT-COUNT)
                            MOVE CT-DEPTO
                                TO WS-CT-TBL-DEPTO (WS-CT-COUNT)
                            MOVE CT-FECHA-BAJA
                                TO WS-CT-TBL-BAJA (WS-CT-COUNT)
                            MOVE CT-PLAN
                                TO WS-CT-TBL-PLAN (WS-CT-COUNT)
                            MOVE CT-NIVEL
                                TO WS-CT-TBL-NIVEL (WS-CT-COUNT)
                            MOVE CT-PRIMA
                                TO WS-CT-TBL-PRIMA (WS-CT-COUNT)
                            MOVE CT-FECHA-AVISO
                                TO WS-CT-TBL-AVISO (WS-CT-COUNT)
                            MOVE CT-FECHA-LIMITE
                                TO WS-CT-TBL-LIMITE (WS-CT-COUNT)
                            MOVE CT-PERIODO-FIN
                                TO WS-CT-TBL-PERIODO-FIN (WS-CT-COUNT)
                            MOVE CT-ESTADO
                                TO WS-CT-TBL-ESTADO (WS-CT-COUNT)
                            MOVE CT-FECHA-ESTADO
                                TO WS-CT-TBL-FECHA-ESTADO (WS-CT-COUNT)
                            MOVE CT-CUENTA
                                TO WS-CT-TBL-CUENTA (WS-CT-COUNT)
                            MOVE CT-ULT-PERIODO
                                TO WS-CT-TBL-ULT-PERIODO (WS-CT-COUNT)
                            MOVE CT-OPERADOR
                                TO WS-CT-TBL-OPERADOR (WS-CT-COUNT)
                    END-READ
                END-PERFORM
                CLOSE CONTINUATION-FILE
            END-IF.
            MOVE "N" TO WS-CT-EOF-SWITCH.

       BUSCA-CONTINUACION.
      *    Sin fecha de baja se toma la baja mas reciente del empleado.
            MOVE 0 TO WS-CT-IX.
            PERFORM VARYING WS-CT-I FROM 1 BY 1
                    UNTIL WS-CT-I > WS-CT-COUNT
                IF WS-CT-TBL-EMPLEADO (WS-CT-I) = WS-CT-LOOKUP-EMPLEADO
                    IF WS-CT-LOOKUP-BAJA = 0
                        IF WS-CT-IX = 0
                            MOVE WS-CT-I TO WS-CT-IX
                        ELSE
                            IF WS-CT-TBL-BAJA (WS-CT-I)
                                    > WS-CT-TBL-BAJA (WS-CT-IX)
                                MOVE WS-CT-I TO WS-CT-IX
                            END-IF
                        END-IF
                    ELSE
                        IF WS-CT-TBL-BAJA (WS-CT-I) = WS-CT-LOOKUP-BAJA
                            MOVE WS-CT-I TO WS-CT-IX
                            EXIT PERFORM
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       GRABA-CONTINUACIONES.
            IF WS-CT-CAMBIADO
                OPEN OUTPUT CONTINUATION-NEW
                IF NOT WS-CT-NEW-OK
                    MOVE WS-CT-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-CONTINUACIONES OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-CT-I FROM 1 BY 1
                        UNTIL WS-CT-I > WS-CT-COUNT
                    MOVE WS-CT-TBL-EMPLEADO (WS-CT-I) TO CT-EMPLOYEE-ID
                    MOVE WS-CT-TBL-NOMBRE (WS-CT-I) TO CT-NOMBRE
                    MOVE WS-CT-TBL-DEPTO (WS-CT-I) TO CT-DEPTO
                    MOVE WS-CT-TBL-BAJA (WS-CT-I) TO CT-FECHA-BAJA
                    MOVE WS-CT-TBL-PLAN (WS-CT-I) TO CT-PLAN
                    MOVE WS-CT-TBL-NIVEL (WS-CT-I) TO CT-NIVEL
                    MOVE WS-CT-TBL-PRIMA (WS-CT-I) TO CT-PRIMA
                    MOVE WS-CT-TBL-AVISO (WS-CT-I) TO CT-FECHA-AVISO
                    MOVE WS-CT-TBL-LIMITE (WS-CT-I) TO CT-FECHA-LIMITE
                    MOVE WS-CT-TBL-PERIODO-FIN (WS-CT-I)
                        TO CT-PERIODO-FIN
                    MOVE WS-CT-TBL-ESTADO (WS-CT-I) TO CT-ESTADO
                    MOVE WS-CT-TBL-FECHA-ESTADO (WS-CT-I)
                        TO CT-FECHA-ESTADO
                    MOVE WS-CT-TBL-CUENTA (WS-CT-I) TO CT-CUENTA
                    MOVE WS-CT-TBL-ULT-PERIODO (WS-CT-I)
                        TO CT-ULT-PERIODO
                    MOVE WS-CT-TBL-OPERADOR (WS-CT-I) TO CT-OPERADOR
                    WRITE CONTINUATION-NEW-LINE FROM CONTINUATION-RECORD
                    IF NOT WS-CT-NEW-OK
                        MOVE WS-CT-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-CONTINUACIONES WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE CONTINUATION-NEW
                PERFORM PROMUEVE-CONTINUACIONES
                MOVE "N" TO WS-CT-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-CONTINUACIONES.
            MOVE "N" TO WS-CT-EOF-SWITCH.
            OPEN INPUT CONTINUATION-NEW.
            IF NOT WS-CT-NEW-OK
                MOVE WS-CT-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CONTINUACIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT CONTINUATION-FILE.
            IF NOT WS-CT-OK
                MOVE WS-CT-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CONTINUACIONES OPEN M"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-CT-EOF
                READ CONTINUATION-NEW
                    AT END SET WS-CT-EOF TO TRUE
                    NOT AT END
                        WRITE CONTINUATION-RECORD
                            FROM CONTINUATION-NEW-LINE
                        IF NOT WS-CT-OK
                            MOVE WS-CT-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-CONTINUACIONES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CONTINUATION-NEW CONTINUATION-FILE.
            MOVE "N" TO WS-CT-EOF-SWITCH.

       CARGA-FACTURAS-CONT.
            MOVE 0 TO WS-CF-COUNT.
            MOVE "N" TO WS-CT-EOF-SWITCH.
            OPEN INPUT CONTINUATION-BILLING.
            IF WS-CF-OK
                PERFORM UNTIL WS-CT-EOF
                    READ CONTINUATION-BILLING
                        AT END SET WS-CT-EOF TO TRUE
                        NOT AT END
      *                     Un mes fuera de la tabla se volveria a
      *                     facturar: se aborta.
                            IF WS-CF-COUNT >= WS-CF-MAX
                                DISPLAY "TABLA DE FACTURAS DE "
                                    "CONTINUACION LLENA EN "
                                    WS-CF-MAX " ENTRADAS"
                                MOVE "CARGA-FACTURAS-CONT"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-CF-COUNT
                            MOVE CF-EMPLOYEE-ID
                                TO WS-CF-TBL-EMPLEADO (WS-CF-COUNT)
                            MOVE CF-PERIODO
                                TO WS-CF-TBL-PERIODO (WS-CF-COUNT)
                            MOVE CF-FACTURA
                                TO WS-CF-TBL-FACTURA (WS-CF-COUNT)
                            MOVE CF-FECHA
                                TO WS-CF-TBL-FECHA (WS-CF-COUNT)
                            MOVE CF-IMPORTE
                                TO WS-CF-TBL-IMPORTE (WS-CF-COUNT)
                    END-READ
                END-PERFORM
                CLOSE CONTINUATION-BILLING
            END-IF.
            MOVE "N" TO WS-CT-EOF-SWITCH.

       BUSCA-FACTURA-CONT.
            MOVE 0 TO WS-CF-IX.
            PERFORM VARYING WS-CF-I FROM 1 BY 1
                    UNTIL WS-CF-I > WS-CF-COUNT
                IF WS-CF-TBL-EMPLEADO (WS-CF-I) = WS-CF-LOOKUP-EMPLEADO
                        AND WS-CF-TBL-PERIODO (WS-CF-I)
                            = WS-CF-LOOKUP-PERIODO
                    MOVE WS-CF-I TO WS-CF-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       AGREGA-FACTURA-CONT.
            IF WS-CF-COUNT >= WS-CF-MAX
                DISPLAY "TABLA DE FACTURAS DE CONTINUACION LLENA EN "
                    WS-CF-MAX " ENTRADAS"
                MOVE "AGREGA-FACTURA-CONT" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND CONTINUATION-BILLING.
            IF NOT WS-CF-OK
                OPEN OUTPUT CONTINUATION-BILLING
                IF NOT WS-CF-OK
                    MOVE WS-CF-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-FACTURA-CONT OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-CF-NUEVO-EMPLEADO TO CF-EMPLOYEE-ID.
            MOVE WS-CF-NUEVO-PERIODO TO CF-PERIODO.
            MOVE WS-CF-NUEVO-FACTURA TO CF-FACTURA.
            MOVE WS-OPSLOG-DATE TO CF-FECHA.
            MOVE WS-CF-NUEVO-IMPORTE TO CF-IMPORTE.
            WRITE CONTINUATION-BILLING-RECORD.
            IF NOT WS-CF-OK
                MOVE WS-CF-STATUS TO WS-ABEND-STATUS
                MOVE "AGREGA-FACTURA-CONT WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE CONTINUATION-BILLING.
            ADD 1 TO WS-CF-COUNT.
            MOVE CF-EMPLOYEE-ID TO WS-CF-TBL-EMPLEADO (WS-CF-COUNT).
            MOVE CF-PERIODO TO WS-CF-TBL-PERIODO (WS-CF-COUNT).
            MOVE CF-FACTURA TO WS-CF-TBL-FACTURA (WS-CF-COUNT).
            MOVE CF-FECHA TO WS-CF-TBL-FECHA (WS-CF-COUNT).
            MOVE CF-IMPORTE TO WS-CF-TBL-IMPORTE (WS-CF-COUNT).
