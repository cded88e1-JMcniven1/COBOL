      ******************************************************************
      * Copybook: ORPEWR
      * Purpose:  Paragraphs for the standing-order master.
      *           CARGA-ORDENES-PERM loads ORDPERM.DAT into its table
      *           (no file on disk is an empty master);
      *           BUSCA-ORDEN-PERM finds an order by code.
      *           AVANZA-ORDEN-PERM moves the next due date of row
      *           WS-SO-IX on by one interval of its frequency and
      *           finishes the order once past its end date.
      *           GRABA-ORDENES-PERM writes the table back through
      *           ORDPERM.NEW when it changed (patron
      *           PROMUEVE-IMAGEN). Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-ORDENES-PERM.
            MOVE 0 TO WS-SO-COUNT.
            MOVE "N" TO WS-SO-CAMBIADO-SWITCH.
            MOVE "N" TO WS-SO-EOF-SWITCH.
            OPEN INPUT STANDING-ORDER.
            IF WS-SO-OK
                PERFORM UNTIL WS-SO-EOF
                    READ STANDING-ORDER
                        AT END SET WS-SO-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-ORDEN-PERM
                    END-READ
                END-PERFORM
                CLOSE STANDING-ORDER
            END-IF.
            MOVE "N" TO WS-SO-EOF-SWITCH.

       CARGA-UN-ORDEN-PERM.
            IF WS-SO-COUNT >= WS-SO-MAX
      *        Una orden fuera de la tabla se perderia al regrabar:
      *        se aborta.
                DISPLAY "TABLA DE ORDENES PERMANENTES LLENA EN "
                    WS-SO-MAX " ENTRADAS"
                MOVE "CARGA-ORDENES-PERM" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-SO-COUNT.
            MOVE STANDING-ORDER-RECORD TO WS-SO-ENTRY (WS-SO-COUNT).

       BUSCA-ORDEN-PERM.
            MOVE 0 TO WS-SO-IX.
            PERFORM VARYING WS-SO-I FROM 1 BY 1
                    UNTIL WS-SO-I > WS-SO-COUNT
                IF WS-SO-TBL-CODIGO (WS-SO-I) = WS-SO-LOOKUP-CODIGO
                    MOVE WS-SO-I TO WS-SO-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-ORDENES-PERM.
            IF WS-SO-CAMBIADO
                OPEN OUTPUT STANDING-ORDER-NEW
                IF NOT WS-SO-NEW-OK
                    MOVE WS-SO-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ORDENES-PERM OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-SO-I FROM 1 BY 1
                        UNTIL WS-SO-I > WS-SO-COUNT
                    WRITE STANDING-ORDER-NEW-LINE
                        FROM WS-SO-ENTRY (WS-SO-I)
                    IF NOT WS-SO-NEW-OK
                        MOVE WS-SO-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-ORDENES-PERM WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE STANDING-ORDER-NEW
                PERFORM PROMUEVE-ORDENES-PERM
                MOVE "N" TO WS-SO-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-ORDENES-PERM.
            MOVE "N" TO WS-SO-EOF-SWITCH.
            OPEN INPUT STANDING-ORDER-NEW.
            IF NOT WS-SO-NEW-OK
                MOVE WS-SO-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ORDENES-PERM OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT STANDING-ORDER.
            IF NOT WS-SO-OK
                MOVE WS-SO-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ORDENES-PERM OPEN O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-SO-EOF
                READ STANDING-ORDER-NEW
                    AT END SET WS-SO-EOF TO TRUE
                    NOT AT END
                        WRITE STANDING-ORDER-RECORD
                            FROM STANDING-ORDER-NEW-LINE
                        IF NOT WS-SO-OK
                            MOVE WS-SO-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ORDENES-PERM WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STANDING-ORDER-NEW STANDING-ORDER.
            MOVE "N" TO WS-SO-EOF-SWITCH.

       AVANZA-ORDEN-PERM.
      *    Semanal y quincenal cuentan dias; mensual, trimestral y
      *    anual caen en el dia nominal de la orden, o en el ultimo
      *    del mes si el mes es mas corto.
            MOVE WS-SO-TBL-PROXIMA (WS-SO-IX) TO WS-SO-FECHA.
            EVALUATE WS-SO-TBL-FRECUENCIA (WS-SO-IX)
                WHEN "S"
                    COMPUTE WS-SO-FECHA-INT =
                        FUNCTION INTEGER-OF-DATE (WS-SO-FECHA) + 7
                    COMPUTE WS-SO-FECHA =
                        FUNCTION DATE-OF-INTEGER (WS-SO-FECHA-INT)
                WHEN "Q"
                    COMPUTE WS-SO-FECHA-INT =
                        FUNCTION INTEGER-OF-DATE (WS-SO-FECHA) + 14
                    COMPUTE WS-SO-FECHA =
                        FUNCTION DATE-OF-INTEGER (WS-SO-FECHA-INT)
                WHEN OTHER
                    EVALUATE WS-SO-TBL-FRECUENCIA (WS-SO-IX)
                        WHEN "T"
                            MOVE 3 TO WS-SO-MESES
                        WHEN "A"
                            MOVE 12 TO WS-SO-MESES
                        WHEN OTHER
                            MOVE 1 TO WS-SO-MESES
                    END-EVALUATE
                    COMPUTE WS-SO-TOTAL-MESES =
                        WS-SO-ANO * 12 + WS-SO-MES - 1 + WS-SO-MESES
                    DIVIDE WS-SO-TOTAL-MESES BY 12
                        GIVING WS-SO-ANO REMAINDER WS-SO-MES
                    ADD 1 TO WS-SO-MES
                    MOVE 1 TO WS-SO-DIA
      *            Ultimo dia del mes: el dia 1 del mes siguiente
      *            menos uno.
                    COMPUTE WS-SO-FECHA-INT =
                        FUNCTION INTEGER-OF-DATE (WS-SO-FECHA) + 31
                    COMPUTE WS-SO-FECHA-AUX =
                        FUNCTION DATE-OF-INTEGER (WS-SO-FECHA-INT)
                    COMPUTE WS-SO-FECHA-AUX =
                        WS-SO-FECHA-AUX
                        - FUNCTION MOD (WS-SO-FECHA-AUX, 100) + 1
                    COMPUTE WS-SO-FECHA-INT =
                        FUNCTION INTEGER-OF-DATE (WS-SO-FECHA-AUX) - 1
                    COMPUTE WS-SO-FECHA-AUX =
                        FUNCTION DATE-OF-INTEGER (WS-SO-FECHA-INT)
                    COMPUTE WS-SO-ULTIMO-DIA =
                        FUNCTION MOD (WS-SO-FECHA-AUX, 100)
                    IF WS-SO-TBL-DIA (WS-SO-IX) > WS-SO-ULTIMO-DIA
                        MOVE WS-SO-ULTIMO-DIA TO WS-SO-DIA
                    ELSE
                        MOVE WS-SO-TBL-DIA (WS-SO-IX) TO WS-SO-DIA
                    END-IF
            END-EVALUATE.
            MOVE WS-SO-FECHA TO WS-SO-TBL-PROXIMA (WS-SO-IX).
            IF WS-SO-TBL-FIN (WS-SO-IX) NOT = 0
                    AND WS-SO-TBL-PROXIMA (WS-SO-IX)
                        > WS-SO-TBL-FIN (WS-SO-IX)
                MOVE "F" TO WS-SO-TBL-ESTADO (WS-SO-IX)
            END-IF.
