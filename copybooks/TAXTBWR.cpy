      ******************************************************************
      * Copybook: TAXTBWR
      * Purpose:  Paragraphs for the withholding tax bracket table.
      *           CARGA-TABLA-IMPUESTO loads the records of WS-TAXT-ANO
      *           whose vigencia is on or before WS-TAXT-FECHA and keeps
      *           the latest such vigencia as the scale in force, with
      *           its personal allowance in WS-TAXT-MINIMO.
      *           CALCULA-IMPUESTO-ANUAL takes WS-TAXT-BASE (annual
      *           gross), deducts the allowance and finds the bracket:
      *           tax = cuota fija + (gravable - limite inferior) x
      *           tasa marginal. Brackets are numbered in file order
      *           within the scale, which is the TRAMO the payroll
      *           register prints. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-TABLA-IMPUESTO.
            MOVE 0 TO WS-TAXT-COUNT.
            MOVE 0 TO WS-TAXT-VIGENCIA.
            MOVE 0 TO WS-TAXT-MINIMO.
            MOVE "N" TO WS-TAXT-EOF-SWITCH.
            MOVE "N" TO WS-TAXT-LOADED-SWITCH.
            OPEN INPUT TAX-TABLE-FILE.
            IF WS-TAXT-OK
                PERFORM UNTIL WS-TAXT-EOF
                    READ TAX-TABLE-FILE
                        AT END SET WS-TAXT-EOF TO TRUE
                        NOT AT END
                            PERFORM ANOTA-TABLA-IMPUESTO
                    END-READ
                END-PERFORM
                CLOSE TAX-TABLE-FILE
            END-IF.
      *    La escala vigente es la de fecha mas reciente que ya rige;
      *    el minimo personal sale de esa misma escala.
            PERFORM VARYING WS-TAXT-I FROM 1 BY 1
                    UNTIL WS-TAXT-I > WS-TAXT-COUNT
                IF WS-TAXT-TBL-VIGENCIA(WS-TAXT-I) > WS-TAXT-VIGENCIA
                    MOVE WS-TAXT-TBL-VIGENCIA(WS-TAXT-I)
                        TO WS-TAXT-VIGENCIA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-TAXT-I FROM 1 BY 1
                    UNTIL WS-TAXT-I > WS-TAXT-COUNT
                IF WS-TAXT-TBL-VIGENCIA(WS-TAXT-I) = WS-TAXT-VIGENCIA
                    IF WS-TAXT-TBL-TIPO(WS-TAXT-I) = "P"
                        ADD WS-TAXT-TBL-CUOTA(WS-TAXT-I)
                            TO WS-TAXT-MINIMO
                    END-IF
                    IF WS-TAXT-TBL-TIPO(WS-TAXT-I) = "B"
                        SET WS-TAXT-LOADED TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

       ANOTA-TABLA-IMPUESTO.
      *    Solo el ano pedido y las escalas que ya rigen a la fecha;
      *    un tipo desconocido se ignora.
            IF TXT-ANO = WS-TAXT-ANO
                    AND TXT-VIGENCIA <= WS-TAXT-FECHA
                    AND (TXT-TIPO-TRAMO OR TXT-TIPO-MINIMO)
                IF WS-TAXT-COUNT >= 60
                    DISPLAY "TABLA TAXTABLE LLENA EN 60 "
                        "ENTRADAS"
                    MOVE "CARGA-TABLA-IMPUESTO"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-TAXT-COUNT
                MOVE TXT-VIGENCIA TO
                    WS-TAXT-TBL-VIGENCIA(WS-TAXT-COUNT)
                MOVE TXT-TIPO TO WS-TAXT-TBL-TIPO(WS-TAXT-COUNT)
                MOVE TXT-DESDE TO WS-TAXT-TBL-DESDE(WS-TAXT-COUNT)
                MOVE TXT-HASTA TO WS-TAXT-TBL-HASTA(WS-TAXT-COUNT)
                MOVE TXT-CUOTA-FIJA TO
                    WS-TAXT-TBL-CUOTA(WS-TAXT-COUNT)
                MOVE TXT-TASA TO WS-TAXT-TBL-TASA(WS-TAXT-COUNT)
            END-IF.

       CALCULA-IMPUESTO-ANUAL.
            MOVE 0 TO WS-TAXT-IMPUESTO.
            MOVE 0 TO WS-TAXT-TRAMO.
            MOVE 0 TO WS-TAXT-N.
            IF WS-TAXT-BASE > WS-TAXT-MINIMO
                COMPUTE WS-TAXT-GRAVABLE =
                    WS-TAXT-BASE - WS-TAXT-MINIMO
            ELSE
                MOVE 0 TO WS-TAXT-GRAVABLE
            END-IF.
            PERFORM VARYING WS-TAXT-I FROM 1 BY 1
                    UNTIL WS-TAXT-I > WS-TAXT-COUNT
                    OR WS-TAXT-TRAMO > 0
                IF WS-TAXT-TBL-VIGENCIA(WS-TAXT-I) = WS-TAXT-VIGENCIA
                        AND WS-TAXT-TBL-TIPO(WS-TAXT-I) = "B"
                    ADD 1 TO WS-TAXT-N
                    IF WS-TAXT-GRAVABLE > WS-TAXT-TBL-DESDE(WS-TAXT-I)
                            AND (WS-TAXT-TBL-HASTA(WS-TAXT-I) = 0
                            OR WS-TAXT-GRAVABLE <=
                                WS-TAXT-TBL-HASTA(WS-TAXT-I))
                        MOVE WS-TAXT-N TO WS-TAXT-TRAMO
                        COMPUTE WS-TAXT-IMPUESTO ROUNDED =
                            WS-TAXT-TBL-CUOTA(WS-TAXT-I) +
                            (WS-TAXT-GRAVABLE -
                             WS-TAXT-TBL-DESDE(WS-TAXT-I)) *
                            WS-TAXT-TBL-TASA(WS-TAXT-I)
                    END-IF
                END-IF
            END-PERFORM.
