      ******************************************************************
      * Copybook: ASISWR
      * Purpose:  Paragraphs for student daily attendance.
      *           CARGA-TERMINOS loads the term calendar and
      *           BUSCA-TERMINO finds the term of a school day.
      *           CARGA-ACUMULADOS loads the totals per student and
      *           term, BUSCA-ACUMULADO finds one row,
      *           SUMA-ASISTENCIA-ALUMNO adds up a student's terms
      *           and GRABA-ACUMULADOS writes the table back through
      *           the .NEW work file when anything changed (patron
      *           PROMUEVE-IMAGEN). AGREGA-ASISTENCIA appends one
      *           mark, EXTEND with fallback to OUTPUT like the
      *           OPSLOG pattern. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-TERMINOS.
            MOVE 0 TO WS-TC-COUNT.
            MOVE "N" TO WS-AA-EOF-SWITCH.
            OPEN INPUT TERM-CALENDAR.
            IF WS-TC-OK
                PERFORM UNTIL WS-AA-EOF
                    READ TERM-CALENDAR
                        AT END SET WS-AA-EOF TO TRUE
                        NOT AT END
                            IF WS-TC-COUNT >= WS-TC-MAX
                                DISPLAY "CALENDARIO DE TERMINOS LLENO "
                                    "EN " WS-TC-MAX " ENTRADAS"
                                MOVE "CARGA-TERMINOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-TC-COUNT
                            MOVE TC-TERMINO
                                TO WS-TC-TBL-TERMINO (WS-TC-COUNT)
                            MOVE TC-DESDE
                                TO WS-TC-TBL-DESDE (WS-TC-COUNT)
                            MOVE TC-HASTA
                                TO WS-TC-TBL-HASTA (WS-TC-COUNT)
                    END-READ
                END-PERFORM
                CLOSE TERM-CALENDAR
            END-IF.
            MOVE "N" TO WS-AA-EOF-SWITCH.

       BUSCA-TERMINO.
            MOVE 0 TO WS-TC-IX.
            PERFORM VARYING WS-TC-I FROM 1 BY 1
                    UNTIL WS-TC-I > WS-TC-COUNT
                IF WS-TC-LOOKUP-FECHA >= WS-TC-TBL-DESDE (WS-TC-I)
                        AND WS-TC-LOOKUP-FECHA
                            <= WS-TC-TBL-HASTA (WS-TC-I)
                    MOVE WS-TC-I TO WS-TC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       CARGA-ACUMULADOS.
            MOVE 0 TO WS-AA-COUNT.
            MOVE "N" TO WS-AA-EOF-SWITCH.
            MOVE "N" TO WS-AA-CAMBIADO-SWITCH.
            OPEN INPUT ATTENDANCE-TOTALS.
            IF WS-AA-OK
                PERFORM UNTIL WS-AA-EOF
                    READ ATTENDANCE-TOTALS
                        AT END SET WS-AA-EOF TO TRUE
                        NOT AT END
      *                     Una fila fuera de la tabla perderia su
      *                     nivel de carta al regrabar: se aborta.
                            IF WS-AA-COUNT >= WS-AA-MAX
                                DISPLAY "TABLA DE ASISTENCIA LLENA "
                                    "EN " WS-AA-MAX " ENTRADAS"
                                MOVE "CARGA-ACUMULADOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-AA-COUNT
                            MOVE AA-STUDENT-ID
                                TO WS-AA-TBL-ALUMNO (WS-AA-COUNT)
                            MOVE AA-TERMINO
                                TO WS-AA-TBL-TERMINO (WS-AA-COUNT)
                            MOVE AA-PRESENTES
                                TO WS-AA-TBL-PRESENTES (WS-AA-COUNT)
                            MOVE AA-AUSENTES
                                TO WS-AA-TBL-AUSENTES (WS-AA-COUNT)
                            MOVE AA-JUSTIFICADAS
                                TO WS-AA-TBL-JUSTIFICADAS
                                    (WS-AA-COUNT)
                            MOVE AA-TARDANZAS
                                TO WS-AA-TBL-TARDANZAS (WS-AA-COUNT)
                            MOVE AA-CARTA-NIVEL
                                TO WS-AA-TBL-CARTA-NIVEL (WS-AA-COUNT)
                            MOVE AA-FECHA-CARTA
                                TO WS-AA-TBL-FECHA-CARTA (WS-AA-COUNT)
                    END-READ
                END-PERFORM
                CLOSE ATTENDANCE-TOTALS
            END-IF.
            MOVE "N" TO WS-AA-EOF-SWITCH.

       BUSCA-ACUMULADO.
            MOVE 0 TO WS-AA-IX.
            PERFORM VARYING WS-AA-I FROM 1 BY 1
                    UNTIL WS-AA-I > WS-AA-COUNT
                IF WS-AA-TBL-ALUMNO (WS-AA-I) = WS-AA-LOOKUP-ALUMNO
                        AND WS-AA-TBL-TERMINO (WS-AA-I)
                            = WS-AA-LOOKUP-TERMINO
                    MOVE WS-AA-I TO WS-AA-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       SUMA-ASISTENCIA-ALUMNO.
      *    Sin sesiones marcadas el porcentaje queda en cero y
      *    WS-AA-SUM-SESIONES en cero lo distingue de un 0% real.
            MOVE 0 TO WS-AA-SUM-PRESENTES WS-AA-SUM-AUSENTES.
            MOVE 0 TO WS-AA-SUM-JUSTIFICADAS WS-AA-SUM-TARDANZAS.
            MOVE 0 TO WS-AA-SUM-SESIONES WS-AA-PORCENTAJE.
            PERFORM VARYING WS-AA-I FROM 1 BY 1
                    UNTIL WS-AA-I > WS-AA-COUNT
                IF WS-AA-TBL-ALUMNO (WS-AA-I) = WS-AA-LOOKUP-ALUMNO
                    ADD WS-AA-TBL-PRESENTES (WS-AA-I)
                        TO WS-AA-SUM-PRESENTES
                    ADD WS-AA-TBL-AUSENTES (WS-AA-I)
                        TO WS-AA-SUM-AUSENTES
                    ADD WS-AA-TBL-JUSTIFICADAS (WS-AA-I)
                        TO WS-AA-SUM-JUSTIFICADAS
                    ADD WS-AA-TBL-TARDANZAS (WS-AA-I)
                        TO WS-AA-SUM-TARDANZAS
                END-IF
            END-PERFORM.
            COMPUTE WS-AA-SUM-SESIONES = WS-AA-SUM-PRESENTES
                + WS-AA-SUM-AUSENTES + WS-AA-SUM-JUSTIFICADAS
                + WS-AA-SUM-TARDANZAS.
            IF WS-AA-SUM-SESIONES > 0
                COMPUTE WS-AA-PORCENTAJE ROUNDED =
                    (WS-AA-SUM-PRESENTES + WS-AA-SUM-TARDANZAS) * 100
                    / WS-AA-SUM-SESIONES
            END-IF.

       GRABA-ACUMULADOS.
            IF WS-AA-CAMBIADO
                OPEN OUTPUT ATTENDANCE-TOTALS-NEW
                IF NOT WS-AA-NEW-OK
                    MOVE WS-AA-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ACUMULADOS OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-AA-I FROM 1 BY 1
                        UNTIL WS-AA-I > WS-AA-COUNT
                    MOVE WS-AA-TBL-ALUMNO (WS-AA-I) TO AA-STUDENT-ID
                    MOVE WS-AA-TBL-TERMINO (WS-AA-I) TO AA-TERMINO
                    MOVE WS-AA-TBL-PRESENTES (WS-AA-I) TO AA-PRESENTES
                    MOVE WS-AA-TBL-AUSENTES (WS-AA-I) TO AA-AUSENTES
                    MOVE WS-AA-TBL-JUSTIFICADAS (WS-AA-I)
                        TO AA-JUSTIFICADAS
                    MOVE WS-AA-TBL-TARDANZAS (WS-AA-I) TO AA-TARDANZAS
                    MOVE WS-AA-TBL-CARTA-NIVEL (WS-AA-I)
                        TO AA-CARTA-NIVEL
                    MOVE WS-AA-TBL-FECHA-CARTA (WS-AA-I)
                        TO AA-FECHA-CARTA
                    WRITE ATTENDANCE-TOTALS-NEW-LINE
                        FROM ATTENDANCE-TOTALS-RECORD
                    IF NOT WS-AA-NEW-OK
                        MOVE WS-AA-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-ACUMULADOS WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE ATTENDANCE-TOTALS-NEW
                PERFORM PROMUEVE-ACUMULADOS
                MOVE "N" TO WS-AA-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-ACUMULADOS.
            MOVE "N" TO WS-AA-EOF-SWITCH.
            OPEN INPUT ATTENDANCE-TOTALS-NEW.
            IF NOT WS-AA-NEW-OK
                MOVE WS-AA-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACUMULADOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ATTENDANCE-TOTALS.
            IF NOT WS-AA-OK
                MOVE WS-AA-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACUMULADOS OPEN M"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-AA-EOF
                READ ATTENDANCE-TOTALS-NEW
                    AT END SET WS-AA-EOF TO TRUE
                    NOT AT END
                        WRITE ATTENDANCE-TOTALS-RECORD
                            FROM ATTENDANCE-TOTALS-NEW-LINE
                        IF NOT WS-AA-OK
                            MOVE WS-AA-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ACUMULADOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ATTENDANCE-TOTALS-NEW ATTENDANCE-TOTALS.
            MOVE "N" TO WS-AA-EOF-SWITCH.

       AGREGA-ASISTENCIA.
            OPEN EXTEND ATTENDANCE-FILE.
            IF NOT WS-AS-OK
                OPEN OUTPUT ATTENDANCE-FILE
                IF NOT WS-AS-OK
                    MOVE WS-AS-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-ASISTENCIA OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-AS-NUEVO-ALUMNO TO AS-STUDENT-ID.
            MOVE WS-AS-NUEVO-SECCION TO AS-SECTION.
            MOVE WS-AS-NUEVO-FECHA TO AS-FECHA.
            MOVE WS-AS-NUEVO-CODIGO TO AS-CODIGO.
            MOVE FUNCTION CURRENT-DATE (1:16) TO AS-CAPTURA.
            MOVE WS-AS-NUEVO-OPERADOR TO AS-OPERADOR.
            WRITE ATTENDANCE-RECORD.
            IF NOT WS-AS-OK
                MOVE WS-AS-STATUS TO WS-ABEND-STATUS
                MOVE "AGREGA-ASISTENCIA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE ATTENDANCE-FILE.
