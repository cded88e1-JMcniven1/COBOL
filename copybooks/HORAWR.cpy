      ******************************************************************
      * Copybook: HORAWR
      * Purpose:  Paragraphs for the class timetable. CARGA-AULAS
      *           loads the room master and BUSCA-AULA finds a room;
      *           BUSCA-SECCION-HORARIO finds a section in the
      *           caller's section table. CARGA-HORARIO loads the
      *           timetable resolving section and room of each row
      *           (load the sections first). ARMA-ALUMNADO builds the
      *           roster of each section from the enrollment table:
      *           a student sits in every section of a subject they
      *           are enrolled in whose grade is theirs (grade zero on
      *           the section takes any grade). BUSCA-ALUMNADO answers
      *           whether one student sits in one section. Callers
      *           supply WS-ABEND-PARAGRAPH, same contract as
      *           OPSLOGWR.
      ******************************************************************
       CARGA-AULAS.
            MOVE 0 TO WS-AU-COUNT.
            MOVE "N" TO WS-HO-EOF-SWITCH.
            OPEN INPUT ROOM-MASTER.
            IF WS-AU-OK
                PERFORM UNTIL WS-HO-EOF
                    READ ROOM-MASTER
                        AT END SET WS-HO-EOF TO TRUE
                        NOT AT END
                            IF WS-AU-COUNT >= WS-AU-MAX
                                DISPLAY "TABLA DE AULAS LLENA EN "
                                    WS-AU-MAX " ENTRADAS"
                                MOVE "CARGA-AULAS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-AU-COUNT
                            MOVE AU-AULA
                                TO WS-AU-TBL-AULA (WS-AU-COUNT)
                            MOVE AU-DESCRIPCION
                                TO WS-AU-TBL-DESCRIPCION (WS-AU-COUNT)
                            IF AU-CAPACIDAD IS NUMERIC
                                MOVE AU-CAPACIDAD
                                    TO WS-AU-TBL-CAPACIDAD
                                        (WS-AU-COUNT)
                            ELSE
                                MOVE 0 TO WS-AU-TBL-CAPACIDAD
                                    (WS-AU-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ROOM-MASTER
            END-IF.
            MOVE "N" TO WS-HO-EOF-SWITCH.

       BUSCA-AULA.
            MOVE 0 TO WS-AU-IX.
            PERFORM VARYING WS-AU-I FROM 1 BY 1
                    UNTIL WS-AU-I > WS-AU-COUNT
                IF WS-AU-TBL-AULA (WS-AU-I) = WS-AU-LOOKUP-AULA
                    MOVE WS-AU-I TO WS-AU-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-SECCION-HORARIO.
            MOVE 0 TO WS-HS-IX.
            PERFORM VARYING WS-HS-I FROM 1 BY 1
                    UNTIL WS-HS-I > WS-HS-COUNT
                IF WS-HS-TBL-SECCION (WS-HS-I) = WS-HS-LOOKUP-SECCION
                    MOVE WS-HS-I TO WS-HS-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       CARGA-HORARIO.
            MOVE 0 TO WS-HO-COUNT.
            MOVE "N" TO WS-HO-EOF-SWITCH.
            OPEN INPUT SECTION-TIMETABLE.
            IF WS-HO-OK
                PERFORM UNTIL WS-HO-EOF
                    READ SECTION-TIMETABLE
                        AT END SET WS-HO-EOF TO TRUE
                        NOT AT END
                            IF WS-HO-COUNT >= WS-HO-MAX
                                DISPLAY "TABLA DE HORARIOS LLENA EN "
                                    WS-HO-MAX " ENTRADAS"
                                MOVE "CARGA-HORARIO"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-HO-COUNT
                            MOVE HO-SECTION
                                TO WS-HO-TBL-SECCION (WS-HO-COUNT)
                            MOVE HO-AULA
                                TO WS-HO-TBL-AULA (WS-HO-COUNT)
      *                     Dia o periodo ilegibles quedan en cero y
      *                     el renglon no entra en los cruces.
                            IF HO-DIA IS NUMERIC AND HO-DIA-VALIDO
                                MOVE HO-DIA
                                    TO WS-HO-TBL-DIA (WS-HO-COUNT)
                            ELSE
                                MOVE 0 TO WS-HO-TBL-DIA (WS-HO-COUNT)
                            END-IF
                            IF HO-PERIODO IS NUMERIC
                                    AND HO-PERIODO-VALIDO
                                MOVE HO-PERIODO
                                    TO WS-HO-TBL-PERIODO (WS-HO-COUNT)
                            ELSE
                                MOVE 0
                                    TO WS-HO-TBL-PERIODO (WS-HO-COUNT)
                            END-IF
                            MOVE HO-SECTION TO WS-HS-LOOKUP-SECCION
                            PERFORM BUSCA-SECCION-HORARIO
                            MOVE WS-HS-IX
                                TO WS-HO-TBL-SEC-IX (WS-HO-COUNT)
                            MOVE HO-AULA TO WS-AU-LOOKUP-AULA
                            PERFORM BUSCA-AULA
                            MOVE WS-AU-IX
                                TO WS-HO-TBL-AULA-IX (WS-HO-COUNT)
                    END-READ
                END-PERFORM
                CLOSE SECTION-TIMETABLE
            END-IF.
            MOVE "N" TO WS-HO-EOF-SWITCH.

       ARMA-ALUMNADO.
            MOVE 0 TO WS-HL-COUNT.
            PERFORM VARYING WS-HS-I FROM 1 BY 1
                    UNTIL WS-HS-I > WS-HS-COUNT
                MOVE 0 TO WS-HS-TBL-INSCRITOS (WS-HS-I)
            END-PERFORM.
            PERFORM VARYING WS-HN-I FROM 1 BY 1
                    UNTIL WS-HN-I > WS-HN-COUNT
                PERFORM VARYING WS-HS-I FROM 1 BY 1
                        UNTIL WS-HS-I > WS-HS-COUNT
                    IF WS-HS-TBL-MATERIA (WS-HS-I)
                            = WS-HN-TBL-MATERIA (WS-HN-I)
                            AND (WS-HS-TBL-GRADO (WS-HS-I) = 0
                             OR WS-HS-TBL-GRADO (WS-HS-I)
                                = WS-HN-TBL-GRADO (WS-HN-I))
                        IF WS-HL-COUNT >= WS-HL-MAX
                            DISPLAY "TABLA DE ALUMNADO LLENA EN "
                                WS-HL-MAX " ENTRADAS"
                            MOVE "ARMA-ALUMNADO"
                                TO WS-ABEND-PARAGRAPH
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-HL-COUNT
                        MOVE WS-HN-TBL-ALUMNO (WS-HN-I)
                            TO WS-HL-TBL-ALUMNO (WS-HL-COUNT)
                        MOVE WS-HS-I TO WS-HL-TBL-SEC-IX (WS-HL-COUNT)
                        ADD 1 TO WS-HS-TBL-INSCRITOS (WS-HS-I)
                    END-IF
                END-PERFORM
            END-PERFORM.

       BUSCA-ALUMNADO.
            MOVE "N" TO WS-HL-EN-SECCION-SWITCH.
            PERFORM VARYING WS-HL-I FROM 1 BY 1
                    UNTIL WS-HL-I > WS-HL-COUNT
                IF WS-HL-TBL-ALUMNO (WS-HL-I) = WS-HL-LOOKUP-ALUMNO
                        AND WS-HL-TBL-SEC-IX (WS-HL-I)
                            = WS-HL-LOOKUP-SEC-IX
                    SET WS-HL-EN-SECCION TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
