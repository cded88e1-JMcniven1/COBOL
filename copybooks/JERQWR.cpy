      ******************************************************************
      * Copybook: JERQWR
      * Purpose:  Paragraphs for the reporting-line hierarchy. See
      *           JERQWS.cpy for the field contract. A line is walked
      *           upward at most WS-JQ-COUNT steps: one that has not
      *           reached the top by then can only be a loop.
      ******************************************************************
       AGREGA-JERARQUIA.
      *    HR-MASTER-RECORD trae el empleado leido; el master se lee
      *    en orden de HR-EMPLOYEE-ID, que es el orden de busqueda.
            IF WS-JQ-COUNT >= WS-JQ-MAX
                DISPLAY "TABLA DE JERARQUIA LLENA EN " WS-JQ-MAX
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-JQ-COUNT.
            MOVE HR-EMPLOYEE-ID TO WS-JQ-TBL-ID (WS-JQ-COUNT).
            MOVE HR-SUPERVISOR-ID
                TO WS-JQ-TBL-SUPERVISOR (WS-JQ-COUNT).
            MOVE HR-DEPT-CODE TO WS-JQ-TBL-DEPT (WS-JQ-COUNT).
            MOVE HR-APELLIDOS TO WS-JQ-TBL-APELLIDOS (WS-JQ-COUNT).
            MOVE HR-NOMBRE TO WS-JQ-TBL-NOMBRE (WS-JQ-COUNT).
            MOVE HR-SALARIO TO WS-JQ-TBL-SALARIO (WS-JQ-COUNT).
            MOVE SPACE TO WS-JQ-TBL-ESTADO (WS-JQ-COUNT).
            MOVE 0 TO WS-JQ-TBL-SUP-IX (WS-JQ-COUNT)
                WS-JQ-TBL-PRIMER-HIJO (WS-JQ-COUNT)
                WS-JQ-TBL-SIG-HERMANO (WS-JQ-COUNT)
                WS-JQ-TBL-PROFUNDIDAD (WS-JQ-COUNT)
                WS-JQ-TBL-DIRECTOS (WS-JQ-COUNT)
                WS-JQ-TBL-TOTAL (WS-JQ-COUNT)
                WS-JQ-TBL-MASA (WS-JQ-COUNT).

       RESUELVE-JERARQUIA.
            MOVE 0 TO WS-JQ-CIMAS WS-JQ-HUERFANOS WS-JQ-CICLOS
                WS-JQ-JEFES WS-JQ-PROF-MAX.
      *    Primero el supervisor de cada uno; sin supervisor es cima,
      *    con supervisor ausente del master es huerfano.
            PERFORM VARYING WS-JQ-I FROM 1 BY 1
                    UNTIL WS-JQ-I > WS-JQ-COUNT
                IF WS-JQ-TBL-SUPERVISOR (WS-JQ-I) = 0
                    MOVE "T" TO WS-JQ-TBL-ESTADO (WS-JQ-I)
                    ADD 1 TO WS-JQ-CIMAS
                ELSE
                    MOVE WS-JQ-TBL-SUPERVISOR (WS-JQ-I)
                        TO WS-JQ-LOOKUP-ID
                    PERFORM BUSCA-JERARQUIA
                    IF WS-JQ-IX = 0
                        MOVE "H" TO WS-JQ-TBL-ESTADO (WS-JQ-I)
                        ADD 1 TO WS-JQ-HUERFANOS
                    ELSE
                        MOVE WS-JQ-IX TO WS-JQ-TBL-SUP-IX (WS-JQ-I)
                    END-IF
                END-IF
            END-PERFORM.
      *    Profundidad subiendo hasta la cima; quien no llega esta en
      *    un ciclo o cuelga de uno.
            PERFORM VARYING WS-JQ-I FROM 1 BY 1
                    UNTIL WS-JQ-I > WS-JQ-COUNT
                MOVE WS-JQ-I TO WS-JQ-J
                MOVE 0 TO WS-JQ-NIVEL
                PERFORM UNTIL WS-JQ-TBL-SUP-IX (WS-JQ-J) = 0
                        OR WS-JQ-NIVEL >= WS-JQ-COUNT
                    MOVE WS-JQ-TBL-SUP-IX (WS-JQ-J) TO WS-JQ-J
                    ADD 1 TO WS-JQ-NIVEL
                END-PERFORM
                IF WS-JQ-TBL-SUP-IX (WS-JQ-J) = 0
                    MOVE WS-JQ-NIVEL
                        TO WS-JQ-TBL-PROFUNDIDAD (WS-JQ-I)
                    IF WS-JQ-NIVEL > WS-JQ-PROF-MAX
                        MOVE WS-JQ-NIVEL TO WS-JQ-PROF-MAX
                    END-IF
                ELSE
                    MOVE "C" TO WS-JQ-TBL-ESTADO (WS-JQ-I)
                    ADD 1 TO WS-JQ-CICLOS
                END-IF
            END-PERFORM.
      *    Enlaces hijo/hermano de atras hacia adelante, para que los
      *    subordinados queden en orden de numero, y acumulado hacia
      *    arriba de cada empleado en todos sus jefes.
            PERFORM VARYING WS-JQ-I FROM WS-JQ-COUNT BY -1
                    UNTIL WS-JQ-I < 1
                IF WS-JQ-TBL-ESTADO (WS-JQ-I) NOT = "C"
                        AND WS-JQ-TBL-SUP-IX (WS-JQ-I) > 0
                    MOVE WS-JQ-TBL-SUP-IX (WS-JQ-I) TO WS-JQ-P
                    MOVE WS-JQ-TBL-PRIMER-HIJO (WS-JQ-P)
                        TO WS-JQ-TBL-SIG-HERMANO (WS-JQ-I)
                    MOVE WS-JQ-I TO WS-JQ-TBL-PRIMER-HIJO (WS-JQ-P)
                    IF WS-JQ-TBL-DIRECTOS (WS-JQ-P) = 0
                        ADD 1 TO WS-JQ-JEFES
                    END-IF
                    ADD 1 TO WS-JQ-TBL-DIRECTOS (WS-JQ-P)
                    PERFORM UNTIL WS-JQ-P = 0
                        ADD 1 TO WS-JQ-TBL-TOTAL (WS-JQ-P)
                        ADD WS-JQ-TBL-SALARIO (WS-JQ-I)
                            TO WS-JQ-TBL-MASA (WS-JQ-P)
                        MOVE WS-JQ-TBL-SUP-IX (WS-JQ-P) TO WS-JQ-P
                    END-PERFORM
                END-IF
            END-PERFORM.

       BUSCA-JERARQUIA.
      *    Busqueda binaria: la tabla se carga en orden de numero.
            MOVE 0 TO WS-JQ-IX.
            MOVE 1 TO WS-JQ-BAJO.
            MOVE WS-JQ-COUNT TO WS-JQ-ALTO.
            PERFORM UNTIL WS-JQ-BAJO > WS-JQ-ALTO OR WS-JQ-IX > 0
                COMPUTE WS-JQ-MEDIO = (WS-JQ-BAJO + WS-JQ-ALTO) / 2
                EVALUATE TRUE
                    WHEN WS-JQ-TBL-ID (WS-JQ-MEDIO) = WS-JQ-LOOKUP-ID
                        MOVE WS-JQ-MEDIO TO WS-JQ-IX
                    WHEN WS-JQ-TBL-ID (WS-JQ-MEDIO) < WS-JQ-LOOKUP-ID
                        COMPUTE WS-JQ-BAJO = WS-JQ-MEDIO + 1
                    WHEN OTHER
                        IF WS-JQ-MEDIO = 1
                            MOVE 0 TO WS-JQ-ALTO
                        ELSE
                            COMPUTE WS-JQ-ALTO = WS-JQ-MEDIO - 1
                        END-IF
                END-EVALUATE
            END-PERFORM.
