      ******************************************************************
      * Copybook: POSMWR
      * Purpose:  Paragraphs for the position master. CARGA-POSMAST
      *           loads POSMAST.DAT into WS-POSM-TABLE once per run;
      *           BUSCA-PLAZA-VACANTE looks for a vacant position of
      *           WS-POSM-LOOKUP-DEPT whose grade range holds
      *           WS-POSM-LOOKUP-SALARIO; BUSCA-PLAZA-EMPLEADO finds
      *           the position WS-POSM-LOOKUP-EMP fills and
      *           VERIFICA-GRADO-PLAZA checks WS-POSM-LOOKUP-SALARIO
      *           against that position's grade. OCUPA-PLAZA fills
      *           the position at WS-POSM-IX-VACANTE with
      *           WS-POSM-LOOKUP-EMP, LIBERA-PLAZA vacates the one at
      *           WS-POSM-IX-EMPLEADO, and GRABA-POSMAST writes the
      *           table back through POSMAST.NEW when anything
      *           changed. Without POSMAST.DAT every check passes and
      *           nothing is written. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-POSMAST.
            MOVE 0 TO WS-POSM-COUNT.
            MOVE "N" TO WS-POSM-EOF-SWITCH.
            MOVE "N" TO WS-POSM-LOADED-SWITCH.
            MOVE "N" TO WS-POSM-CAMBIADO-SWITCH.
            OPEN INPUT POS-MASTER.
            IF WS-POSM-OK
                SET WS-POSM-LOADED TO TRUE
                PERFORM UNTIL WS-POSM-EOF
                    READ POS-MASTER
                        AT END SET WS-POSM-EOF TO TRUE
                        NOT AT END
                            IF WS-POSM-COUNT >= WS-POSM-MAX
                                DISPLAY "TABLA POSMAST LLENA EN "
                                    WS-POSM-MAX " ENTRADAS"
                                MOVE "CARGA-POSMAST"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-POSM-COUNT
                            MOVE PM-POSICION TO
                                WS-POSM-TBL-POSICION(WS-POSM-COUNT)
                            MOVE PM-DEPT-CODE TO
                                WS-POSM-TBL-DEPT(WS-POSM-COUNT)
                            MOVE PM-TITULO TO
                                WS-POSM-TBL-TITULO(WS-POSM-COUNT)
                            MOVE PM-GRADO TO
                                WS-POSM-TBL-GRADO(WS-POSM-COUNT)
                            MOVE PM-SALARIO-MIN TO
                                WS-POSM-TBL-MIN(WS-POSM-COUNT)
                            MOVE PM-SALARIO-MAX TO
                                WS-POSM-TBL-MAX(WS-POSM-COUNT)
                            MOVE PM-ESTADO TO
                                WS-POSM-TBL-ESTADO(WS-POSM-COUNT)
                            MOVE PM-EMPLOYEE-ID TO
                                WS-POSM-TBL-EMPLEADO(WS-POSM-COUNT)
                    END-READ
                END-PERFORM
                CLOSE POS-MASTER
            END-IF.

       BUSCA-PLAZA-VACANTE.
      *    La primera plaza vacante del departamento cuyo grado
      *    admite el salario; sin ninguna que lo admita se distingue
      *    "no quedan vacantes" de "hay vacante pero el salario no
      *    cabe en su grado".
            MOVE 0 TO WS-POSM-IX-VACANTE.
            IF NOT WS-POSM-LOADED
                SET WS-POSM-PLAZA-OK TO TRUE
            ELSE
                SET WS-POSM-SIN-VACANTE TO TRUE
                PERFORM VARYING WS-POSM-I FROM 1 BY 1
                        UNTIL WS-POSM-I > WS-POSM-COUNT
                    IF WS-POSM-TBL-DEPT(WS-POSM-I)
                            = WS-POSM-LOOKUP-DEPT
                            AND WS-POSM-TBL-ESTADO(WS-POSM-I) = "V"
                        IF WS-POSM-LOOKUP-SALARIO
                                >= WS-POSM-TBL-MIN(WS-POSM-I)
                                AND WS-POSM-LOOKUP-SALARIO
                                <= WS-POSM-TBL-MAX(WS-POSM-I)
                            SET WS-POSM-PLAZA-OK TO TRUE
                            MOVE WS-POSM-I TO WS-POSM-IX-VACANTE
                            EXIT PERFORM
                        ELSE
                            SET WS-POSM-FUERA-GRADO TO TRUE
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       BUSCA-PLAZA-EMPLEADO.
            MOVE 0 TO WS-POSM-IX-EMPLEADO.
            IF WS-POSM-LOADED
                PERFORM VARYING WS-POSM-I FROM 1 BY 1
                        UNTIL WS-POSM-I > WS-POSM-COUNT
                    IF WS-POSM-TBL-ESTADO(WS-POSM-I) = "O"
                            AND WS-POSM-TBL-EMPLEADO(WS-POSM-I)
                            = WS-POSM-LOOKUP-EMP
                        MOVE WS-POSM-I TO WS-POSM-IX-EMPLEADO
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.

       VERIFICA-GRADO-PLAZA.
      *    Un empleado aun sin plaza asignada no tiene grado contra
      *    el cual controlar el salario.
            SET WS-POSM-PLAZA-OK TO TRUE.
            IF WS-POSM-IX-EMPLEADO > 0
                IF WS-POSM-LOOKUP-SALARIO
                        < WS-POSM-TBL-MIN(WS-POSM-IX-EMPLEADO)
                        OR WS-POSM-LOOKUP-SALARIO
                        > WS-POSM-TBL-MAX(WS-POSM-IX-EMPLEADO)
                    SET WS-POSM-FUERA-GRADO TO TRUE
                END-IF
            END-IF.

       OCUPA-PLAZA.
            IF WS-POSM-IX-VACANTE > 0
                MOVE "O" TO WS-POSM-TBL-ESTADO(WS-POSM-IX-VACANTE)
                MOVE WS-POSM-LOOKUP-EMP
                    TO WS-POSM-TBL-EMPLEADO(WS-POSM-IX-VACANTE)
                SET WS-POSM-CAMBIADO TO TRUE
            END-IF.

       LIBERA-PLAZA.
            IF WS-POSM-IX-EMPLEADO > 0
                MOVE "V" TO WS-POSM-TBL-ESTADO(WS-POSM-IX-EMPLEADO)
                MOVE 0 TO WS-POSM-TBL-EMPLEADO(WS-POSM-IX-EMPLEADO)
                SET WS-POSM-CAMBIADO TO TRUE
            END-IF.

       GRABA-POSMAST.
      *    La tabla se vuelca al fichero de trabajo y este reemplaza
      *    al master entero (patron PROMUEVE-IMAGEN).
            IF WS-POSM-LOADED AND WS-POSM-CAMBIADO
                OPEN OUTPUT POS-MASTER-NEW
                IF NOT WS-POSM-NEW-OK
                    MOVE WS-POSM-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-POSMAST OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-POSM-I FROM 1 BY 1
                        UNTIL WS-POSM-I > WS-POSM-COUNT
                    MOVE WS-POSM-TBL-POSICION(WS-POSM-I)
                        TO PM-POSICION
                    MOVE WS-POSM-TBL-DEPT(WS-POSM-I) TO PM-DEPT-CODE
                    MOVE WS-POSM-TBL-TITULO(WS-POSM-I) TO PM-TITULO
                    MOVE WS-POSM-TBL-GRADO(WS-POSM-I) TO PM-GRADO
                    MOVE WS-POSM-TBL-MIN(WS-POSM-I)
                        TO PM-SALARIO-MIN
                    MOVE WS-POSM-TBL-MAX(WS-POSM-I)
                        TO PM-SALARIO-MAX
                    MOVE WS-POSM-TBL-ESTADO(WS-POSM-I) TO PM-ESTADO
                    MOVE WS-POSM-TBL-EMPLEADO(WS-POSM-I)
                        TO PM-EMPLOYEE-ID
                    WRITE POS-MASTER-NEW-LINE FROM POS-MASTER-RECORD
                    IF NOT WS-POSM-NEW-OK
                        MOVE WS-POSM-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-POSMAST WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE POS-MASTER-NEW
                PERFORM PROMUEVE-POSMAST
                MOVE "N" TO WS-POSM-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-POSMAST.
            MOVE "N" TO WS-POSM-EOF-SWITCH.
            OPEN INPUT POS-MASTER-NEW.
            IF NOT WS-POSM-NEW-OK
                MOVE WS-POSM-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-POSMAST OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT POS-MASTER.
            IF NOT WS-POSM-OK
                MOVE WS-POSM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-POSMAST OPEN PM" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-POSM-EOF
                READ POS-MASTER-NEW
                    AT END SET WS-POSM-EOF TO TRUE
                    NOT AT END
                        WRITE POS-MASTER-RECORD
                            FROM POS-MASTER-NEW-LINE
                        IF NOT WS-POSM-OK
                            MOVE WS-POSM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-POSMAST WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE POS-MASTER-NEW POS-MASTER.
