      ******************************************************************
      * Copybook: TURNWR
      * Purpose:  Paragraphs for the shift roster. CARGA-TURNOS and
      *           CARGA-ROSTER load TURNOS.DAT and ROSTER.DAT into
      *           their tables (absent files leave them empty);
      *           BUSCA-TURNO finds a shift code and BUSCA-ROSTER the
      *           line of an employee and date; GRABA-TURNOS and
      *           GRABA-ROSTER write the tables back through the .NEW
      *           work files when anything changed. Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-TURNOS.
            MOVE 0 TO WS-TURN-COUNT.
            MOVE "N" TO WS-TURN-EOF-SWITCH.
            MOVE "N" TO WS-TURN-CAMBIADO-SWITCH.
            OPEN INPUT SHIFT-MASTER.
            IF WS-TURN-OK
                PERFORM UNTIL WS-TURN-EOF
                    READ SHIFT-MASTER
                        AT END SET WS-TURN-EOF TO TRUE
                        NOT AT END
                            IF WS-TURN-COUNT >= WS-TURN-MAX
                                DISPLAY "TABLA DE TURNOS LLENA EN "
                                    WS-TURN-MAX " ENTRADAS"
                                MOVE "CARGA-TURNOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-TURN-COUNT
                            MOVE TU-CODIGO
                                TO WS-TURN-TBL-CODIGO (WS-TURN-COUNT)
                            MOVE TU-DESCRIPCION
                                TO WS-TURN-TBL-DESC (WS-TURN-COUNT)
                            MOVE TU-ENTRADA
                                TO WS-TURN-TBL-ENTRADA (WS-TURN-COUNT)
                            MOVE TU-SALIDA
                                TO WS-TURN-TBL-SALIDA (WS-TURN-COUNT)
                            MOVE TU-ACTIVO
                                TO WS-TURN-TBL-ACTIVO (WS-TURN-COUNT)
                    END-READ
                END-PERFORM
                CLOSE SHIFT-MASTER
            END-IF.
            MOVE "N" TO WS-TURN-EOF-SWITCH.

       CARGA-ROSTER.
            MOVE 0 TO WS-ROS-COUNT.
            MOVE "N" TO WS-TURN-EOF-SWITCH.
            MOVE "N" TO WS-ROS-CAMBIADO-SWITCH.
            OPEN INPUT ROSTER-FILE.
            IF WS-ROS-OK
                PERFORM UNTIL WS-TURN-EOF
                    READ ROSTER-FILE
                        AT END SET WS-TURN-EOF TO TRUE
                        NOT AT END
                            IF WS-ROS-FECHA-CARGA = 0
                                    OR RO-FECHA = WS-ROS-FECHA-CARGA
                                PERFORM CARGA-UNA-LINEA-ROSTER
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ROSTER-FILE
            END-IF.
            MOVE "N" TO WS-TURN-EOF-SWITCH.

       CARGA-UNA-LINEA-ROSTER.
            IF WS-ROS-COUNT >= WS-ROS-MAX
      *         Una linea fuera de la tabla se perderia al regrabar.
                DISPLAY "TABLA DE ROSTER LLENA EN "
                    WS-ROS-MAX " ENTRADAS"
                MOVE "CARGA-ROSTER" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-ROS-COUNT.
            MOVE RO-EMPLOYEE-ID TO WS-ROS-TBL-EMP (WS-ROS-COUNT).
            MOVE RO-FECHA TO WS-ROS-TBL-FECHA (WS-ROS-COUNT).
            MOVE RO-TURNO TO WS-ROS-TBL-TURNO (WS-ROS-COUNT).
            MOVE RO-ENTRADA TO WS-ROS-TBL-ENTRADA (WS-ROS-COUNT).
            MOVE RO-SALIDA TO WS-ROS-TBL-SALIDA (WS-ROS-COUNT).
            MOVE RO-DESCANSO TO WS-ROS-TBL-DESCANSO (WS-ROS-COUNT).

       BUSCA-TURNO.
            MOVE 0 TO WS-TURN-IX.
            PERFORM VARYING WS-TURN-I FROM 1 BY 1
                    UNTIL WS-TURN-I > WS-TURN-COUNT
                IF WS-TURN-TBL-CODIGO (WS-TURN-I)
                        = WS-TURN-LOOKUP-CODIGO
                    MOVE WS-TURN-I TO WS-TURN-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-ROSTER.
            MOVE 0 TO WS-ROS-IX.
            PERFORM VARYING WS-ROS-I FROM 1 BY 1
                    UNTIL WS-ROS-I > WS-ROS-COUNT
                IF WS-ROS-TBL-EMP (WS-ROS-I) = WS-ROS-LOOKUP-EMP
                        AND WS-ROS-TBL-FECHA (WS-ROS-I)
                            = WS-ROS-LOOKUP-FECHA
                    MOVE WS-ROS-I TO WS-ROS-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-TURNOS.
            IF WS-TURN-CAMBIADO
                OPEN OUTPUT SHIFT-MASTER-NEW
                IF NOT WS-TURN-NEW-OK
                    MOVE WS-TURN-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-TURNOS OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-TURN-I FROM 1 BY 1
                        UNTIL WS-TURN-I > WS-TURN-COUNT
                    MOVE WS-TURN-TBL-CODIGO (WS-TURN-I) TO TU-CODIGO
                    MOVE WS-TURN-TBL-DESC (WS-TURN-I)
                        TO TU-DESCRIPCION
                    MOVE WS-TURN-TBL-ENTRADA (WS-TURN-I) TO TU-ENTRADA
                    MOVE WS-TURN-TBL-SALIDA (WS-TURN-I) TO TU-SALIDA
                    MOVE WS-TURN-TBL-ACTIVO (WS-TURN-I) TO TU-ACTIVO
                    WRITE SHIFT-NEW-LINE FROM SHIFT-RECORD
                    IF NOT WS-TURN-NEW-OK
                        MOVE WS-TURN-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-TURNOS WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE SHIFT-MASTER-NEW
                PERFORM PROMUEVE-TURNOS
                MOVE "N" TO WS-TURN-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-TURNOS.
            MOVE "N" TO WS-TURN-EOF-SWITCH.
            OPEN INPUT SHIFT-MASTER-NEW.
            IF NOT WS-TURN-NEW-OK
                MOVE WS-TURN-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-TURNOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT SHIFT-MASTER.
            IF NOT WS-TURN-OK
                MOVE WS-TURN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-TURNOS OPEN T"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TURN-EOF
                READ SHIFT-MASTER-NEW
                    AT END SET WS-TURN-EOF TO TRUE
                    NOT AT END
                        WRITE SHIFT-RECORD FROM SHIFT-NEW-LINE
                        IF NOT WS-TURN-OK
                            MOVE WS-TURN-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-TURNOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SHIFT-MASTER-NEW SHIFT-MASTER.
            MOVE "N" TO WS-TURN-EOF-SWITCH.

       GRABA-ROSTER.
      *    Las lineas anteriores al corte ya quedaron capturadas en la
      *    asistencia de su dia; no hace falta arrastrarlas.
            IF WS-ROS-CAMBIADO
                OPEN OUTPUT ROSTER-NEW
                IF NOT WS-ROS-NEW-OK
                    MOVE WS-ROS-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ROSTER OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-ROS-I FROM 1 BY 1
                        UNTIL WS-ROS-I > WS-ROS-COUNT
                    IF WS-ROS-TBL-FECHA (WS-ROS-I)
                            >= WS-ROS-FECHA-CORTE
                        PERFORM GRABA-UNA-LINEA-ROSTER
                    END-IF
                END-PERFORM
                CLOSE ROSTER-NEW
                PERFORM PROMUEVE-ROSTER
                MOVE "N" TO WS-ROS-CAMBIADO-SWITCH
            END-IF.

       GRABA-UNA-LINEA-ROSTER.
            MOVE WS-ROS-TBL-EMP (WS-ROS-I) TO RO-EMPLOYEE-ID.
            MOVE WS-ROS-TBL-FECHA (WS-ROS-I) TO RO-FECHA.
            MOVE WS-ROS-TBL-TURNO (WS-ROS-I) TO RO-TURNO.
            MOVE WS-ROS-TBL-ENTRADA (WS-ROS-I) TO RO-ENTRADA.
            MOVE WS-ROS-TBL-SALIDA (WS-ROS-I) TO RO-SALIDA.
            MOVE WS-ROS-TBL-DESCANSO (WS-ROS-I) TO RO-DESCANSO.
            WRITE ROSTER-NEW-LINE FROM ROSTER-RECORD.
            IF NOT WS-ROS-NEW-OK
                MOVE WS-ROS-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-ROSTER WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-ROSTER.
            MOVE "N" TO WS-TURN-EOF-SWITCH.
            OPEN INPUT ROSTER-NEW.
            IF NOT WS-ROS-NEW-OK
                MOVE WS-ROS-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ROSTER OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ROSTER-FILE.
            IF NOT WS-ROS-OK
                MOVE WS-ROS-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ROSTER OPEN R"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TURN-EOF
                READ ROSTER-NEW
                    AT END SET WS-TURN-EOF TO TRUE
                    NOT AT END
                        WRITE ROSTER-RECORD FROM ROSTER-NEW-LINE
                        IF NOT WS-ROS-OK
                            MOVE WS-ROS-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ROSTER WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROSTER-NEW ROSTER-FILE.
            MOVE "N" TO WS-TURN-EOF-SWITCH.
