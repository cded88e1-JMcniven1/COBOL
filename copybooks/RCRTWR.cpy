      ******************************************************************
      * Copybook: RCRTWR
      * Purpose:  Paragraphs for the zone-access recertification
      *           register. CARGA-RECERTIFICACION loads RECERZON.DAT
      *           into WS-RCRT-TABLE (an absent file leaves it empty);
      *           GRABA-RECERTIFICACION writes the table back through
      *           the .NEW work file when anything changed. Callers
      *           supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-RECERTIFICACION.
            MOVE 0 TO WS-RCRT-COUNT.
            MOVE "N" TO WS-RCRT-EOF-SWITCH.
            MOVE "N" TO WS-RCRT-CAMBIADO-SWITCH.
            OPEN INPUT RECERT-FILE.
            IF WS-RCRT-OK
                PERFORM UNTIL WS-RCRT-EOF
                    READ RECERT-FILE
                        AT END SET WS-RCRT-EOF TO TRUE
                        NOT AT END
                            IF WS-RCRT-COUNT >= WS-RCRT-MAX
      *                         Una fila fuera de la tabla se perderia
      *                         al regrabar y con ella la respuesta
      *                         del jefe.
                                DISPLAY "TABLA DE RECERTIFICACION "
                                    "LLENA EN " WS-RCRT-MAX
                                    " ENTRADAS"
                                MOVE "CARGA-RECERTIFICACION"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-RCRT-COUNT
                            MOVE RECERT-RECORD
                                TO WS-RCRT-ENTRY (WS-RCRT-COUNT)
                    END-READ
                END-PERFORM
                CLOSE RECERT-FILE
            END-IF.
            MOVE "N" TO WS-RCRT-EOF-SWITCH.

       GRABA-RECERTIFICACION.
            IF WS-RCRT-CAMBIADO
                OPEN OUTPUT RECERT-FILE-NEW
                IF NOT WS-RCRT-NEW-OK
                    MOVE WS-RCRT-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RECERTIFICACION OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                        UNTIL WS-RCRT-I > WS-RCRT-COUNT
                    WRITE RECERT-NEW-LINE
                        FROM WS-RCRT-ENTRY (WS-RCRT-I)
                    IF NOT WS-RCRT-NEW-OK
                        MOVE WS-RCRT-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-RECERTIFICACION WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE RECERT-FILE-NEW
                PERFORM PROMUEVE-RECERTIFICACION
                MOVE "N" TO WS-RCRT-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-RECERTIFICACION.
            MOVE "N" TO WS-RCRT-EOF-SWITCH.
            OPEN INPUT RECERT-FILE-NEW.
            IF NOT WS-RCRT-NEW-OK
                MOVE WS-RCRT-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECERTIFICACION OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT RECERT-FILE.
            IF NOT WS-RCRT-OK
                MOVE WS-RCRT-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECERT OPEN R"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-RCRT-EOF
                READ RECERT-FILE-NEW
                    AT END SET WS-RCRT-EOF TO TRUE
                    NOT AT END
                        WRITE RECERT-RECORD FROM RECERT-NEW-LINE
                        IF NOT WS-RCRT-OK
                            MOVE WS-RCRT-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-RECERTIFICACION WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECERT-FILE-NEW RECERT-FILE.
            MOVE "N" TO WS-RCRT-EOF-SWITCH.
