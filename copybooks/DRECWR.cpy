      ******************************************************************
      * Copybook: DRECWR
      * Purpose:  Paragraphs for the standing-journal master.
      *           CARGA-RECURRENTES loads DIARREC.DAT into its table
      *           (no file on disk is an empty master);
      *           BUSCA-RECURRENTE finds a journal by code.
      *           GRABA-RECURRENTES writes the table back through
      *           DIARREC.NEW when it changed (patron
      *           PROMUEVE-IMAGEN). Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-RECURRENTES.
            MOVE 0 TO WS-JD-COUNT.
            MOVE "N" TO WS-JD-CAMBIADO-SWITCH.
            MOVE "N" TO WS-JD-EOF-SWITCH.
            OPEN INPUT STANDING-JOURNAL.
            IF WS-JD-OK
                PERFORM UNTIL WS-JD-EOF
                    READ STANDING-JOURNAL
                        AT END SET WS-JD-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-RECURRENTE
                    END-READ
                END-PERFORM
                CLOSE STANDING-JOURNAL
            END-IF.
            MOVE "N" TO WS-JD-EOF-SWITCH.

       CARGA-UN-RECURRENTE.
            IF WS-JD-COUNT >= WS-JD-MAX
      *        Un diario fuera de la tabla se perderia al regrabar:
      *        se aborta.
                DISPLAY "TABLA DE DIARIOS RECURRENTES LLENA EN "
                    WS-JD-MAX " ENTRADAS"
                MOVE "CARGA-RECURRENTES" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-JD-COUNT.
            MOVE STANDING-JOURNAL-RECORD TO WS-JD-ENTRY (WS-JD-COUNT).

       BUSCA-RECURRENTE.
            MOVE 0 TO WS-JD-IX.
            PERFORM VARYING WS-JD-I FROM 1 BY 1
                    UNTIL WS-JD-I > WS-JD-COUNT
                IF WS-JD-TBL-CODIGO (WS-JD-I) = WS-JD-LOOKUP-CODIGO
                    MOVE WS-JD-I TO WS-JD-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-RECURRENTES.
            IF WS-JD-CAMBIADO
                OPEN OUTPUT STANDING-JOURNAL-NEW
                IF NOT WS-JD-NEW-OK
                    MOVE WS-JD-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RECURRENTES OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-JD-I FROM 1 BY 1
                        UNTIL WS-JD-I > WS-JD-COUNT
                    WRITE STANDING-JOURNAL-NEW-LINE
                        FROM WS-JD-ENTRY (WS-JD-I)
                    IF NOT WS-JD-NEW-OK
                        MOVE WS-JD-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-RECURRENTES WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE STANDING-JOURNAL-NEW
                PERFORM PROMUEVE-RECURRENTES
                MOVE "N" TO WS-JD-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-RECURRENTES.
            MOVE "N" TO WS-JD-EOF-SWITCH.
            OPEN INPUT STANDING-JOURNAL-NEW.
            IF NOT WS-JD-NEW-OK
                MOVE WS-JD-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECURRENTES OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT STANDING-JOURNAL.
            IF NOT WS-JD-OK
                MOVE WS-JD-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECURRENTES OPEN O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-JD-EOF
                READ STANDING-JOURNAL-NEW
                    AT END SET WS-JD-EOF TO TRUE
                    NOT AT END
                        WRITE STANDING-JOURNAL-RECORD
                            FROM STANDING-JOURNAL-NEW-LINE
                        IF NOT WS-JD-OK
                            MOVE WS-JD-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-RECURRENTES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STANDING-JOURNAL-NEW STANDING-JOURNAL.
            MOVE "N" TO WS-JD-EOF-SWITCH.
