      ******************************************************************
      * Copybook: OCUPWR
      * Purpose:  Paragraphs for building occupancy. CARGA-OCUPACION
      *           loads OCUPA.DAT, BUSCA-OCUPANTE finds a badge's
      *           row, QUITA-OCUPANTE closes the gap left by a badge
      *           that went out, and GRABA-OCUPACION writes the table
      *           back through the .NEW work file when anything
      *           changed (patron PROMUEVE-IMAGEN). Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-OCUPACION.
            MOVE 0 TO WS-OC-COUNT.
            MOVE "N" TO WS-OC-EOF-SWITCH.
            MOVE "N" TO WS-OC-CAMBIADO-SWITCH.
            OPEN INPUT OCCUPANCY-FILE.
            IF WS-OC-OK
                PERFORM UNTIL WS-OC-EOF
                    READ OCCUPANCY-FILE
                        AT END SET WS-OC-EOF TO TRUE
                        NOT AT END
      *                     Una fila fuera de la tabla sacaria a
      *                     alguien de la lista de evacuacion al
      *                     regrabar: se aborta.
                            IF WS-OC-COUNT >= WS-OC-MAX
                                DISPLAY "TABLA DE OCUPACION LLENA "
                                    "EN " WS-OC-MAX " ENTRADAS"
                                MOVE "CARGA-OCUPACION"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-OC-COUNT
                            MOVE OC-BADGE-ID
                                TO WS-OC-TBL-BADGE (WS-OC-COUNT)
                            MOVE OC-ZONA
                                TO WS-OC-TBL-ZONA (WS-OC-COUNT)
                            MOVE OC-FECHA
                                TO WS-OC-TBL-FECHA (WS-OC-COUNT)
                            MOVE OC-HORA
                                TO WS-OC-TBL-HORA (WS-OC-COUNT)
                    END-READ
                END-PERFORM
                CLOSE OCCUPANCY-FILE
            END-IF.
            MOVE "N" TO WS-OC-EOF-SWITCH.

       BUSCA-OCUPANTE.
            MOVE 0 TO WS-OC-IX.
            PERFORM VARYING WS-OC-I FROM 1 BY 1
                    UNTIL WS-OC-I > WS-OC-COUNT
                IF WS-OC-TBL-BADGE (WS-OC-I) = WS-OC-LOOKUP-BADGE
                    MOVE WS-OC-I TO WS-OC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       QUITA-OCUPANTE.
            PERFORM VARYING WS-OC-I FROM WS-OC-IX BY 1
                    UNTIL WS-OC-I >= WS-OC-COUNT
                MOVE WS-OC-ENTRY (WS-OC-I + 1)
                    TO WS-OC-ENTRY (WS-OC-I)
            END-PERFORM.
            SUBTRACT 1 FROM WS-OC-COUNT.
            MOVE 0 TO WS-OC-IX.
            SET WS-OC-CAMBIADO TO TRUE.

       GRABA-OCUPACION.
            IF WS-OC-CAMBIADO
                OPEN OUTPUT OCCUPANCY-FILE-NEW
                IF NOT WS-OC-NEW-OK
                    MOVE WS-OC-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-OCUPACION OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-OC-I FROM 1 BY 1
                        UNTIL WS-OC-I > WS-OC-COUNT
                    MOVE WS-OC-TBL-BADGE (WS-OC-I) TO OC-BADGE-ID
                    MOVE WS-OC-TBL-ZONA (WS-OC-I) TO OC-ZONA
                    MOVE WS-OC-TBL-FECHA (WS-OC-I) TO OC-FECHA
                    MOVE WS-OC-TBL-HORA (WS-OC-I) TO OC-HORA
                    WRITE OCCUPANCY-NEW-LINE FROM OCCUPANCY-RECORD
                    IF NOT WS-OC-NEW-OK
                        MOVE WS-OC-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-OCUPACION WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE OCCUPANCY-FILE-NEW
                PERFORM PROMUEVE-OCUPACION
                MOVE "N" TO WS-OC-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-OCUPACION.
      *    Una tabla vacia deja OCUPA.DAT vacio: nadie adentro.
            MOVE "N" TO WS-OC-EOF-SWITCH.
            OPEN INPUT OCCUPANCY-FILE-NEW.
            IF NOT WS-OC-NEW-OK
                MOVE WS-OC-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-OCUPACION OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT OCCUPANCY-FILE.
            IF NOT WS-OC-OK
                MOVE WS-OC-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-OCUPACION OPEN M"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-OC-EOF
                READ OCCUPANCY-FILE-NEW
                    AT END SET WS-OC-EOF TO TRUE
                    NOT AT END
                        WRITE OCCUPANCY-RECORD
                            FROM OCCUPANCY-NEW-LINE
                        IF NOT WS-OC-OK
                            MOVE WS-OC-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-OCUPACION WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OCCUPANCY-FILE-NEW OCCUPANCY-FILE.
            MOVE "N" TO WS-OC-EOF-SWITCH.
