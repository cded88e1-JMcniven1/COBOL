      ******************************************************************
      * Copybook: ARQCWR
      * Purpose:  Paragraphs for the teller cash-count file.
      *           CARGA-ARQUEOS loads ARQUEO.DAT into its table (no
      *           file on disk is an empty file); BUSCA-ARQUEO finds
      *           a drawer's count by date, branch and drawer.
      *           GRABA-ARQUEOS writes the table back through
      *           ARQUEO.NEW when it changed (patron
      *           PROMUEVE-IMAGEN). CARGA-DENOMINACIONES loads the
      *           denomination table. Callers supply WS-ABEND-STATUS
      *           / WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR,
      *           same contract as OPSLOGWR.
      ******************************************************************
       CARGA-ARQUEOS.
            MOVE 0 TO WS-AQ-COUNT.
            MOVE "N" TO WS-AQ-CAMBIADO-SWITCH.
            MOVE "N" TO WS-AQ-EOF-SWITCH.
            OPEN INPUT CASH-COUNT.
            IF WS-AQ-OK
                PERFORM UNTIL WS-AQ-EOF
                    READ CASH-COUNT
                        AT END SET WS-AQ-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-ARQUEO
                    END-READ
                END-PERFORM
                CLOSE CASH-COUNT
            END-IF.
            MOVE "N" TO WS-AQ-EOF-SWITCH.

       CARGA-UN-ARQUEO.
            IF WS-AQ-COUNT >= WS-AQ-MAX
      *        Un conteo fuera de la tabla se perderia al regrabar:
      *        se aborta.
                DISPLAY "TABLA DE ARQUEOS LLENA EN "
                    WS-AQ-MAX " ENTRADAS"
                MOVE "CARGA-ARQUEOS" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-AQ-COUNT.
            MOVE CASH-COUNT-RECORD TO WS-AQ-ENTRY (WS-AQ-COUNT).

       BUSCA-ARQUEO.
            MOVE 0 TO WS-AQ-IX.
            PERFORM VARYING WS-AQ-I FROM 1 BY 1
                    UNTIL WS-AQ-I > WS-AQ-COUNT
                IF WS-AQ-TBL-FECHA (WS-AQ-I) = WS-AQ-LOOKUP-FECHA
                        AND WS-AQ-TBL-SUCURSAL (WS-AQ-I)
                            = WS-AQ-LOOKUP-SUCURSAL
                        AND WS-AQ-TBL-CAJON (WS-AQ-I)
                            = WS-AQ-LOOKUP-CAJON
                    MOVE WS-AQ-I TO WS-AQ-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-ARQUEOS.
            IF WS-AQ-CAMBIADO
                OPEN OUTPUT CASH-COUNT-NEW
                IF NOT WS-AQ-NEW-OK
                    MOVE WS-AQ-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ARQUEOS OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-AQ-I FROM 1 BY 1
                        UNTIL WS-AQ-I > WS-AQ-COUNT
                    WRITE CASH-COUNT-NEW-LINE
                        FROM WS-AQ-ENTRY (WS-AQ-I)
                    IF NOT WS-AQ-NEW-OK
                        MOVE WS-AQ-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-ARQUEOS WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE CASH-COUNT-NEW
                PERFORM PROMUEVE-ARQUEOS
                MOVE "N" TO WS-AQ-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-ARQUEOS.
            MOVE "N" TO WS-AQ-EOF-SWITCH.
            OPEN INPUT CASH-COUNT-NEW.
            IF NOT WS-AQ-NEW-OK
                MOVE WS-AQ-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ARQUEOS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT CASH-COUNT.
            IF NOT WS-AQ-OK
                MOVE WS-AQ-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ARQUEOS OPEN O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-AQ-EOF
                READ CASH-COUNT-NEW
                    AT END SET WS-AQ-EOF TO TRUE
                    NOT AT END
                        WRITE CASH-COUNT-RECORD
                            FROM CASH-COUNT-NEW-LINE
                        IF NOT WS-AQ-OK
                            MOVE WS-AQ-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ARQUEOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CASH-COUNT-NEW CASH-COUNT.
            MOVE "N" TO WS-AQ-EOF-SWITCH.

       CARGA-DENOMINACIONES.
      *    Sin DENOMINA.DAT (o vacio) rige la tabla estandar.
            MOVE WS-AQ-DENOM-ESTANDAR TO WS-AQ-DENOM-TABLE.
            MOVE 12 TO WS-AQ-DENOM-COUNT.
            MOVE "N" TO WS-AQ-EOF-SWITCH.
            OPEN INPUT DENOMINATION-FILE.
            IF WS-AQ-DENOM-OK
                MOVE 0 TO WS-AQ-DENOM-COUNT
                PERFORM UNTIL WS-AQ-EOF
                    READ DENOMINATION-FILE
                        AT END SET WS-AQ-EOF TO TRUE
                        NOT AT END
                            IF WS-AQ-DENOM-COUNT < 12
                                    AND DN-VALOR IS NUMERIC
                                    AND DN-VALOR > 0
                                ADD 1 TO WS-AQ-DENOM-COUNT
                                MOVE DN-VALOR TO WS-AQ-DENOM-VALOR
                                    (WS-AQ-DENOM-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DENOMINATION-FILE
                IF WS-AQ-DENOM-COUNT = 0
                    MOVE WS-AQ-DENOM-ESTANDAR TO WS-AQ-DENOM-TABLE
                    MOVE 12 TO WS-AQ-DENOM-COUNT
                END-IF
            END-IF.
            MOVE "N" TO WS-AQ-EOF-SWITCH.
