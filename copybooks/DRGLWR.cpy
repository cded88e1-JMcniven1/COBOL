      ******************************************************************
      * Copybook: DRGLWR
      * Purpose:  AGREGA-ASIENTO-RECURRENTE appends one pending line to
      *           DIARGL.DAT from the WS-JG-* fields (DRGLWS), EXTEND
      *           with fallback to OUTPUT like the OPSLOG pattern; a
      *           zero amount writes nothing. Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       AGREGA-ASIENTO-RECURRENTE.
            IF WS-JG-IMPORTE > 0
                OPEN EXTEND STANDING-GL-FILE
                IF NOT WS-JG-OK
                    OPEN OUTPUT STANDING-GL-FILE
                    IF NOT WS-JG-OK
                        MOVE WS-JG-STATUS TO WS-ABEND-STATUS
                        MOVE "AGREGA-ASIENTO-RECURRENTE OPEN"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
                MOVE WS-JG-ANOMES TO JG-ANOMES
                MOVE WS-JG-CLASE TO JG-CLASE
                MOVE WS-JG-TIPO TO JG-TIPO
                MOVE WS-JG-CUENTA TO JG-CUENTA
                MOVE WS-JG-IMPORTE TO JG-IMPORTE
                MOVE WS-JG-CODIGO TO JG-CODIGO
                MOVE WS-JG-FECHA TO JG-FECHA
                MOVE SPACE TO JG-ESTADO
                WRITE STANDING-GL-RECORD
                IF NOT WS-JG-OK
                    MOVE WS-JG-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-ASIENTO-RECURRENTE WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                CLOSE STANDING-GL-FILE
            END-IF.
