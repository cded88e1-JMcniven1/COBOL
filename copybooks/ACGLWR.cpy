      ******************************************************************
      * Copybook: ACGLWR
      * Purpose:  AGREGA-ASIENTO-ACTIVO appends one pending line to
      *           ACTGL.DAT from the WS-FA-* fields (ACGLWS), dated
      *           the business date, EXTEND with fallback to OUTPUT
      *           like the OPSLOG pattern; a zero amount writes
      *           nothing. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       AGREGA-ASIENTO-ACTIVO.
            IF WS-FA-IMPORTE > 0
                OPEN EXTEND ASSET-GL-FILE
                IF NOT WS-FA-OK
                    OPEN OUTPUT ASSET-GL-FILE
                    IF NOT WS-FA-OK
                        MOVE WS-FA-STATUS TO WS-ABEND-STATUS
                        MOVE "AGREGA-ASIENTO-ACTIVO OPEN"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
                MOVE WS-FA-ANOMES TO FA-ANOMES
                MOVE WS-FA-TIPO TO FA-TIPO
                MOVE WS-FA-DEBE TO FA-DEBE
                MOVE WS-FA-HABER TO FA-HABER
                MOVE WS-FA-IMPORTE TO FA-IMPORTE
                MOVE WS-FA-ACTIVO TO FA-ACTIVO
                MOVE WS-OPSLOG-DATE TO FA-FECHA
                MOVE SPACE TO FA-ESTADO
                WRITE ASSET-GL-RECORD
                IF NOT WS-FA-OK
                    MOVE WS-FA-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-ASIENTO-ACTIVO WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                CLOSE ASSET-GL-FILE
            END-IF.
