      ******************************************************************
      * Copybook: PAYHWR
      * Purpose:  ABRE-HISTORIA-RECIBOS opens PAYHIST I-O, creating
      *           it on the installation's first run (the PINMAST
      *           fallback). ARCHIVA-RECIBO copies the PAYSLIPS.DAT
      *           record just written (the PS-* fields every payslip
      *           writer declares with the same layout) to the
      *           history under WS-PAYH-PERIODO / WS-PAYH-TIPO; a
      *           payslip already on file for that key (a rerun or a
      *           restart of the period) is replaced, never doubled.
      *           Callers supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH
      *           and 9999-ABEND-FILE-ERROR, same contract as
      *           OPSLOGWR, and CLOSE PAYSLIP-HISTORY at end of run.
      ******************************************************************
       ABRE-HISTORIA-RECIBOS.
            MOVE 0 TO WS-PAYH-ARCHIVADOS.
            OPEN I-O PAYSLIP-HISTORY.
            IF NOT WS-PAYH-OK
                OPEN OUTPUT PAYSLIP-HISTORY
                IF NOT WS-PAYH-OK
                    MOVE WS-PAYH-STATUS TO WS-ABEND-STATUS
                    MOVE "ABRE-HISTORIA-RECIBOS OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                CLOSE PAYSLIP-HISTORY
                OPEN I-O PAYSLIP-HISTORY
                IF NOT WS-PAYH-OK
                    MOVE WS-PAYH-STATUS TO WS-ABEND-STATUS
                    MOVE "ABRE-HISTORIA-RECIBOS I-O"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.

       ARCHIVA-RECIBO.
            MOVE PS-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
            MOVE WS-PAYH-PERIODO TO PH-PERIODO.
            MOVE WS-PAYH-TIPO TO PH-TIPO.
            MOVE WS-OPSLOG-DATE TO PH-FECHA.
            MOVE WS-PAYH-DEPTO TO PH-DEPT-CODE.
            MOVE PS-APELLIDOS TO PH-APELLIDOS.
            MOVE PS-NOMBRE TO PH-NOMBRE.
            MOVE PS-GROSS TO PH-GROSS.
            MOVE PS-TAX TO PH-TAX.
            MOVE PS-SS TO PH-SS.
            MOVE PS-DED-COUNT TO PH-DED-COUNT.
            MOVE PS-DED-CODE (1) TO PH-DED-CODE (1).
            MOVE PS-DED-AMOUNT (1) TO PH-DED-AMOUNT (1).
            MOVE PS-DED-CODE (2) TO PH-DED-CODE (2).
            MOVE PS-DED-AMOUNT (2) TO PH-DED-AMOUNT (2).
            MOVE PS-DED-CODE (3) TO PH-DED-CODE (3).
            MOVE PS-DED-AMOUNT (3) TO PH-DED-AMOUNT (3).
            MOVE PS-DED-CODE (4) TO PH-DED-CODE (4).
            MOVE PS-DED-AMOUNT (4) TO PH-DED-AMOUNT (4).
            MOVE PS-DED-CODE (5) TO PH-DED-CODE (5).
            MOVE PS-DED-AMOUNT (5) TO PH-DED-AMOUNT (5).
            MOVE PS-DED-TOTAL TO PH-DED-TOTAL.
            MOVE PS-NET TO PH-NET.
            MOVE PS-RETRO TO PH-RETRO.
            WRITE PAYSLIP-HISTORY-RECORD
                INVALID KEY
                    REWRITE PAYSLIP-HISTORY-RECORD
                        INVALID KEY CONTINUE
                    END-REWRITE
            END-WRITE.
            IF NOT WS-PAYH-OK
                MOVE WS-PAYH-STATUS TO WS-ABEND-STATUS
                MOVE "ARCHIVA-RECIBO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            ADD 1 TO WS-PAYH-ARCHIVADOS.
