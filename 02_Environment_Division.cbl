                MOVE 150000 TO HR-SALARIO
                MOVE 20260101 TO HR-FECHA-ALTA
                MOVE 19960101 TO HR-FECHA-NAC
                MOVE 0 TO HR-SUPERVISOR-ID

                WRITE HR-MASTER-RECORD
                IF NOT WS-HR-FILE-OK
