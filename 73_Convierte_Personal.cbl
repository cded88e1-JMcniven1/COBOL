            MOVE OHR-FECHA-ALTA TO HR-FECHA-ALTA.
            COMPUTE WS-ANO-NAC = WS-ANO-NEGOCIO - OHR-EDAD.
            COMPUTE HR-FECHA-NAC = WS-ANO-NAC * 10000 + 0701.
            MOVE 0 TO HR-SUPERVISOR-ID.
            WRITE HR-MASTER-RECORD
                INVALID KEY
                    MOVE WS-NHR-STATUS TO WS-ABEND-STATUS
