       01  BADGE-ZONE-RECORD.
           05  BZ-BADGE-ID          PIC X(8).
           05  BZ-ZONA              PIC X(4).
           05  BZ-ESTADO            PIC X.

       COPY "INTLKFD.cpy".
       COPY "NUMSERFD.cpy".
            END-IF.
            MOVE WS-BADGE-NUEVO TO BZ-BADGE-ID.
            MOVE WS-CAP-ZONA TO BZ-ZONA.
            MOVE SPACE TO BZ-ESTADO.
            WRITE BADGE-ZONE-RECORD.
            IF NOT WS-BZM-OK
                MOVE WS-BZM-STATUS TO WS-ABEND-STATUS
