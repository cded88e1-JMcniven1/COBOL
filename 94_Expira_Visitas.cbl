       01  BADGE-ZONE-RECORD.
           05  BZ-BADGE-ID          PIC X(8).
           05  BZ-ZONA              PIC X(4).
           05  BZ-ESTADO            PIC X.

       FD  BADGE-ZONE-NEW.
       01  BADGE-ZONE-NEW-LINE      PIC X(13).

       FD  AUDIT-TRAIL.
       01  AUDIT-LINE               PIC X(80).
