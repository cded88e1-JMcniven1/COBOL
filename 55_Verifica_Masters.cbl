           05  MC-COUNT             PIC 9(6).

       FD  BACKUP-FILE.
       01  BACKUP-LINE              PIC X(78).

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".
