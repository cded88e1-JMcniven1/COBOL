           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

       FD  ENROLLMENT-NEW.
       01  ENROLLMENT-NEW-LINE      PIC X(44).

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".
