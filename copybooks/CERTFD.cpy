      ******************************************************************
      * Copybook: CERTFD
      * Purpose:  FDs for the training and certification register.
      *           CERT-RECORD is one certification held by one
      *           employee: the course code, its name, the date the
      *           course was completed and the date the
      *           certification lapses (a renewal overwrites both
      *           dates). ZONE-CERT-RECORD says that zone ZC-ZONA
      *           may only be entered holding a current ZC-CURSO; a
      *           zone with several rows needs all of them. See
      *           CERTSL.cpy for the FILE-CONTROL entries.
      ******************************************************************
       FD  CERT-MASTER.
       01  CERT-RECORD.
           05  CE-EMPLOYEE-ID       PIC 9(6).
           05  CE-CURSO             PIC X(6).
           05  CE-DESCRIPCION       PIC X(20).
           05  CE-FECHA-COMPLETADO  PIC 9(8).
           05  CE-FECHA-VENCE       PIC 9(8).

       FD  CERT-MASTER-NEW.
       01  CERT-NEW-LINE            PIC X(48).

       FD  ZONE-CERT-FILE.
       01  ZONE-CERT-RECORD.
           05  ZC-ZONA              PIC X(4).
           05  ZC-CURSO             PIC X(6).

       FD  ZONE-CERT-NEW.
       01  ZONE-CERT-NEW-LINE       PIC X(10).
