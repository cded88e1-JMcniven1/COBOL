      ******************************************************************
      * Copybook: VTAGFD
      * Purpose:  FD for the sales feed. Tipo F = factura emitida,
      *           N = nota de credito. Each line carries the account
      *           debited and the account credited for the same
      *           amount, the document number and date; estado
      *           blank = pending, R = already on GLINTF. See
      *           VTAGSL.cpy for the matching FILE-CONTROL entry.
      ******************************************************************
       FD  SALES-GL-FILE.
       01  SALES-GL-RECORD.
           05  VG-ANOMES            PIC 9(6).
           05  VG-TIPO              PIC X.
               88  VG-FACTURA       VALUE "F".
               88  VG-NOTA-CREDITO  VALUE "N".
           05  VG-DEBE              PIC X(8).
           05  VG-HABER             PIC X(8).
           05  VG-IMPORTE           PIC 9(9)V99.
           05  VG-DOCUMENTO         PIC 9(6).
           05  VG-FECHA             PIC 9(8).
           05  VG-ESTADO            PIC X.
