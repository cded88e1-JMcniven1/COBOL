      ******************************************************************
      * Copybook: INCGFD
      * Purpose:  FD for the bad-debt allowance feed. Tipo P =
      *           ajuste de la provision, K = castigo de una factura
      *           contra la provision, V = recupero de una factura
      *           castigada. Each line carries the account debited
      *           and the account credited for the same amount, the
      *           invoice (zero on P lines) and the date; estado
      *           blank = pending, R = already on GLINTF. See
      *           INCGSL.cpy for the matching FILE-CONTROL entry.
      ******************************************************************
       FD  ALLOWANCE-GL-FILE.
       01  ALLOWANCE-GL-RECORD.
           05  IG-ANOMES            PIC 9(6).
           05  IG-TIPO              PIC X.
               88  IG-PROVISION     VALUE "P".
               88  IG-CASTIGO       VALUE "K".
               88  IG-RECUPERO      VALUE "V".
           05  IG-DEBE              PIC X(8).
           05  IG-HABER             PIC X(8).
           05  IG-IMPORTE           PIC 9(9)V99.
           05  IG-FACTURA           PIC 9(6).
           05  IG-FECHA             PIC 9(8).
           05  IG-ESTADO            PIC X.
