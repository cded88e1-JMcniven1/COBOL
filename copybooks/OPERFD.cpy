      ******************************************************************
      * Copybook: OPERFD
      * Purpose:  Record layout of the operator master. OM-PASSWORD
      *           holds the eight-digit hash of the password under
      *           OM-SALT (blank salt = clear password of a record
      *           not yet converted). OM-ESTADO: blank/A active, B
      *           locked after too many failed sign-ons (only a
      *           supervisor reset reopens it), I disabled (by hand
      *           or for inactivity). OM-CAMBIO-CLAVE = S forces a
      *           change at the next sign-on (first use, reset).
      *           OM-CLAVE-PREV keeps the hashes of the last five
      *           passwords so they are not reused. Level: 1 inquiry,
      *           2 batch runs, 3 maintenance.
      ******************************************************************
       FD  OPERATOR-MASTER.
       01  OPERATOR-RECORD.
           05  OM-OPERATOR-ID       PIC X(8).
           05  OM-PASSWORD          PIC X(8).
           05  OM-LEVEL             PIC 9.
           05  OM-SALT              PIC X(4).
           05  OM-ESTADO            PIC X.
           05  OM-CAMBIO-CLAVE      PIC X.
           05  OM-FALLOS            PIC 9(2).
           05  OM-VENCE-CLAVE       PIC 9(8).
           05  OM-ULTIMO-USO        PIC 9(8).
           05  OM-HISTORIAL.
               10  OM-CLAVE-PREV    OCCURS 5 TIMES PIC X(8).
           05  OM-FECHA-ESTADO      PIC 9(8).

       FD  OPERATOR-NEW.
       01  OPERATOR-NEW-LINE        PIC X(89).

      *    Politica de claves: dias de vigencia, fallos hasta el
      *    bloqueo, claves previas que no se reusan (1 a 5), dias
      *    sin uso hasta la inhabilitacion y largo minimo.
       FD  PASSWORD-POLICY.
       01  PASSWORD-POLICY-RECORD.
           05  PP-DIAS-VIGENCIA     PIC 9(3).
           05  PP-MAX-FALLOS        PIC 9(2).
           05  PP-HISTORIA          PIC 9.
           05  PP-DIAS-INACTIVO     PIC 9(3).
           05  PP-LARGO-MINIMO      PIC 9.
