      ******************************************************************
      * Copybook: CUOTFD
      * Purpose:  FDs for school fee billing. A schedule row gives,
      *           for a grade (ST-GRADO) and a term of TERMCAL.DAT,
      *           one fee concept (matricula, colegiatura, material,
      *           ...) and its amount; a student owes every concept of
      *           their grade for the term. An adjustment row takes,
      *           from one student's term fees, a percentage and/or a
      *           fixed amount, as a discount (D) or a scholarship
      *           (B); a blank term applies it to every term. A family
      *           row names the ledger account (INVMAST.DAT,
      *           GESTIONA-FACTURAS) a student's fees are invoiced to;
      *           siblings share it. A log row records a student
      *           billed for a term: the account and invoice (zero
      *           when the adjustments left nothing to bill), the date
      *           and the gross, adjustment and net amounts. See
      *           CUOTSL.cpy for the matching FILE-CONTROL entries.
      ******************************************************************
       FD  FEE-SCHEDULE.
       01  FEE-SCHEDULE-RECORD.
           05  CY-GRADO             PIC 9(2).
           05  CY-TERMINO           PIC X(6).
           05  CY-CONCEPTO          PIC X(4).
           05  CY-DESCRIPCION       PIC X(20).
           05  CY-IMPORTE           PIC 9(5)V99.

       FD  FEE-ADJUSTMENTS.
       01  FEE-ADJUSTMENT-RECORD.
           05  BQ-STUDENT-ID        PIC 9(6).
           05  BQ-TERMINO           PIC X(6).
           05  BQ-TIPO              PIC X.
               88  BQ-DESCUENTO     VALUE "D".
               88  BQ-BECA          VALUE "B".
           05  BQ-PORCENTAJE        PIC 9(3)V99.
           05  BQ-IMPORTE           PIC 9(5)V99.
           05  BQ-MOTIVO            PIC X(20).

       FD  FAMILY-ACCOUNTS.
       01  FAMILY-ACCOUNT-RECORD.
           05  FM-STUDENT-ID        PIC 9(6).
           05  FM-CUENTA            PIC X(8).

       FD  FEE-BILLING-LOG.
       01  FEE-BILLING-RECORD.
           05  CQ-STUDENT-ID        PIC 9(6).
           05  CQ-TERMINO           PIC X(6).
           05  CQ-CUENTA            PIC X(8).
           05  CQ-FACTURA           PIC 9(6).
           05  CQ-FECHA             PIC 9(8).
           05  CQ-BRUTO             PIC 9(7)V99.
           05  CQ-AJUSTE            PIC 9(7)V99.
           05  CQ-NETO              PIC 9(7)V99.
