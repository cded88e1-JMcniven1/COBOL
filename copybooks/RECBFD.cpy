      ******************************************************************
      * Copybook: RECBFD
      * Purpose:  FDs for medical benefit claims. A rule carries the
      *           plan code (BENENROL BE-PLAN, blank there meaning
      *           BASE) and coverage tier (S individual, C pareja,
      *           F familiar), the month the plan year starts, the
      *           annual deductible per member, the co-insurance
      *           (the percentage of the claim above the deductible
      *           the plan pays) and the annual maximum benefit per
      *           member (zero for no maximum). A claim carries its
      *           number (series RECB of NUMCTRL.DAT), the employee,
      *           the member treated (blank for the employee, else
      *           the dependent's name as on DEPENDTS.DAT), service
      *           date, category, amount claimed and its status
      *           (P = pendiente, A = aprobado a pagar, C = cerrado
      *           sin pago, todo a cargo del miembro, R = rechazado,
      *           X = reembolsado); adjudication fills in the plan,
      *           tier and plan year applied, the parts charged to
      *           the deductible, to the member's co-insurance and
      *           above the annual maximum, what the plan pays and
      *           the reason of a rejection. The accumulator carries
      *           per employee, member, plan and plan year the
      *           deductible met and the benefit paid so far. See
      *           RECBSL.cpy for the matching FILE-CONTROL entries.
      ******************************************************************
       FD  BENEFIT-RULE-FILE.
       01  BENEFIT-RULE-RECORD.
           05  RB-PLAN              PIC X(4).
           05  RB-NIVEL             PIC X.
           05  RB-MES-INICIO        PIC 9(2).
           05  RB-DEDUCIBLE         PIC 9(5)V99.
           05  RB-COASEGURO         PIC 9(3).
           05  RB-MAXIMO            PIC 9(7)V99.

       FD  BENEFIT-CLAIM-FILE.
       01  BENEFIT-CLAIM-RECORD.
           05  CB-NUMERO            PIC 9(6).
           05  CB-EMPLOYEE-ID       PIC 9(6).
           05  CB-MIEMBRO           PIC X(20).
           05  CB-FECHA-SERVICIO    PIC 9(8).
           05  CB-CATEGORIA         PIC X(4).
           05  CB-RECLAMADO         PIC 9(7)V99.
           05  CB-ESTADO            PIC X.
               88  CB-PENDIENTE     VALUE "P".
               88  CB-APROBADO      VALUE "A".
               88  CB-CERRADO       VALUE "C".
               88  CB-RECHAZADO     VALUE "R".
               88  CB-REEMBOLSADO   VALUE "X".
           05  CB-PLAN              PIC X(4).
           05  CB-NIVEL             PIC X.
           05  CB-ANO-PLAN          PIC 9(4).
           05  CB-DEDUCIBLE         PIC 9(7)V99.
           05  CB-COASEGURO         PIC 9(7)V99.
           05  CB-EXCESO            PIC 9(7)V99.
           05  CB-PAGA-PLAN         PIC 9(7)V99.
           05  CB-MOTIVO            PIC X(20).
           05  CB-FECHA-ESTADO      PIC 9(8).
           05  CB-OPERADOR          PIC X(8).
           05  CB-FECHA-PAGO        PIC 9(8).

       FD  BENEFIT-CLAIM-NEW.
       01  BENEFIT-CLAIM-NEW-LINE   PIC X(153).

       FD  BENEFIT-ACCUM-FILE.
       01  BENEFIT-ACCUM-RECORD.
           05  AB-EMPLOYEE-ID       PIC 9(6).
           05  AB-MIEMBRO           PIC X(20).
           05  AB-PLAN              PIC X(4).
           05  AB-ANO-PLAN          PIC 9(4).
           05  AB-DEDUCIBLE         PIC 9(7)V99.
           05  AB-PAGADO            PIC 9(7)V99.

       FD  BENEFIT-ACCUM-NEW.
       01  BENEFIT-ACCUM-NEW-LINE   PIC X(52).
