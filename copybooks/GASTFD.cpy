      ******************************************************************
      * Copybook: GASTFD
      * Purpose:  FDs for employee expense claims. A category carries
      *           its code, description, the per-diem cap (the most
      *           one employee may claim under the category for one
      *           calendar day, zero for no cap), the receipt
      *           threshold (a claim above it must carry a receipt),
      *           the three-letter prefix of its GL expense account
      *           (the account is prefix + cost center, the SALcccc
      *           idiom of EXTRAE-GL) and an active flag. A claim
      *           carries its number (series GAST of NUMCTRL.DAT),
      *           the employee, category, day of the expense, amount,
      *           the cost center charged (a DEPTMAST code), the
      *           receipt flag (S/N), a free concept, its status
      *           (P = pendiente, A = aprobado, R = rechazado, X =
      *           reembolsado), the approver (the employee's
      *           supervisor; zero when RRHH approved it for an
      *           employee at the top of a line), the date of the
      *           last status change, the operator who captured it
      *           and the reimbursement date. See GASTSL.cpy for the
      *           matching FILE-CONTROL entries.
      ******************************************************************
       FD  EXPENSE-CATEGORY-FILE.
       01  EXPENSE-CATEGORY-RECORD.
           05  EC-CODIGO            PIC X(4).
           05  EC-DESCRIPCION       PIC X(20).
           05  EC-TOPE-DIARIO       PIC 9(5)V99.
           05  EC-UMBRAL-RECIBO     PIC 9(5)V99.
           05  EC-CUENTA            PIC X(3).
           05  EC-ACTIVO            PIC X.

       FD  EXPENSE-CATEGORY-NEW.
       01  EXPENSE-CATEGORY-NEW-LINE PIC X(42).

       FD  EXPENSE-CLAIM-FILE.
       01  EXPENSE-CLAIM-RECORD.
           05  GA-NUMERO            PIC 9(6).
           05  GA-EMPLOYEE-ID       PIC 9(6).
           05  GA-CATEGORIA         PIC X(4).
           05  GA-FECHA             PIC 9(8).
           05  GA-IMPORTE           PIC 9(5)V99.
           05  GA-CENTRO            PIC X(4).
           05  GA-RECIBO            PIC X.
           05  GA-CONCEPTO          PIC X(20).
           05  GA-ESTADO            PIC X.
               88  GA-PENDIENTE     VALUE "P".
               88  GA-APROBADO      VALUE "A".
               88  GA-RECHAZADO     VALUE "R".
               88  GA-REEMBOLSADO   VALUE "X".
           05  GA-APROBADOR         PIC 9(6).
           05  GA-FECHA-ESTADO      PIC 9(8).
           05  GA-OPERADOR          PIC X(8).
           05  GA-FECHA-PAGO        PIC 9(8).

       FD  EXPENSE-CLAIM-NEW.
       01  EXPENSE-CLAIM-NEW-LINE   PIC X(87).
