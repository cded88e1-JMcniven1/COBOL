      ******************************************************************
      * Copybook: PRSVFD
      * Purpose:  FD for the budget preparation file: one record per
      *           budget line of a version of a department's budget
      *           for the year -- year, department, version (00 = the
      *           original PREPARA-PRESUPUESTO seeds), the state of
      *           the version (O original, B borrador keyed by the
      *           department, A aprobada by finance, R an approved
      *           version replaced by a later approval), line type (N
      *           nomina, from HRMAST; G gasto, from the prior year's
      *           actuals), GL account, base the line was seeded from
      *           (current annual salary or prior-year actual), the
      *           annual amount, who keyed the version and when, who
      *           approved it and when, and the reason of the
      *           adjustment. See PRSVSL.cpy for the matching
      *           FILE-CONTROL entries.
      ******************************************************************
       FD  BUDGET-PREP.
       01  BUDGET-PREP-RECORD.
           05  BP-ANO               PIC 9(4).
           05  BP-DEPT-CODE         PIC X(4).
           05  BP-VERSION           PIC 9(2).
           05  BP-ESTADO            PIC X.
               88  BP-ORIGINAL      VALUE "O".
               88  BP-BORRADOR      VALUE "B".
               88  BP-APROBADA      VALUE "A".
               88  BP-REEMPLAZADA   VALUE "R".
           05  BP-TIPO              PIC X.
               88  BP-NOMINA        VALUE "N".
               88  BP-GASTO         VALUE "G".
           05  BP-CUENTA            PIC X(8).
           05  BP-BASE              PIC 9(9)V99.
           05  BP-IMPORTE           PIC 9(9)V99.
           05  BP-OPERADOR          PIC X(8).
           05  BP-FECHA             PIC 9(8).
           05  BP-APROBADOR         PIC X(8).
           05  BP-FECHA-APROB       PIC 9(8).
           05  BP-NOTA              PIC X(20).

       FD  BUDGET-PREP-NEW.
       01  BUDGET-PREP-NEW-LINE     PIC X(94).
