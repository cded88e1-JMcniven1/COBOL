      *          before and after values and the operator id, and to
      *          the shared OPSLOG. PRESUPUESTO-ACTUAL reads this
      *          master for the monthly budget-versus-actual report.
      *          The months of a year prepared through the budget
      *          cycle (PREPARA-PRESUPUESTO / AJUSTA-PRESUPUESTO)
      *          come in when finance approves a department's
      *          version; a change keyed here afterwards is a
      *          month-level correction the versions do not see.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.

       01  WS-BGT-MAX               PIC 9(4) VALUE 2000.
       01  WS-BGT-COUNT             PIC 9(4) VALUE 0.
       01  WS-BGT-I                 PIC 9(4).
       01  WS-BGT-TABLE.
           05  WS-BGT-ENTRY OCCURS 2000 TIMES.
               10  WS-BGT-DEPT      PIC X(4).
               10  WS-BGT-ANOMES    PIC 9(6).
               10  WS-BGT-IMPORTE   PIC 9(9)V99.
