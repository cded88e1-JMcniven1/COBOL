      ******************************************************************
      * Copybook: JERQWS
      * Purpose:  WORKING-STORAGE for the reporting-line hierarchy
      *           built from HR-SUPERVISOR-ID. Read HRMAST in
      *           HR-EMPLOYEE-ID order and PERFORM AGREGA-JERARQUIA
      *           (JERQWR.cpy) per record, then PERFORM
      *           RESUELVE-JERARQUIA once: each entry comes back with
      *           its supervisor's subscript (WS-JQ-TBL-SUP-IX, zero
      *           at the top of a line), its depth, the first-child /
      *           next-sibling links for walking the tree, its direct
      *           reports, and the headcount and salary mass of
      *           everyone under it at any level. WS-JQ-TBL-ESTADO
      *           flags the tops of lines (T), orphans whose
      *           supervisor is not on HRMAST (H, treated as a top)
      *           and employees in or under a loop (C, left out of
      *           the tree and the rollups). Per lookup set
      *           WS-JQ-LOOKUP-ID and PERFORM BUSCA-JERARQUIA:
      *           WS-JQ-IX comes back with the subscript or zero.
      ******************************************************************
       01  WS-JQ-MAX                   PIC 9(5) VALUE 5000.
       01  WS-JQ-COUNT                 PIC 9(5) VALUE 0.
       01  WS-JQ-I                     PIC 9(5).
       01  WS-JQ-J                     PIC 9(5).
       01  WS-JQ-P                     PIC 9(5).
       01  WS-JQ-IX                    PIC 9(5).
       01  WS-JQ-LOOKUP-ID             PIC 9(6).
       01  WS-JQ-BAJO                  PIC 9(5).
       01  WS-JQ-ALTO                  PIC 9(5).
       01  WS-JQ-MEDIO                 PIC 9(5).
       01  WS-JQ-NIVEL                 PIC 9(5).
       01  WS-JQ-CIMAS                 PIC 9(5) VALUE 0.
       01  WS-JQ-HUERFANOS             PIC 9(5) VALUE 0.
       01  WS-JQ-CICLOS                PIC 9(5) VALUE 0.
       01  WS-JQ-JEFES                 PIC 9(5) VALUE 0.
       01  WS-JQ-PROF-MAX              PIC 9(5) VALUE 0.
       01  WS-JQ-TABLE.
           05  WS-JQ-ENTRY OCCURS 5000 TIMES.
               10  WS-JQ-TBL-ID        PIC 9(6).
               10  WS-JQ-TBL-SUPERVISOR
                                       PIC 9(6).
               10  WS-JQ-TBL-DEPT      PIC X(4).
               10  WS-JQ-TBL-APELLIDOS PIC X(20).
               10  WS-JQ-TBL-NOMBRE    PIC X(15).
               10  WS-JQ-TBL-SALARIO   PIC 9(7)V99.
               10  WS-JQ-TBL-ESTADO    PIC X.
               10  WS-JQ-TBL-SUP-IX    PIC 9(5).
               10  WS-JQ-TBL-PRIMER-HIJO
                                       PIC 9(5).
               10  WS-JQ-TBL-SIG-HERMANO
                                       PIC 9(5).
               10  WS-JQ-TBL-PROFUNDIDAD
                                       PIC 9(5).
               10  WS-JQ-TBL-DIRECTOS  PIC 9(5).
               10  WS-JQ-TBL-TOTAL     PIC 9(5).
               10  WS-JQ-TBL-MASA      PIC 9(11)V99.
