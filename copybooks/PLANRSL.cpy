      ******************************************************************
      * Copybook: PLANRSL
      * Purpose:  FILE-CONTROL entries for the retirement savings
      *           plan: the plan rules (PARM129.DAT, compiled-in
      *           defaults when absent), the plan member master
      *           (PLANMIEM.DAT, the elected percentage per member,
      *           kept on MANTIENE-PLAN-RETIRO), the member accounts
      *           (PLANCTA.DAT, employee and employer balances) with
      *           their work images (.NEW) used to regrabar them
      *           whole, and the account movements (PLANMOV.DAT) the
      *           quarterly statement is drawn from. Pair with
      *           PLANRFD.cpy (FILE SECTION), PLANRWS.cpy
      *           (WORKING-STORAGE) and PLANRWR.cpy (the load,
      *           lookup, vesting and rewrite paragraphs).
      ******************************************************************
           SELECT PLAN-PARM-FILE ASSIGN TO "PARM129.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-PARM-STATUS.
           SELECT PLAN-MEMBER ASSIGN TO "PLANMIEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLNM-STATUS.
           SELECT PLAN-MEMBER-NEW ASSIGN TO "PLANMIEM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLNM-NEW-STATUS.
           SELECT PLAN-ACCOUNT ASSIGN TO "PLANCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLNC-STATUS.
           SELECT PLAN-ACCOUNT-NEW ASSIGN TO "PLANCTA.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLNC-NEW-STATUS.
           SELECT PLAN-MOVES ASSIGN TO "PLANMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLNV-STATUS.
