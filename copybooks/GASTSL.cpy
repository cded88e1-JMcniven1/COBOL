      ******************************************************************
      * Copybook: GASTSL
      * Purpose:  FILE-CONTROL entries for employee expense claims:
      *           the expense category policy master (EXPCAT.DAT,
      *           one row per category with its per-diem cap, the
      *           amount above which a receipt is required and the
      *           GL expense account prefix) and the claim master
      *           (EXPCLAIM.DAT, one row per claim from capture
      *           through approval and reimbursement), with their
      *           work images (.NEW) used to regrabar them whole.
      *           Pair with GASTFD.cpy (FILE SECTION), GASTWS.cpy
      *           (WORKING-STORAGE) and GASTWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO "EXPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
           SELECT EXPENSE-CATEGORY-NEW ASSIGN TO "EXPCAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-NEW-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-STATUS.
           SELECT EXPENSE-CLAIM-NEW ASSIGN TO "EXPCLAIM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-NEW-STATUS.
