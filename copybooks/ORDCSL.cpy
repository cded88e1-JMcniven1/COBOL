      ******************************************************************
      * Copybook: ORDCSL
      * Purpose:  FILE-CONTROL entries for the purchase order master
      *           (POMAST.DAT, one row per purchase order issued to a
      *           PAYEEMST payee for a department and GL account,
      *           from issue through invoice matching to close) and
      *           its work image (.NEW) used to regrabar it whole.
      *           Pair with ORDCFD.cpy (FILE SECTION), ORDCWS.cpy
      *           (WORKING-STORAGE) and ORDCWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT PURCHASE-ORDER-NEW ASSIGN TO "POMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-NEW-STATUS.
