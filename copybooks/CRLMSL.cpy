      ******************************************************************
      * Copybook: CRLMSL
      * Purpose:  FILE-CONTROL entries for the customer credit master
      *           (CREDMAST.DAT, one row per receivables account with
      *           its credit limit and credit-hold flag, kept on
      *           CONTROLA-CREDITO and set on hold by EXPOSICION-
      *           CREDITO) and its work image (.NEW) used to regrabar
      *           it whole. Pair with CRLMFD.cpy (FILE SECTION),
      *           CRLMWS.cpy (WORKING-STORAGE) and CRLMWR.cpy (the
      *           load, lookup and rewrite paragraphs).
      ******************************************************************
           SELECT CREDIT-MASTER ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT CREDIT-NEW ASSIGN TO "CREDMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-NEW-STATUS.
