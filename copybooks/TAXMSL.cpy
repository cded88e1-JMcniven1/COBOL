      ******************************************************************
      * Copybook: TAXMSL
      * Purpose:  FILE-CONTROL entries for the sales-tax master
      *           (TAXMAST.DAT, one row per tax code and period of
      *           validity with its rate, exempt flag and output-tax
      *           liability account), the default tax code of each
      *           receivables account (ACCTTAX.DAT) and their work
      *           images (.NEW) used to regrabar them whole. Both are
      *           kept on MANTIENE-IMPUESTOS. Pair with TAXMFD.cpy
      *           (FILE SECTION), TAXMWS.cpy (WORKING-STORAGE) and
      *           TAXMWR.cpy (the load, lookup and rewrite
      *           paragraphs).
      ******************************************************************
           SELECT TAX-MASTER ASSIGN TO "TAXMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT TAX-NEW ASSIGN TO "TAXMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-NEW-STATUS.
           SELECT TAX-ACCOUNT ASSIGN TO "ACCTTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.
           SELECT TAX-ACCOUNT-NEW ASSIGN TO "ACCTTAX.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-NEW-STATUS.
