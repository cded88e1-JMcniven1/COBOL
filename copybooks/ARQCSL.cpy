      ******************************************************************
      * Copybook: ARQCSL
      * Purpose:  FILE-CONTROL entries for the teller cash-count file
      *           (ARQUEO.DAT, one row per branch and drawer for the
      *           business date the drawer was counted: opening
      *           float, the drawer's teller tape, the count by
      *           denomination and its total, keyed on
      *           CAPTURA-ARQUEO and balanced against DAILYTX.DAT by
      *           CUADRA-CAJAS) and its work image (.NEW) used to
      *           regrabar it whole, plus the denomination table
      *           (DENOMINA.DAT). Pair with ARQCFD.cpy (FILE
      *           SECTION), ARQCWS.cpy (WORKING-STORAGE) and
      *           ARQCWR.cpy (the load, lookup and rewrite
      *           paragraphs).
      ******************************************************************
           SELECT CASH-COUNT ASSIGN TO "ARQUEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-STATUS.
           SELECT CASH-COUNT-NEW ASSIGN TO "ARQUEO.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-NEW-STATUS.
           SELECT DENOMINATION-FILE ASSIGN TO "DENOMINA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-DENOM-STATUS.
