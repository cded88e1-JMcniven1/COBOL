      ******************************************************************
      * Copybook: RCUOSL
      * Purpose:  FILE-CONTROL entry for the fee hold list
      *           (RETCUOTA.DAT), rewritten whole each night by
      *           RETIENE-CUOTAS and read by the school listings, the
      *           report cards and the transcript reissue. Pair with
      *           RCUOFD.cpy (FILE SECTION), RCUOWS.cpy
      *           (WORKING-STORAGE) and RCUOWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT FEE-HOLDS ASSIGN TO "RETCUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HQ-STATUS.
