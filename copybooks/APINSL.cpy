      ******************************************************************
      * Copybook: APINSL
      * Purpose:  FILE-CONTROL entries for the accounts payable
      *           vendor invoice register (APINVOIC.DAT, one row per
      *           invoice received from a PAYEEMST payee, from
      *           registration through payment) and its work image
      *           (.NEW) used to regrabar it whole. Pair with
      *           APINFD.cpy (FILE SECTION), APINWS.cpy
      *           (WORKING-STORAGE) and APINWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT AP-INVOICE-FILE ASSIGN TO "APINVOIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           SELECT AP-INVOICE-NEW ASSIGN TO "APINVOIC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-NEW-STATUS.
