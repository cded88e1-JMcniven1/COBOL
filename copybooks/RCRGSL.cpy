      ******************************************************************
      * Copybook: RCRGSL
      * Purpose:  FILE-CONTROL entries for the inbound feed receipt
      *           register (RECEPREG.DAT: one entry per external file
      *           received -- BANKSTMT, PAIDCHKS, RATEFEED, GRADFEED,
      *           BUREAURT, CARRINV -- with its fingerprint, record
      *           count, the business date it covers and whether its
      *           loader has processed it), its work image (.NEW) and
      *           the dynamic file the register paragraphs
      *           fingerprint. Pair with RCRGFD.cpy (FILE SECTION),
      *           RCRGWS.cpy (WORKING-STORAGE) and RCRGWR.cpy
      *           (paragraphs).
      ******************************************************************
           SELECT RECEPTION-REGISTER ASSIGN TO "RECEPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCR-STATUS.
           SELECT RECEPTION-REG-NEW ASSIGN TO "RECEPREG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCR-NEW-STATUS.
           SELECT RECEPTION-SCAN ASSIGN TO WS-RCR-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCR-SCAN-STATUS.
