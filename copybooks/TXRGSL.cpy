      ******************************************************************
      * Copybook: TXRGSL
      * Purpose:  FILE-CONTROL entries for the outbound transmission
      *           register (TRANSREG.DAT: one entry per interface
      *           file handed to an outside party, with its control
      *           totals, fingerprint, send time and acknowledgment),
      *           its work image (.NEW), and the two dynamic files
      *           the register paragraphs use: the outbound file being
      *           fingerprinted and its kept copy (ffffff.aaaammdd),
      *           the only source a resend is made from. Pair with
      *           TXRGFD.cpy (FILE SECTION), TXRGWS.cpy
      *           (WORKING-STORAGE) and TXRGWR.cpy (paragraphs).
      ******************************************************************
           SELECT TRANSMISSION-REGISTER ASSIGN TO "TRANSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.
           SELECT TRANSMISSION-REG-NEW ASSIGN TO "TRANSREG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-NEW-STATUS.
           SELECT TRANSMISSION-SCAN ASSIGN TO WS-TXR-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-SCAN-STATUS.
           SELECT TRANSMISSION-COPY ASSIGN TO WS-TXR-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-COPY-STATUS.
