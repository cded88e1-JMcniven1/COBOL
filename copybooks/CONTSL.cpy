      ******************************************************************
      * Copybook: CONTSL
      * Purpose:  FILE-CONTROL entries for benefit continuation
      *           coverage offered to terminated employees: the
      *           continuation file (CONTCOB.DAT, one row per
      *           employee and termination date from the offer
      *           through the election to the end of coverage), with
      *           the work image (.NEW) used to regrabar it whole, and
      *           the billing log (CONTFACT.DAT, one row per monthly
      *           invoice issued to a continuation member). Pair with
      *           CONTFD.cpy (FILE SECTION), CONTWS.cpy
      *           (WORKING-STORAGE) and CONTWR.cpy (the load, lookup,
      *           rewrite and append paragraphs).
      ******************************************************************
           SELECT CONTINUATION-FILE ASSIGN TO "CONTCOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT CONTINUATION-NEW ASSIGN TO "CONTCOB.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-NEW-STATUS.
           SELECT CONTINUATION-BILLING ASSIGN TO "CONTFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
