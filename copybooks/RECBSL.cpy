      ******************************************************************
      * Copybook: RECBSL
      * Purpose:  FILE-CONTROL entries for medical benefit claims:
      *           the adjudication rules (BENRULES.DAT, one row per
      *           plan and coverage tier, kept by hand like
      *           PLANRATE.DAT), the claim master (MEDCLAIM.DAT, one
      *           row per claim from capture through adjudication and
      *           payment) and the member accumulators (MEDACUM.DAT,
      *           deductible met and benefit paid per member, plan
      *           and plan year), with the work images (.NEW) used to
      *           regrabar the last two whole. Pair with RECBFD.cpy
      *           (FILE SECTION), RECBWS.cpy (WORKING-STORAGE) and
      *           RECBWR.cpy (the load, lookup and rewrite
      *           paragraphs).
      ******************************************************************
           SELECT BENEFIT-RULE-FILE ASSIGN TO "BENRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-STATUS.
           SELECT BENEFIT-CLAIM-FILE ASSIGN TO "MEDCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT BENEFIT-CLAIM-NEW ASSIGN TO "MEDCLAIM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-NEW-STATUS.
           SELECT BENEFIT-ACCUM-FILE ASSIGN TO "MEDACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-STATUS.
           SELECT BENEFIT-ACCUM-NEW ASSIGN TO "MEDACUM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-NEW-STATUS.
