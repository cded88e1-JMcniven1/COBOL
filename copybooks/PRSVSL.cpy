      ******************************************************************
      * Copybook: PRSVSL
      * Purpose:  FILE-CONTROL entries for the budget preparation
      *           file (BUDGPREP.DAT, the versions of next year's
      *           budget per department) and its work image
      *           (BUDGPREP.NEW) used to regrabar the file whole.
      *           Pair with PRSVFD.cpy (FILE SECTION), PRSVWS.cpy
      *           (WORKING-STORAGE) and PRSVWR.cpy (the
      *           CARGA-VERSIONES-PPTO / GRABA-VERSIONES-PPTO and
      *           version lookup paragraphs).
      ******************************************************************
           SELECT BUDGET-PREP ASSIGN TO "BUDGPREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.
           SELECT BUDGET-PREP-NEW ASSIGN TO "BUDGPREP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-NEW-STATUS.
