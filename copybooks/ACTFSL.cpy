      ******************************************************************
      * Copybook: ACTFSL
      * Purpose:  FILE-CONTROL entries for the fixed-asset register
      *           (ACTIVOS.DAT, one row per asset with its department,
      *           cost, useful life, depreciation method, salvage
      *           value and the depreciation accumulated so far, kept
      *           on MANTIENE-ACTIVOS and depreciated monthly by
      *           DEPRECIA-ACTIVOS) and its work image (.NEW) used to
      *           regrabar it whole. Pair with ACTFFD.cpy (FILE
      *           SECTION), ACTFWS.cpy (WORKING-STORAGE) and
      *           ACTFWR.cpy (the load, lookup and rewrite
      *           paragraphs).
      ******************************************************************
           SELECT ASSET-MASTER ASSIGN TO "ACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT ASSET-NEW ASSIGN TO "ACTIVOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AF-NEW-STATUS.
