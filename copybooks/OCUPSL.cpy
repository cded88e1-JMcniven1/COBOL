      ******************************************************************
      * Copybook: OCUPSL
      * Purpose:  FILE-CONTROL entries for building occupancy: the
      *           live occupancy file (OCUPA.DAT, one row per badge
      *           currently inside, with the zone it last entered,
      *           kept by the entry gate Condicional_IF_OR) and the
      *           work image (.NEW) used to regrabar it whole. Pair
      *           with OCUPFD.cpy (FILE SECTION), OCUPWS.cpy
      *           (WORKING-STORAGE) and OCUPWR.cpy (the load, lookup,
      *           remove and rewrite paragraphs).
      ******************************************************************
           SELECT OCCUPANCY-FILE ASSIGN TO "OCUPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT OCCUPANCY-FILE-NEW ASSIGN TO "OCUPA.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-NEW-STATUS.
