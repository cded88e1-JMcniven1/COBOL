      ******************************************************************
      * Copybook: INCGSL
      * Purpose:  FILE-CONTROL entry for the bad-debt allowance feed
      *           to the GL interface (INCGL.DAT): one balanced line
      *           per provision adjustment (PROVISION-INCOBRABLE),
      *           write-off (CONTROLA-CREDITO) and recovery of a
      *           written-off invoice (APLICA-COBROS), picked up once
      *           by EXTRAE-GL. Pair with INCGFD.cpy, INCGWS.cpy and
      *           INCGWR.cpy.
      ******************************************************************
           SELECT ALLOWANCE-GL-FILE ASSIGN TO "INCGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IG-STATUS.
