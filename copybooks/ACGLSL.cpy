      ******************************************************************
      * Copybook: ACGLSL
      * Purpose:  FILE-CONTROL entry for the fixed-asset feed to the
      *           GL interface (ACTGL.DAT): one balanced line per
      *           department's monthly depreciation (DEPRECIA-
      *           ACTIVOS) and per leg of an asset disposal
      *           (MANTIENE-ACTIVOS), picked up once by EXTRAE-GL.
      *           Pair with ACGLFD.cpy, ACGLWS.cpy and ACGLWR.cpy.
      ******************************************************************
           SELECT ASSET-GL-FILE ASSIGN TO "ACTGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA-STATUS.
