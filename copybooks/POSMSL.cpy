      ******************************************************************
      * Copybook: POSMSL
      * Purpose:  FILE-CONTROL entries for the position master
      *           (POSMAST.DAT, the authorized positions per
      *           department) and its work image (POSMAST.NEW) used
      *           to regrabar the master whole. Pair with POSMFD.cpy
      *           (FILE SECTION), POSMWS.cpy (WORKING-STORAGE) and
      *           POSMWR.cpy (the CARGA-POSMAST / GRABA-POSMAST and
      *           position lookup paragraphs).
      ******************************************************************
           SELECT POS-MASTER ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSM-STATUS.
           SELECT POS-MASTER-NEW ASSIGN TO "POSMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSM-NEW-STATUS.
