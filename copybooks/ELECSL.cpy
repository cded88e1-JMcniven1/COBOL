      ******************************************************************
      * Copybook: ELECSL
      * Purpose:  FILE-CONTROL entries for the benefit open
      *           enrollment: the window control (PARM167.DAT, the
      *           dates the election window opens and closes and the
      *           date the new plan year starts) and the election
      *           file (ELECCION.DAT, one row per employee and plan
      *           year from capture through confirmation to its
      *           application on BENENROL.DAT), with the work image
      *           (.NEW) used to regrabar it whole. Pair with
      *           ELECFD.cpy (FILE SECTION), ELECWS.cpy
      *           (WORKING-STORAGE) and ELECWR.cpy (the read, load,
      *           lookup and rewrite paragraphs).
      ******************************************************************
           SELECT ELECTION-PARM-FILE ASSIGN TO "PARM167.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-PARM-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "ELECCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
           SELECT ELECTION-NEW ASSIGN TO "ELECCION.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-NEW-STATUS.
