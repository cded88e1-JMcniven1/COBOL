      ******************************************************************
      * Copybook: REQSL
      * Purpose:  FILE-CONTROL entries for recruitment: the job
      *           requisition master (REQUIS.DAT, one requisition per
      *           vacant authorized position being recruited for) and
      *           the candidate pipeline (CANDPIPE.DAT, the candidates
      *           of each requisition and the stage each has reached),
      *           with their work images (.NEW) used to regrabar them
      *           whole. Pair with REQFD.cpy (FILE SECTION), REQWS.cpy
      *           (WORKING-STORAGE) and REQWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT REQUISITION-FILE ASSIGN TO "REQUIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
           SELECT REQUISITION-NEW ASSIGN TO "REQUIS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-NEW-STATUS.
           SELECT PIPELINE-FILE ASSIGN TO "CANDPIPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT PIPELINE-NEW ASSIGN TO "CANDPIPE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-NEW-STATUS.
