      ******************************************************************
      * Copybook: RCRTSL
      * Purpose:  FILE-CONTROL entries for the quarterly zone-access
      *           recertification register (RECERZON.DAT, one record
      *           per BADGZONE.DAT grant put before a department head
      *           in a campaign, opened by ABRE-RECERTIFICACION) and
      *           the work image (.NEW) used to regrabar it whole.
      *           Pair with RCRTFD.cpy (FILE SECTION), RCRTWS.cpy
      *           (WORKING-STORAGE) and RCRTWR.cpy (the load and
      *           rewrite paragraphs).
      ******************************************************************
           SELECT RECERT-FILE ASSIGN TO "RECERZON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRT-STATUS.
           SELECT RECERT-FILE-NEW ASSIGN TO "RECERZON.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRT-NEW-STATUS.
