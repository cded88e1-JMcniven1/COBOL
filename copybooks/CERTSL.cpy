      ******************************************************************
      * Copybook: CERTSL
      * Purpose:  FILE-CONTROL entries for the training and
      *           certification register: the certification master
      *           (CERTMAST.DAT, one record per employee and course
      *           with completion and expiry dates, kept on
      *           MANTIENE-CERTIFICACIONES) and the zone requirements
      *           (ZONECERT.DAT, the courses a ZONEMAST.DAT zone
      *           demands of whoever enters it), each with the work
      *           image (.NEW) used to regrabar it whole. Pair with
      *           CERTFD.cpy (FILE SECTION), CERTWS.cpy
      *           (WORKING-STORAGE) and CERTWR.cpy (the load, lookup,
      *           requirement check and rewrite paragraphs).
      ******************************************************************
           SELECT CERT-MASTER ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CERT-MASTER-NEW ASSIGN TO "CERTMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-NEW-STATUS.
           SELECT ZONE-CERT-FILE ASSIGN TO "ZONECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZCRT-STATUS.
           SELECT ZONE-CERT-NEW ASSIGN TO "ZONECERT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZCRT-NEW-STATUS.
