      ******************************************************************
      * Copybook: ASISSL
      * Purpose:  FILE-CONTROL entries for student daily attendance:
      *           the attendance marks (ASISTEN.DAT, one row per
      *           student, section and school day as taken by
      *           PASA-LISTA, appended; a later mark for the same
      *           student, section and day supersedes the earlier
      *           one), the cumulative totals per student and term
      *           (ASISACUM.DAT, rebuilt by ACUMULA-ASISTENCIA) with
      *           the work image (.NEW) used to regrabar it whole,
      *           and the term calendar of the school year
      *           (TERMCAL.DAT). Pair with ASISFD.cpy (FILE SECTION),
      *           ASISWS.cpy (WORKING-STORAGE) and ASISWR.cpy (the
      *           load, lookup, rewrite and append paragraphs).
      ******************************************************************
           SELECT ATTENDANCE-FILE ASSIGN TO "ASISTEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.
           SELECT ATTENDANCE-TOTALS ASSIGN TO "ASISACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-STATUS.
           SELECT ATTENDANCE-TOTALS-NEW ASSIGN TO "ASISACUM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-NEW-STATUS.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
