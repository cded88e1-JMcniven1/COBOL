      ******************************************************************
      * Copybook: DRECSL
      * Purpose:  FILE-CONTROL entries for the standing-journal master
      *           (DIARREC.DAT, one row per recurring journal - rent,
      *           insurance amortization, accrued expenses - with its
      *           balanced lines, frequency, first and last period
      *           and the auto-reverse flag, kept on
      *           MANTIENE-RECURRENTES and generated at month end by
      *           GENERA-RECURRENTES) and its work image (.NEW) used
      *           to regrabar it whole. Pair with DRECFD.cpy (FILE
      *           SECTION), DRECWS.cpy (WORKING-STORAGE) and
      *           DRECWR.cpy (the load, lookup and rewrite
      *           paragraphs).
      ******************************************************************
           SELECT STANDING-JOURNAL ASSIGN TO "DIARREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-STATUS.
           SELECT STANDING-JOURNAL-NEW ASSIGN TO "DIARREC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-NEW-STATUS.
