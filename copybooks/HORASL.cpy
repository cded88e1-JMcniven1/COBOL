      ******************************************************************
      * Copybook: HORASL
      * Purpose:  FILE-CONTROL entries for the class timetable: the
      *           weekly timetable of each section (SECTHOR.DAT, one
      *           row per section, day and period with the room it
      *           meets in) and the room master (AULAS.DAT, one row
      *           per room with its seating capacity). Pair with
      *           HORAFD.cpy (FILE SECTION), HORAWS.cpy
      *           (WORKING-STORAGE) and HORAWR.cpy (the load, lookup
      *           and roster paragraphs).
      ******************************************************************
           SELECT SECTION-TIMETABLE ASSIGN TO "SECTHOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.
           SELECT ROOM-MASTER ASSIGN TO "AULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
