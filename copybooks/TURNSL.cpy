      ******************************************************************
      * Copybook: TURNSL
      * Purpose:  FILE-CONTROL entries for the shift roster: the
      *           shift master (TURNOS.DAT, one record per shift code
      *           with its scheduled start and end) and the roster
      *           (ROSTER.DAT, one record per employee and date with
      *           the shift worked that day or the rest-day mark),
      *           both kept on MANTIENE-TURNOS, each with the work
      *           image (.NEW) used to regrabar it whole. Pair with
      *           TURNFD.cpy (FILE SECTION), TURNWS.cpy
      *           (WORKING-STORAGE) and TURNWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT SHIFT-MASTER ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURN-STATUS.
           SELECT SHIFT-MASTER-NEW ASSIGN TO "TURNOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURN-NEW-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.
           SELECT ROSTER-NEW ASSIGN TO "ROSTER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-NEW-STATUS.
