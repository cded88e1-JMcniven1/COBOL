      ******************************************************************
      * Copybook: HORAFD
      * Purpose:  FDs for the class timetable. A timetable row places
      *           a section (SECTMAST.DAT) on a school day (1 lunes
      *           to 5 viernes) and period of the day (1 to 12) in a
      *           room; a section that meets several times a week has
      *           one row per meeting. A room row carries the room
      *           code, a description and the number of seats. See
      *           HORASL.cpy for the matching FILE-CONTROL entries.
      ******************************************************************
       FD  SECTION-TIMETABLE.
       01  SECTION-TIMETABLE-RECORD.
           05  HO-SECTION           PIC X(4).
           05  HO-DIA               PIC 9.
               88  HO-DIA-VALIDO    VALUE 1 THRU 5.
           05  HO-PERIODO           PIC 9(2).
               88  HO-PERIODO-VALIDO
                                    VALUE 1 THRU 12.
           05  HO-AULA              PIC X(4).

       FD  ROOM-MASTER.
       01  ROOM-MASTER-RECORD.
           05  AU-AULA              PIC X(4).
           05  AU-DESCRIPCION       PIC X(20).
           05  AU-CAPACIDAD         PIC 9(3).
