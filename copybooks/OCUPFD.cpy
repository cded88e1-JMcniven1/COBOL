      ******************************************************************
      * Copybook: OCUPFD
      * Purpose:  FDs for building occupancy. A row carries the badge
      *           (employee badge from BADGEMP.DAT or visitor badge
      *           from VISLOG.DAT), the zone of its last granted
      *           entry (ZONEMAST.DAT) and the day and time of that
      *           entry (AAAAMMDD, HHMM). A granted exit removes the
      *           row. See OCUPSL.cpy for the matching FILE-CONTROL
      *           entries.
      ******************************************************************
       FD  OCCUPANCY-FILE.
       01  OCCUPANCY-RECORD.
           05  OC-BADGE-ID          PIC X(8).
           05  OC-ZONA              PIC X(4).
           05  OC-FECHA             PIC 9(8).
           05  OC-HORA              PIC 9(4).

       FD  OCCUPANCY-FILE-NEW.
       01  OCCUPANCY-NEW-LINE       PIC X(24).
