      ******************************************************************
      * Copybook: TURNFD
      * Purpose:  FDs for the shift roster. SHIFT-RECORD is one shift
      *           code with its scheduled start and end as HHMM (an
      *           end at or before the start means the shift runs
      *           past midnight); TU-ACTIVO "N" keeps a retired code
      *           on file for the roster lines that still name it.
      *           ROSTER-RECORD is the employee's schedule for one
      *           date: the shift and its hours as they stood when
      *           the day was rostered, or RO-DESCANSO "S" for a rest
      *           day (shift blank, hours zero). See TURNSL.cpy for
      *           the FILE-CONTROL entries.
      ******************************************************************
       FD  SHIFT-MASTER.
       01  SHIFT-RECORD.
           05  TU-CODIGO            PIC X(4).
           05  TU-DESCRIPCION       PIC X(20).
           05  TU-ENTRADA           PIC 9(4).
           05  TU-SALIDA            PIC 9(4).
           05  TU-ACTIVO            PIC X.

       FD  SHIFT-MASTER-NEW.
       01  SHIFT-NEW-LINE           PIC X(33).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  RO-EMPLOYEE-ID       PIC 9(6).
           05  RO-FECHA             PIC 9(8).
           05  RO-TURNO             PIC X(4).
           05  RO-ENTRADA           PIC 9(4).
           05  RO-SALIDA            PIC 9(4).
           05  RO-DESCANSO          PIC X.

       FD  ROSTER-NEW.
       01  ROSTER-NEW-LINE          PIC X(27).
