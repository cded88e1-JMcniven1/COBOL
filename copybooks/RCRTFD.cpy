      ******************************************************************
      * Copybook: RCRTFD
      * Purpose:  FDs for the zone-access recertification register.
      *           RECERT-RECORD is one grant (badge and zone) of one
      *           campaign (year and quarter, AAAAT), with the
      *           employee behind the badge, the department and its
      *           head who must answer, the date from which the
      *           review is overdue and reminded, the deadline, and
      *           the answer: P pending, C certified, Q to be removed
      *           (QUITAR), S suspended at the deadline for want of
      *           an answer (a late certification still gives the
      *           grant back), with the date and operator who keyed
      *           it. Rows are written department by department, so
      *           a campaign reads in department order. See
      *           RCRTSL.cpy for the FILE-CONTROL entries.
      ******************************************************************
       FD  RECERT-FILE.
       01  RECERT-RECORD.
           05  RZ-CAMPANA           PIC 9(5).
           05  RZ-BADGE-ID          PIC X(8).
           05  RZ-ZONA              PIC X(4).
           05  RZ-EMPLEADO          PIC 9(6).
           05  RZ-DEPTO             PIC X(4).
           05  RZ-JEFE              PIC 9(6).
           05  RZ-AVISO             PIC 9(8).
           05  RZ-LIMITE            PIC 9(8).
           05  RZ-ESTADO            PIC X.
           05  RZ-FECHA-RESP        PIC 9(8).
           05  RZ-OPERADOR          PIC X(8).

       FD  RECERT-FILE-NEW.
       01  RECERT-NEW-LINE          PIC X(66).
