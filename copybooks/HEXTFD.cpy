      ******************************************************************
      * Copybook: HEXTFD
      * Purpose:  FDs for the overtime pricing rules. OT-RULE-RECORD
      *           is the factor applied to the base overtime rate
      *           (HR-SALARIO / 240 per hour) for overtime worked on
      *           a day type (L working day, D rest day or weekend,
      *           F holiday) in a shift; OR-TURNO "****" applies to
      *           any shift of that day type without a row of its
      *           own. See HEXTSL.cpy for the FILE-CONTROL entries.
      ******************************************************************
       FD  OT-RULE-FILE.
       01  OT-RULE-RECORD.
           05  OR-TIPO-DIA          PIC X.
           05  OR-TURNO             PIC X(4).
           05  OR-FACTOR            PIC 9V99.

       FD  OT-RULE-NEW.
       01  OT-RULE-NEW-LINE         PIC X(8).
