      ******************************************************************
      * Copybook: ASISFD
      * Purpose:  FDs for student daily attendance. A mark carries
      *           the student (STUMAST.DAT), the section
      *           (SECTMAST.DAT), the school day, the code (P
      *           presente, A ausente sin justificar, E ausencia
      *           justificada, T tarde), the moment it was captured
      *           (AAAAMMDDHHMMSSCC, orders corrections of the same
      *           day) and the operator. A totals row carries, per
      *           student and term, the count of each code and the
      *           highest absence-threshold letter already sent to
      *           the guardians (0 none, 1 first, 2 second) with its
      *           date. A calendar row names a term (AAAA + T +
      *           number, e.g. 2026T1) and its first and last day.
      *           See ASISSL.cpy for the matching FILE-CONTROL
      *           entries.
      ******************************************************************
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05  AS-STUDENT-ID        PIC 9(6).
           05  AS-SECTION           PIC X(4).
           05  AS-FECHA             PIC 9(8).
           05  AS-CODIGO            PIC X.
               88  AS-PRESENTE      VALUE "P".
               88  AS-AUSENTE       VALUE "A".
               88  AS-JUSTIFICADA   VALUE "E".
               88  AS-TARDE         VALUE "T".
               88  AS-CODIGO-VALIDO VALUE "P" "A" "E" "T".
           05  AS-CAPTURA           PIC 9(16).
           05  AS-OPERADOR          PIC X(8).

       FD  ATTENDANCE-TOTALS.
       01  ATTENDANCE-TOTALS-RECORD.
           05  AA-STUDENT-ID        PIC 9(6).
           05  AA-TERMINO           PIC X(6).
           05  AA-PRESENTES         PIC 9(4).
           05  AA-AUSENTES          PIC 9(4).
           05  AA-JUSTIFICADAS      PIC 9(4).
           05  AA-TARDANZAS         PIC 9(4).
           05  AA-CARTA-NIVEL       PIC 9.
           05  AA-FECHA-CARTA       PIC 9(8).

       FD  ATTENDANCE-TOTALS-NEW.
       01  ATTENDANCE-TOTALS-NEW-LINE
                                    PIC X(37).

       FD  TERM-CALENDAR.
       01  TERM-CALENDAR-RECORD.
           05  TC-TERMINO           PIC X(6).
           05  TC-DESDE             PIC 9(8).
           05  TC-HASTA             PIC 9(8).
