           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

       FD  PROGRESS-FILE.
       01  PROGRESS-RECORD.
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  AUDIT-REPORT.
       01  REPORT-LINE              PIC X(90).
