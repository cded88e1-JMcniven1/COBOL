      ******************************************************************
      * Copybook: RCUOFD
      * Purpose:  FD for the fee hold list. One row per student with
      *           school fees unpaid past the payment term: the level
      *           (R on hold - flagged on the listings, B blocked -
      *           past the cutoff, report card and transcript
      *           withheld), the oldest unpaid fee invoice and its
      *           date, the total still owed on the student's fee
      *           invoices and the days the oldest one is overdue.
      *           See RCUOSL.cpy for the matching FILE-CONTROL entry.
      ******************************************************************
       FD  FEE-HOLDS.
       01  FEE-HOLD-RECORD.
           05  HQ-STUDENT-ID        PIC 9(6).
           05  HQ-NIVEL             PIC X.
               88  HQ-RETENIDO      VALUE "R".
               88  HQ-BLOQUEADO     VALUE "B".
           05  HQ-FACTURA           PIC 9(6).
           05  HQ-FECHA             PIC 9(8).
           05  HQ-ADEUDADO          PIC 9(7)V99.
           05  HQ-DIAS              PIC 9(4).
