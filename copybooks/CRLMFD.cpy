      ******************************************************************
      * Copybook: CRLMFD
      * Purpose:  Record layout of the customer credit master. An
      *           account without a row has no credit limit set and
      *           is invoiced freely; with a row, open receivables
      *           plus the new invoice may not pass CL-LIMITE (zero
      *           = no credit) and an account on hold gets no
      *           invoice issued without credit-control approval.
      *           CL-MOTIVO says who put the hold: M desk (manual),
      *           A the aging (invoices past 90 days).
      ******************************************************************
       FD  CREDIT-MASTER.
       01  CREDIT-MASTER-RECORD.
           05  CL-CUENTA            PIC X(8).
           05  CL-LIMITE            PIC 9(7)V99.
           05  CL-RETENIDA          PIC X.
               88  CL-EN-RETENCION  VALUE "S".
           05  CL-MOTIVO            PIC X.
               88  CL-MOTIVO-MANUAL VALUE "M".
               88  CL-MOTIVO-AUTO   VALUE "A".
           05  CL-FECHA-RETENCION   PIC 9(8).
           05  CL-OPERADOR          PIC X(8).

       FD  CREDIT-NEW.
       01  CREDIT-NEW-LINE          PIC X(35).
