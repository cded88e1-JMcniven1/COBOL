      ******************************************************************
      * Copybook: NCRDFD
      * Purpose:  FD for the receivables credit notes. A credit note
      *           names the invoice it credits and carries that
      *           invoice's tax code, with the net, tax and gross
      *           credited on the date of the note; the invoice's
      *           amount owed on INVMAST.DAT goes down by the gross.
      *           See NCRDSL.cpy for the matching FILE-CONTROL entry.
      ******************************************************************
       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-RECORD.
           05  NC-NUMERO            PIC 9(6).
           05  NC-FACTURA           PIC 9(6).
           05  NC-CUENTA            PIC X(8).
           05  NC-FECHA             PIC 9(8).
           05  NC-COD-IMPUESTO      PIC X(4).
           05  NC-NETO              PIC 9(7)V99.
           05  NC-IMPUESTO          PIC 9(7)V99.
           05  NC-BRUTO             PIC 9(7)V99.
           05  NC-MOTIVO            PIC X(20).
           05  NC-OPERADOR          PIC X(8).
