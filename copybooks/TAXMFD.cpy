      ******************************************************************
      * Copybook: TAXMFD
      * Purpose:  FD for the sales-tax master and the account
      *           defaults. A tax code may have several rows, one
      *           per period of validity (desde / hasta, 99999999 =
      *           still in force), so a rate change is a new row and
      *           the old invoices keep the rate of their date. The
      *           rate is a percentage of the net amount; an exempt
      *           code (S) charges no tax but its base is still
      *           declared. The account defaults give the code an
      *           invoice of the account takes when the desk leaves
      *           it blank. See TAXMSL.cpy for the matching
      *           FILE-CONTROL entries.
      ******************************************************************
       FD  TAX-MASTER.
       01  TAX-MASTER-RECORD.
           05  TX-CODIGO            PIC X(4).
           05  TX-DESDE             PIC 9(8).
           05  TX-HASTA             PIC 9(8).
           05  TX-TASA              PIC 9(3)V99.
           05  TX-EXENTO            PIC X.
               88  TX-ES-EXENTO     VALUE "S".
           05  TX-CUENTA            PIC X(8).
           05  TX-DESCRIPCION       PIC X(20).

       FD  TAX-NEW.
       01  TAX-NEW-LINE             PIC X(54).

       FD  TAX-ACCOUNT.
       01  TAX-ACCOUNT-RECORD.
           05  TA-CUENTA            PIC X(8).
           05  TA-CODIGO            PIC X(4).

       FD  TAX-ACCOUNT-NEW.
       01  TAX-ACCOUNT-NEW-LINE     PIC X(12).
