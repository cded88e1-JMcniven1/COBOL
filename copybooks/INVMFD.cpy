      ******************************************************************
      * Copybook: INVMFD
      * Purpose:  FD for the receivables open-invoices master. An
      *           invoice carries its number (series INV of
      *           NUMCTRL.DAT), the customer's ledger account, the
      *           issue date, the amount, its status (A = abierta,
      *           C = cobrada; P = aparcada, held back by the credit
      *           check until credit control approves it, R =
      *           rechazada by credit control -- neither P nor R is
      *           owed; I = incobrable, written off against the
      *           bad-debt allowance on CONTROLA-CREDITO, still owed
      *           but out of aging and dunning, with the write-off
      *           date in the collection date; V = recuperada, an I
      *           collected later), the collection date, the last
      *           dunning level sent (0 = none, 1 = recordatorio,
      *           2 = segundo aviso, 3 = requerimiento final), the
      *           date that notice went out and the dispute hold
      *           flag (S = en disputa, kept out of the dunning
      *           run), then the sales-tax code (TAXMAST.DAT) and
      *           the net, tax and gross amounts as issued. The
      *           amount (IV-IMPORTE) is what the customer still
      *           owes on the invoice: the gross less the credit
      *           notes issued against it (NOTACRED.DAT). Records
      *           written before the dunning fields existed end at
      *           the collection date; loaders treat the missing
      *           fields as level 0, no notice and no hold. Records
      *           written before sales tax carry no code, and
      *           loaders take their amount as net and gross with no
      *           tax. See INVMSL.cpy for the matching FILE-CONTROL
      *           entries.
      ******************************************************************
       FD  INVOICE-MASTER.
       01  INVOICE-MASTER-RECORD.
           05  IV-NUMBER            PIC 9(6).
           05  IV-ACCOUNT-ID        PIC X(8).
           05  IV-FECHA             PIC 9(8).
           05  IV-IMPORTE           PIC 9(7)V99.
           05  IV-ESTADO            PIC X.
               88  IV-ABIERTA       VALUE "A".
               88  IV-COBRADA       VALUE "C".
               88  IV-APARCADA      VALUE "P".
               88  IV-RECHAZADA     VALUE "R".
               88  IV-INCOBRABLE    VALUE "I".
               88  IV-RECUPERADA    VALUE "V".
           05  IV-FECHA-COBRO       PIC 9(8).
           05  IV-NIVEL-AVISO       PIC 9.
           05  IV-FECHA-AVISO       PIC 9(8).
           05  IV-RETENIDA          PIC X.
               88  IV-EN-DISPUTA    VALUE "S".
           05  IV-COD-IMPUESTO      PIC X(4).
           05  IV-NETO              PIC 9(7)V99.
           05  IV-IMPUESTO          PIC 9(7)V99.
           05  IV-BRUTO             PIC 9(7)V99.

       FD  INVOICE-NEW.
       01  INVOICE-NEW-LINE         PIC X(81).
