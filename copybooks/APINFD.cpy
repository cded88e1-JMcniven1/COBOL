      ******************************************************************
      * Copybook: APINFD
      * Purpose:  FD for the accounts payable vendor invoice register.
      *           An invoice carries its internal number (series APIN
      *           of NUMCTRL.DAT), the payee (PY-ID of PAYEEMST.DAT),
      *           the vendor's own invoice number (unique per payee),
      *           the invoice date, the due date, the amount, the GL
      *           account it is charged to (an ACCTMAST account), its
      *           status (A = abierta, G = pagada, X = anulada), the
      *           date it was paid or voided, the operator who
      *           registered it and the purchase order (POMAST.DAT)
      *           it was matched to, zero when it was billed without
      *           one. See APINSL.cpy for the matching FILE-CONTROL
      *           entries.
      ******************************************************************
       FD  AP-INVOICE-FILE.
       01  AP-INVOICE-RECORD.
           05  AI-NUMERO            PIC 9(6).
           05  AI-PAYEE-ID          PIC X(6).
           05  AI-FACTURA           PIC X(15).
           05  AI-FECHA             PIC 9(8).
           05  AI-VENCE             PIC 9(8).
           05  AI-IMPORTE           PIC 9(7)V99.
           05  AI-CUENTA            PIC X(8).
           05  AI-ESTADO            PIC X.
               88  AI-ABIERTA       VALUE "A".
               88  AI-PAGADA        VALUE "G".
               88  AI-ANULADA       VALUE "X".
           05  AI-FECHA-ESTADO      PIC 9(8).
           05  AI-OPERADOR          PIC X(8).
           05  AI-OC                PIC 9(6).

       FD  AP-INVOICE-NEW.
       01  AP-INVOICE-NEW-LINE      PIC X(83).
