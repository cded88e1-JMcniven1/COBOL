      ******************************************************************
      * Copybook: INCGWS
      * Purpose:  WORKING-STORAGE for the bad-debt allowance feed.
      *           Per movement move tipo, debit and credit accounts,
      *           amount and invoice to the WS-IG-* fields and
      *           PERFORM AGREGA-ASIENTO-INCOBRABLE (INCGWR.cpy).
      *           CALCULA-SALDO-PROVISION leaves in WS-IG-SALDO the
      *           allowance balance: every credit to the allowance
      *           account on the feed less every debit to it.
      ******************************************************************
       01  WS-IG-STATUS                PIC XX.
           88  WS-IG-OK                VALUE "00".
       01  WS-IG-EOF-SWITCH            PIC X VALUE "N".
           88  WS-IG-EOF               VALUE "Y".
      *    Cuentas del mayor: gasto por incobrables y la provision
      *    (cuenta regularizadora de clientes).
       01  WS-IG-CTA-GASTO             PIC X(8) VALUE "GASINC  ".
       01  WS-IG-CTA-PROVISION         PIC X(8) VALUE "PROVINC ".
       01  WS-IG-TIPO                  PIC X.
       01  WS-IG-DEBE                  PIC X(8).
       01  WS-IG-HABER                 PIC X(8).
       01  WS-IG-IMPORTE               PIC 9(9)V99.
       01  WS-IG-FACTURA               PIC 9(6).
       01  WS-IG-SALDO                 PIC S9(9)V99 VALUE 0.
