      ******************************************************************
      * Copybook: ACGLWS
      * Purpose:  WORKING-STORAGE for the fixed-asset feed. Per
      *           movement move month, tipo, debit and credit
      *           accounts, amount and asset to the WS-FA-* fields
      *           and PERFORM AGREGA-ASIENTO-ACTIVO (ACGLWR.cpy).
      ******************************************************************
       01  WS-FA-STATUS                PIC XX.
           88  WS-FA-OK                VALUE "00".
       01  WS-FA-EOF-SWITCH            PIC X VALUE "N".
           88  WS-FA-EOF               VALUE "Y".
       01  WS-FA-ANOMES                PIC 9(6).
       01  WS-FA-TIPO                  PIC X.
       01  WS-FA-DEBE                  PIC X(8).
       01  WS-FA-HABER                 PIC X(8).
       01  WS-FA-IMPORTE               PIC 9(9)V99.
       01  WS-FA-ACTIVO                PIC 9(6).
