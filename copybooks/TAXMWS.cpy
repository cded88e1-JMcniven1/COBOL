      ******************************************************************
      * Copybook: TAXMWS
      * Purpose:  WORKING-STORAGE for the sales-tax master and the
      *           account defaults. PERFORM CARGA-IMPUESTOS once at
      *           start of run (or before each update on a desk). Set
      *           WS-TX-LOOKUP-CODIGO and WS-TX-LOOKUP-FECHA and
      *           PERFORM BUSCA-TASA-IMPUESTO for the row in force on
      *           that date in WS-TX-IX (zero if none); set
      *           WS-TA-LOOKUP-CUENTA and PERFORM
      *           BUSCA-IMPUESTO-CUENTA for the account's default in
      *           WS-TA-IX (zero if none). Set WS-TX-CAMBIADO /
      *           WS-TA-CAMBIADO after changing a table and PERFORM
      *           GRABA-IMPUESTOS.
      ******************************************************************
       01  WS-TX-STATUS                PIC XX.
           88  WS-TX-OK                VALUE "00".
       01  WS-TX-NEW-STATUS            PIC XX.
           88  WS-TX-NEW-OK            VALUE "00".
       01  WS-TA-STATUS                PIC XX.
           88  WS-TA-OK                VALUE "00".
       01  WS-TA-NEW-STATUS            PIC XX.
           88  WS-TA-NEW-OK            VALUE "00".
       01  WS-TX-EOF-SWITCH            PIC X VALUE "N".
           88  WS-TX-EOF               VALUE "Y".
       01  WS-TX-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-TX-CAMBIADO          VALUE "Y".
       01  WS-TA-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-TA-CAMBIADO          VALUE "Y".
      *    Sin TAXMAST.DAT en disco las facturas salen sin impuesto.
       01  WS-TX-PRESENTE-SWITCH       PIC X VALUE "N".
           88  WS-TX-PRESENTE          VALUE "Y".

       01  WS-TX-LOOKUP-CODIGO         PIC X(4).
       01  WS-TX-LOOKUP-FECHA          PIC 9(8).
       01  WS-TX-IX                    PIC 9(4).
       01  WS-TA-LOOKUP-CUENTA         PIC X(8).
       01  WS-TA-IX                    PIC 9(4).

       01  WS-TX-MAX                   PIC 9(4) VALUE 200.
       01  WS-TX-COUNT                 PIC 9(4) VALUE 0.
       01  WS-TX-I                     PIC 9(4).
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY OCCURS 200 TIMES.
               10  WS-TX-TBL-CODIGO    PIC X(4).
               10  WS-TX-TBL-DESDE     PIC 9(8).
               10  WS-TX-TBL-HASTA     PIC 9(8).
               10  WS-TX-TBL-TASA      PIC 9(3)V99.
               10  WS-TX-TBL-EXENTO    PIC X.
               10  WS-TX-TBL-CUENTA    PIC X(8).
               10  WS-TX-TBL-DESC      PIC X(20).

       01  WS-TA-MAX                   PIC 9(4) VALUE 2000.
       01  WS-TA-COUNT                 PIC 9(4) VALUE 0.
       01  WS-TA-I                     PIC 9(4).
       01  WS-TA-TABLE.
           05  WS-TA-ENTRY OCCURS 2000 TIMES.
               10  WS-TA-TBL-CUENTA    PIC X(8).
               10  WS-TA-TBL-CODIGO    PIC X(4).
