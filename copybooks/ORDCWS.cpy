      ******************************************************************
      * Copybook: ORDCWS
      * Purpose:  WORKING-STORAGE for the purchase order master.
      *           PERFORM CARGA-ORDENES-COMPRA once at start of run
      *           (or before each update on a desk). Set
      *           WS-OC-LOOKUP-NUMERO and PERFORM BUSCA-ORDEN-COMPRA
      *           for the entry in WS-OC-IX (zero if none). Set
      *           WS-OC-CAMBIADO after changing the table and PERFORM
      *           GRABA-ORDENES-COMPRA.
      ******************************************************************
       01  WS-OC-STATUS                PIC XX.
           88  WS-OC-OK                VALUE "00".
       01  WS-OC-NEW-STATUS            PIC XX.
           88  WS-OC-NEW-OK            VALUE "00".
       01  WS-OC-EOF-SWITCH            PIC X VALUE "N".
           88  WS-OC-EOF               VALUE "Y".
       01  WS-OC-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-OC-CAMBIADO          VALUE "Y".

       01  WS-OC-LOOKUP-NUMERO         PIC 9(6).
       01  WS-OC-IX                    PIC 9(4).

       01  WS-OC-MAX                   PIC 9(4) VALUE 5000.
       01  WS-OC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-OC-I                     PIC 9(4).
       01  WS-OC-TABLE.
           05  WS-OC-ENTRY OCCURS 5000 TIMES.
               10  WS-OC-TBL-NUMERO    PIC 9(6).
               10  WS-OC-TBL-DEPT      PIC X(4).
               10  WS-OC-TBL-CUENTA    PIC X(8).
               10  WS-OC-TBL-PAYEE     PIC X(6).
               10  WS-OC-TBL-ANOMES    PIC 9(6).
               10  WS-OC-TBL-FECHA     PIC 9(8).
               10  WS-OC-TBL-DESCRIPCION
                                       PIC X(20).
               10  WS-OC-TBL-IMPORTE   PIC 9(7)V99.
               10  WS-OC-TBL-RELEVADO  PIC 9(7)V99.
               10  WS-OC-TBL-ESTADO    PIC X.
               10  WS-OC-TBL-OPERADOR  PIC X(8).
               10  WS-OC-TBL-AUTORIZA  PIC X(8).
               10  WS-OC-TBL-FECHA-EST PIC 9(8).
