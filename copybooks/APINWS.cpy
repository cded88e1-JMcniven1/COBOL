      ******************************************************************
      * Copybook: APINWS
      * Purpose:  WORKING-STORAGE for the accounts payable vendor
      *           invoice register. PERFORM CARGA-FACTURAS-PROVEEDOR
      *           once at start of run (or before each update on a
      *           desk). Set WS-AI-LOOKUP-NUMERO and PERFORM
      *           BUSCA-FACTURA-PROVEEDOR for the entry in WS-AI-IX
      *           (zero if none); set WS-AI-LOOKUP-PAYEE and
      *           WS-AI-LOOKUP-FACTURA and PERFORM
      *           BUSCA-FACTURA-DUPLICADA for a live (not voided)
      *           invoice of that payee under that vendor number.
      *           Set WS-AI-CAMBIADO after changing the table and
      *           PERFORM GRABA-FACTURAS-PROVEEDOR.
      ******************************************************************
       01  WS-AI-STATUS                PIC XX.
           88  WS-AI-OK                VALUE "00".
       01  WS-AI-NEW-STATUS            PIC XX.
           88  WS-AI-NEW-OK            VALUE "00".
       01  WS-AI-EOF-SWITCH            PIC X VALUE "N".
           88  WS-AI-EOF               VALUE "Y".
       01  WS-AI-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-AI-CAMBIADO          VALUE "Y".

       01  WS-AI-LOOKUP-NUMERO         PIC 9(6).
       01  WS-AI-LOOKUP-PAYEE          PIC X(6).
       01  WS-AI-LOOKUP-FACTURA        PIC X(15).
       01  WS-AI-IX                    PIC 9(5).

       01  WS-AI-MAX                   PIC 9(5) VALUE 10000.
       01  WS-AI-COUNT                 PIC 9(5) VALUE 0.
       01  WS-AI-I                     PIC 9(5).
       01  WS-AI-TABLE.
           05  WS-AI-ENTRY OCCURS 10000 TIMES.
               10  WS-AI-TBL-NUMERO    PIC 9(6).
               10  WS-AI-TBL-PAYEE     PIC X(6).
               10  WS-AI-TBL-FACTURA   PIC X(15).
               10  WS-AI-TBL-FECHA     PIC 9(8).
               10  WS-AI-TBL-VENCE     PIC 9(8).
               10  WS-AI-TBL-IMPORTE   PIC 9(7)V99.
               10  WS-AI-TBL-CUENTA    PIC X(8).
               10  WS-AI-TBL-ESTADO    PIC X.
               10  WS-AI-TBL-FECHA-EST PIC 9(8).
               10  WS-AI-TBL-OPERADOR  PIC X(8).
               10  WS-AI-TBL-OC        PIC 9(6).
