      ******************************************************************
      * Copybook: INVMWS
      * Purpose:  WORKING-STORAGE for the receivables open-invoices
      *           master. PERFORM CARGA-FACTURAS-CLIENTE once at start
      *           of run (or before each update on a desk). Set
      *           WS-IM-LOOKUP-NUMERO and PERFORM
      *           BUSCA-FACTURA-CLIENTE for the entry in WS-IM-IX
      *           (zero if none). Set WS-IM-CAMBIADO after changing
      *           the table and PERFORM GRABA-FACTURAS-CLIENTE.
      ******************************************************************
       01  WS-INV-STATUS               PIC XX.
           88  WS-INV-OK               VALUE "00".
       01  WS-IVN-STATUS               PIC XX.
           88  WS-IVN-OK               VALUE "00".
       01  WS-IM-EOF-SWITCH            PIC X VALUE "N".
           88  WS-IM-EOF               VALUE "Y".
       01  WS-IM-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-IM-CAMBIADO          VALUE "Y".

       01  WS-IM-LOOKUP-NUMERO         PIC 9(6).
       01  WS-IM-IX                    PIC 9(4).

      *    Mismo tope que la tabla de APLICA-COBROS.
       01  WS-IM-MAX                   PIC 9(4) VALUE 1000.
       01  WS-IM-COUNT                 PIC 9(4) VALUE 0.
       01  WS-IM-I                     PIC 9(4).
       01  WS-IM-TABLE.
           05  WS-IM-ENTRY OCCURS 1000 TIMES.
               10  WS-IM-TBL-NUMERO    PIC 9(6).
               10  WS-IM-TBL-CUENTA    PIC X(8).
               10  WS-IM-TBL-FECHA     PIC 9(8).
               10  WS-IM-TBL-IMPORTE   PIC 9(7)V99.
               10  WS-IM-TBL-ESTADO    PIC X.
               10  WS-IM-TBL-COBRO     PIC 9(8).
               10  WS-IM-TBL-NIVEL     PIC 9.
               10  WS-IM-TBL-FECHA-AVISO
                                       PIC 9(8).
               10  WS-IM-TBL-RETENIDA  PIC X.
               10  WS-IM-TBL-COD-IMPUESTO
                                       PIC X(4).
               10  WS-IM-TBL-NETO      PIC 9(7)V99.
               10  WS-IM-TBL-IMPUESTO  PIC 9(7)V99.
               10  WS-IM-TBL-BRUTO     PIC 9(7)V99.
