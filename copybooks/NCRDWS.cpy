      ******************************************************************
      * Copybook: NCRDWS
      * Purpose:  WORKING-STORAGE for the receivables credit notes.
      *           PERFORM CARGA-NOTAS-CREDITO for the whole file in
      *           the WS-NC-TBL-* table; to issue one, fill
      *           CREDIT-NOTE-RECORD and PERFORM AGREGA-NOTA-CREDITO
      *           (NCRDWR.cpy).
      ******************************************************************
       01  WS-NC-STATUS                PIC XX.
           88  WS-NC-OK                VALUE "00".
       01  WS-NC-EOF-SWITCH            PIC X VALUE "N".
           88  WS-NC-EOF               VALUE "Y".

       01  WS-NC-MAX                   PIC 9(4) VALUE 1000.
       01  WS-NC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-NC-I                     PIC 9(4).
       01  WS-NC-TABLE.
           05  WS-NC-ENTRY OCCURS 1000 TIMES.
               10  WS-NC-TBL-NUMERO    PIC 9(6).
               10  WS-NC-TBL-FACTURA   PIC 9(6).
               10  WS-NC-TBL-CUENTA    PIC X(8).
               10  WS-NC-TBL-FECHA     PIC 9(8).
               10  WS-NC-TBL-COD-IMPUESTO
                                       PIC X(4).
               10  WS-NC-TBL-NETO      PIC 9(7)V99.
               10  WS-NC-TBL-IMPUESTO  PIC 9(7)V99.
               10  WS-NC-TBL-BRUTO     PIC 9(7)V99.
