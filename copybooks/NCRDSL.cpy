      ******************************************************************
      * Copybook: NCRDSL
      * Purpose:  FILE-CONTROL entry for the receivables credit notes
      *           (NOTACRED.DAT, one row per credit note issued on
      *           GESTIONA-FACTURAS against an invoice, numbered from
      *           the NCR series of NUMCTRL.DAT). Pair with
      *           NCRDFD.cpy, NCRDWS.cpy and NCRDWR.cpy.
      ******************************************************************
           SELECT CREDIT-NOTE-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
