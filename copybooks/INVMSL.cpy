      ******************************************************************
      * Copybook: INVMSL
      * Purpose:  FILE-CONTROL entries for the receivables open-
      *           invoices master (INVMAST.DAT, issued by
      *           GESTIONA-FACTURAS and closed by APLICA-COBROS) and
      *           its work image (.NEW) used to regrabar it whole.
      *           Pair with INVMFD.cpy (FILE SECTION), INVMWS.cpy
      *           (WORKING-STORAGE) and INVMWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT INVOICE-MASTER ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT INVOICE-NEW ASSIGN TO "INVMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVN-STATUS.
