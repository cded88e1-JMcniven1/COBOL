      ******************************************************************
      * Copybook: VTAGSL
      * Purpose:  FILE-CONTROL entry for the sales feed to the GL
      *           interface (VTAGL.DAT): the lines of every invoice
      *           issued and credit note raised on the receivables
      *           desks, net to sales and output tax to the tax
      *           code's liability account, picked up once by
      *           EXTRAE-GL. Pair with VTAGFD.cpy, VTAGWS.cpy and
      *           VTAGWR.cpy.
      ******************************************************************
           SELECT SALES-GL-FILE ASSIGN TO "VTAGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VG-STATUS.
