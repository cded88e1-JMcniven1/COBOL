      ******************************************************************
      * Copybook: TAXTBSL
      * Purpose:  FILE-CONTROL entry for the withholding tax bracket
      *           table (TAXTABLE.DAT): dated brackets and personal
      *           allowance per tax year. Pair with TAXTBFD.cpy (FILE
      *           SECTION), TAXTBWS.cpy (WORKING-STORAGE) and
      *           TAXTBWR.cpy (the CARGA-TABLA-IMPUESTO /
      *           CALCULA-IMPUESTO-ANUAL paragraphs).
      ******************************************************************
           SELECT TAX-TABLE-FILE ASSIGN TO "TAXTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXT-STATUS.
