      ******************************************************************
      * Copybook: TAXTBFD
      * Purpose:  FD for the withholding tax bracket table. One
      *           record per bracket (tipo "B": limite inferior,
      *           limite superior con 0 = sin tope, cuota fija y tasa
      *           marginal sobre el exceso del limite inferior) or per
      *           personal allowance (tipo "P": the annual amount in
      *           TXT-CUOTA-FIJA, deducted before the brackets). Every
      *           record carries the tax year and the date the scale
      *           takes effect, so a mid-year change is a new set of
      *           records with a later vigencia. See TAXTBSL.cpy for
      *           the matching FILE-CONTROL entry.
      ******************************************************************
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           05  TXT-ANO              PIC 9(4).
           05  TXT-VIGENCIA         PIC 9(8).
           05  TXT-TIPO             PIC X.
               88  TXT-TIPO-TRAMO   VALUE "B".
               88  TXT-TIPO-MINIMO  VALUE "P".
           05  TXT-DESDE            PIC 9(9)V99.
           05  TXT-HASTA            PIC 9(9)V99.
           05  TXT-CUOTA-FIJA       PIC 9(9)V99.
           05  TXT-TASA             PIC 9V9999.
