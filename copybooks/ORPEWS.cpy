      ******************************************************************
      * Copybook: ORPEWS
      * Purpose:  WORKING-STORAGE for the standing-order master.
      *           PERFORM CARGA-ORDENES-PERM for the whole master in
      *           the WS-SO-TBL-* table; set WS-SO-LOOKUP-CODIGO and
      *           PERFORM BUSCA-ORDEN-PERM for its row in WS-SO-IX
      *           (zero if none). Set WS-SO-CAMBIADO after changing
      *           the table and PERFORM GRABA-ORDENES-PERM
      *           (ORPEWR.cpy). PERFORM AVANZA-ORDEN-PERM moves the
      *           next due date of row WS-SO-IX on by its frequency.
      ******************************************************************
       01  WS-SO-STATUS                PIC XX.
           88  WS-SO-OK                VALUE "00".
       01  WS-SO-NEW-STATUS            PIC XX.
           88  WS-SO-NEW-OK            VALUE "00".
       01  WS-SO-EOF-SWITCH            PIC X VALUE "N".
           88  WS-SO-EOF               VALUE "Y".
       01  WS-SO-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-SO-CAMBIADO          VALUE "Y".

       01  WS-SO-LOOKUP-CODIGO         PIC X(6).
       01  WS-SO-IX                    PIC 9(4).

      *    Trabajo de AVANZA-ORDEN-PERM.
       01  WS-SO-FECHA                 PIC 9(8).
       01  WS-SO-FECHA-R REDEFINES WS-SO-FECHA.
           05  WS-SO-ANO               PIC 9(4).
           05  WS-SO-MES               PIC 99.
           05  WS-SO-DIA               PIC 99.
       01  WS-SO-FECHA-AUX             PIC 9(8).
       01  WS-SO-FECHA-INT             PIC 9(7).
       01  WS-SO-MESES                 PIC 99.
       01  WS-SO-TOTAL-MESES           PIC 9(6).
       01  WS-SO-ULTIMO-DIA            PIC 99.

       01  WS-SO-MAX                   PIC 9(4) VALUE 500.
       01  WS-SO-COUNT                 PIC 9(4) VALUE 0.
       01  WS-SO-I                     PIC 9(4).
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 500 TIMES.
               10  WS-SO-TBL-CODIGO    PIC X(6).
               10  WS-SO-TBL-CUENTA    PIC X(8).
               10  WS-SO-TBL-DESC      PIC X(30).
               10  WS-SO-TBL-TIPO      PIC X.
               10  WS-SO-TBL-IMPORTE   PIC 9(7)V99.
               10  WS-SO-TBL-FRECUENCIA PIC X.
               10  WS-SO-TBL-DIA       PIC 99.
               10  WS-SO-TBL-PROXIMA   PIC 9(8).
               10  WS-SO-TBL-FIN       PIC 9(8).
               10  WS-SO-TBL-ESTADO    PIC X.
               10  WS-SO-TBL-ULTIMA    PIC 9(8).
               10  WS-SO-TBL-OPERADOR  PIC X(8).
