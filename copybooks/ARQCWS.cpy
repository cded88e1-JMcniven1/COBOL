      ******************************************************************
      * Copybook: ARQCWS
      * Purpose:  WORKING-STORAGE for the teller cash-count file.
      *           PERFORM CARGA-ARQUEOS for the whole file in the
      *           WS-AQ-TBL-* table; set WS-AQ-LOOKUP-FECHA,
      *           -SUCURSAL and -CAJON and PERFORM BUSCA-ARQUEO for
      *           its row in WS-AQ-IX (zero if none). Set
      *           WS-AQ-CAMBIADO after changing the table and PERFORM
      *           GRABA-ARQUEOS (ARQCWR.cpy). The denomination table
      *           (WS-AQ-DENOM-*) comes from DENOMINA.DAT through
      *           CARGA-DENOMINACIONES, or the standard twelve when
      *           the file is absent.
      ******************************************************************
       01  WS-AQ-STATUS                PIC XX.
           88  WS-AQ-OK                VALUE "00".
       01  WS-AQ-NEW-STATUS            PIC XX.
           88  WS-AQ-NEW-OK            VALUE "00".
       01  WS-AQ-EOF-SWITCH            PIC X VALUE "N".
           88  WS-AQ-EOF               VALUE "Y".
       01  WS-AQ-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-AQ-CAMBIADO          VALUE "Y".

       01  WS-AQ-LOOKUP-FECHA          PIC 9(8).
       01  WS-AQ-LOOKUP-SUCURSAL       PIC X(4).
       01  WS-AQ-LOOKUP-CAJON          PIC X(4).
       01  WS-AQ-IX                    PIC 9(4).
       01  WS-AQ-D                     PIC 99.

       01  WS-AQ-MAX                   PIC 9(4) VALUE 500.
       01  WS-AQ-COUNT                 PIC 9(4) VALUE 0.
       01  WS-AQ-I                     PIC 9(4).
       01  WS-AQ-TABLE.
           05  WS-AQ-ENTRY OCCURS 500 TIMES.
               10  WS-AQ-TBL-FECHA     PIC 9(8).
               10  WS-AQ-TBL-SUCURSAL  PIC X(4).
               10  WS-AQ-TBL-CAJON     PIC X(4).
               10  WS-AQ-TBL-FONDO     PIC 9(7)V99.
               10  WS-AQ-TBL-CINTA     PIC S9(7)V99
                       SIGN LEADING SEPARATE.
               10  WS-AQ-TBL-CONTADO   PIC 9(7)V99.
               10  WS-AQ-TBL-CANTIDAD  PIC 9(5) OCCURS 12 TIMES.
               10  WS-AQ-TBL-ESTADO    PIC X.
               10  WS-AQ-TBL-OPERADOR  PIC X(8).

      *    Denominaciones en el orden de AQ-CANTIDAD; sin
      *    DENOMINA.DAT, billetes de 100 a 1 y monedas de 0.50 a
      *    0.01.
       01  WS-AQ-DENOM-STATUS          PIC XX.
           88  WS-AQ-DENOM-OK          VALUE "00".
       01  WS-AQ-DENOM-COUNT           PIC 99 VALUE 12.
       01  WS-AQ-DENOM-ESTANDAR.
           05  FILLER                  PIC 9(5)V99 VALUE 100.
           05  FILLER                  PIC 9(5)V99 VALUE 50.
           05  FILLER                  PIC 9(5)V99 VALUE 20.
           05  FILLER                  PIC 9(5)V99 VALUE 10.
           05  FILLER                  PIC 9(5)V99 VALUE 5.
           05  FILLER                  PIC 9(5)V99 VALUE 2.
           05  FILLER                  PIC 9(5)V99 VALUE 1.
           05  FILLER                  PIC 9(5)V99 VALUE 0.50.
           05  FILLER                  PIC 9(5)V99 VALUE 0.25.
           05  FILLER                  PIC 9(5)V99 VALUE 0.10.
           05  FILLER                  PIC 9(5)V99 VALUE 0.05.
           05  FILLER                  PIC 9(5)V99 VALUE 0.01.
       01  WS-AQ-DENOM-TABLE.
           05  WS-AQ-DENOM-VALOR       PIC 9(5)V99 OCCURS 12 TIMES.
