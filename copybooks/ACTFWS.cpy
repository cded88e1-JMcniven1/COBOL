      ******************************************************************
      * Copybook: ACTFWS
      * Purpose:  WORKING-STORAGE for the fixed-asset register.
      *           PERFORM CARGA-ACTIVOS for the whole register in the
      *           WS-AF-TBL-* table; set WS-AF-LOOKUP-NUMERO and
      *           PERFORM BUSCA-ACTIVO for its row in WS-AF-IX (zero
      *           if none). Set WS-AF-CAMBIADO after changing the
      *           table and PERFORM GRABA-ACTIVOS (ACTFWR.cpy).
      *           The GL accounts of an asset are a three-letter
      *           prefix plus its department, the way the expense
      *           accounts of REEMBOLSA-GASTOS are built: ACF cost,
      *           AMA accumulated depreciation, DEP depreciation
      *           expense.
      ******************************************************************
       01  WS-AF-STATUS                PIC XX.
           88  WS-AF-OK                VALUE "00".
       01  WS-AF-NEW-STATUS            PIC XX.
           88  WS-AF-NEW-OK            VALUE "00".
       01  WS-AF-EOF-SWITCH            PIC X VALUE "N".
           88  WS-AF-EOF               VALUE "Y".
       01  WS-AF-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-AF-CAMBIADO          VALUE "Y".

       01  WS-AF-PREFIJO-COSTO         PIC X(3) VALUE "ACF".
       01  WS-AF-PREFIJO-ACUMULADA     PIC X(3) VALUE "AMA".
       01  WS-AF-PREFIJO-GASTO         PIC X(3) VALUE "DEP".
      *    Resultado de la baja.
       01  WS-AF-CTA-GANANCIA          PIC X(8) VALUE "GANACT  ".
       01  WS-AF-CTA-PERDIDA           PIC X(8) VALUE "PERACT  ".
       01  WS-AF-CUENTA.
           05  WS-AF-CTA-PREFIJO       PIC X(3).
           05  WS-AF-CTA-DEPTO         PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.

       01  WS-AF-LOOKUP-NUMERO         PIC 9(6).
       01  WS-AF-IX                    PIC 9(4).

       01  WS-AF-MAX                   PIC 9(4) VALUE 2000.
       01  WS-AF-COUNT                 PIC 9(4) VALUE 0.
       01  WS-AF-I                     PIC 9(4).
       01  WS-AF-TABLE.
           05  WS-AF-ENTRY OCCURS 2000 TIMES.
               10  WS-AF-TBL-NUMERO    PIC 9(6).
               10  WS-AF-TBL-DEPTO     PIC X(4).
               10  WS-AF-TBL-DESC      PIC X(30).
               10  WS-AF-TBL-CATEGORIA PIC X(4).
               10  WS-AF-TBL-ALTA      PIC 9(8).
               10  WS-AF-TBL-COSTO     PIC 9(9)V99.
               10  WS-AF-TBL-VIDA      PIC 9(3).
               10  WS-AF-TBL-METODO    PIC X.
               10  WS-AF-TBL-RESIDUAL  PIC 9(9)V99.
               10  WS-AF-TBL-ACUM      PIC 9(9)V99.
               10  WS-AF-TBL-ULTIMO    PIC 9(6).
               10  WS-AF-TBL-ESTADO    PIC X.
               10  WS-AF-TBL-BAJA      PIC 9(8).
               10  WS-AF-TBL-PRODUCTO  PIC 9(9)V99.
               10  WS-AF-TBL-RESULTADO PIC S9(9)V99.
