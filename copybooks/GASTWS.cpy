      ******************************************************************
      * Copybook: GASTWS
      * Purpose:  WORKING-STORAGE for employee expense claims. PERFORM
      *           CARGA-CATEGORIAS-GASTO and CARGA-GASTOS once at
      *           start of run (or before each update on a desk). Set
      *           WS-EC-LOOKUP-CODIGO and PERFORM BUSCA-CATEGORIA-GASTO
      *           for the category entry in WS-EC-IX (zero if none);
      *           set WS-GA-LOOKUP-NUMERO and PERFORM BUSCA-GASTO for
      *           the claim entry in WS-GA-IX. Set WS-EC-CAMBIADO /
      *           WS-GA-CAMBIADO after changing a table and PERFORM
      *           GRABA-CATEGORIAS-GASTO / GRABA-GASTOS.
      ******************************************************************
       01  WS-EC-STATUS                PIC XX.
           88  WS-EC-OK                VALUE "00".
       01  WS-EC-NEW-STATUS            PIC XX.
           88  WS-EC-NEW-OK            VALUE "00".
       01  WS-GA-STATUS                PIC XX.
           88  WS-GA-OK                VALUE "00".
       01  WS-GA-NEW-STATUS            PIC XX.
           88  WS-GA-NEW-OK            VALUE "00".
       01  WS-GA-EOF-SWITCH            PIC X VALUE "N".
           88  WS-GA-EOF               VALUE "Y".
       01  WS-EC-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-EC-CAMBIADO          VALUE "Y".
       01  WS-GA-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-GA-CAMBIADO          VALUE "Y".

       01  WS-EC-LOOKUP-CODIGO         PIC X(4).
       01  WS-GA-LOOKUP-NUMERO         PIC 9(6).
       01  WS-EC-IX                    PIC 9(3).
       01  WS-GA-IX                    PIC 9(5).

       01  WS-EC-MAX                   PIC 9(3) VALUE 100.
       01  WS-EC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-EC-I                     PIC 9(3).
       01  WS-EC-TABLE.
           05  WS-EC-ENTRY OCCURS 100 TIMES.
               10  WS-EC-TBL-CODIGO    PIC X(4).
               10  WS-EC-TBL-DESCRIPCION
                                       PIC X(20).
               10  WS-EC-TBL-TOPE      PIC 9(5)V99.
               10  WS-EC-TBL-UMBRAL    PIC 9(5)V99.
               10  WS-EC-TBL-CUENTA    PIC X(3).
               10  WS-EC-TBL-ACTIVO    PIC X.

       01  WS-GA-MAX                   PIC 9(5) VALUE 10000.
       01  WS-GA-COUNT                 PIC 9(5) VALUE 0.
       01  WS-GA-I                     PIC 9(5).
       01  WS-GA-TABLE.
           05  WS-GA-ENTRY OCCURS 10000 TIMES.
               10  WS-GA-TBL-NUMERO    PIC 9(6).
               10  WS-GA-TBL-EMPLEADO  PIC 9(6).
               10  WS-GA-TBL-CATEGORIA PIC X(4).
               10  WS-GA-TBL-FECHA     PIC 9(8).
               10  WS-GA-TBL-IMPORTE   PIC 9(5)V99.
               10  WS-GA-TBL-CENTRO    PIC X(4).
               10  WS-GA-TBL-RECIBO    PIC X.
               10  WS-GA-TBL-CONCEPTO  PIC X(20).
               10  WS-GA-TBL-ESTADO    PIC X.
               10  WS-GA-TBL-APROBADOR PIC 9(6).
               10  WS-GA-TBL-FECHA-EST PIC 9(8).
               10  WS-GA-TBL-OPERADOR  PIC X(8).
               10  WS-GA-TBL-FECHA-PAGO
                                       PIC 9(8).
