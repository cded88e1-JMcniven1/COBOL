      ******************************************************************
      * Copybook: CUOTWS
      * Purpose:  WORKING-STORAGE for school fee billing. PERFORM
      *           CARGA-CUENTAS-FAMILIA and set WS-FM-LOOKUP-ALUMNO
      *           with BUSCA-CUENTA-FAMILIA for the account in
      *           WS-FM-CUENTA (spaces if none). PERFORM
      *           CARGA-FACTURACION-CUOTAS for the billing log; set
      *           WS-CQ-LOOKUP-ALUMNO and WS-CQ-LOOKUP-TERMINO with
      *           BUSCA-FACTURACION-CUOTA for the row in WS-CQ-IX
      *           (zero if the student is not billed for the term).
      *           AGREGA-FACTURACION-CUOTA appends the row staged in
      *           WS-CQ-NUEVO-* and adds it to the table.
      ******************************************************************
       01  WS-CY-STATUS                PIC XX.
           88  WS-CY-OK                VALUE "00".
       01  WS-BQ-STATUS                PIC XX.
           88  WS-BQ-OK                VALUE "00".
       01  WS-FM-STATUS                PIC XX.
           88  WS-FM-OK                VALUE "00".
       01  WS-CQ-STATUS                PIC XX.
           88  WS-CQ-OK                VALUE "00".
       01  WS-CQ-EOF-SWITCH            PIC X VALUE "N".
           88  WS-CQ-EOF               VALUE "Y".

      *    Cuenta familiar de cada alumno.
       01  WS-FM-LOOKUP-ALUMNO         PIC 9(6).
       01  WS-FM-CUENTA                PIC X(8).
       01  WS-FM-MAX                   PIC 9(4) VALUE 1000.
       01  WS-FM-COUNT                 PIC 9(4) VALUE 0.
       01  WS-FM-I                     PIC 9(4).
       01  WS-FM-TABLE.
           05  WS-FM-ENTRY OCCURS 1000 TIMES.
               10  WS-FM-TBL-ALUMNO    PIC 9(6).
               10  WS-FM-TBL-CUENTA    PIC X(8).

      *    Bitacora de facturacion por alumno y termino.
       01  WS-CQ-LOOKUP-ALUMNO         PIC 9(6).
       01  WS-CQ-LOOKUP-TERMINO        PIC X(6).
       01  WS-CQ-IX                    PIC 9(4).
       01  WS-CQ-MAX                   PIC 9(4) VALUE 5000.
       01  WS-CQ-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CQ-I                     PIC 9(4).
       01  WS-CQ-TABLE.
           05  WS-CQ-ENTRY OCCURS 5000 TIMES.
               10  WS-CQ-TBL-ALUMNO    PIC 9(6).
               10  WS-CQ-TBL-TERMINO   PIC X(6).
               10  WS-CQ-TBL-CUENTA    PIC X(8).
               10  WS-CQ-TBL-FACTURA   PIC 9(6).
               10  WS-CQ-TBL-FECHA     PIC 9(8).
               10  WS-CQ-TBL-NETO      PIC 9(7)V99.
       01  WS-CQ-NUEVO-ALUMNO          PIC 9(6).
       01  WS-CQ-NUEVO-TERMINO         PIC X(6).
       01  WS-CQ-NUEVO-CUENTA          PIC X(8).
       01  WS-CQ-NUEVO-FACTURA         PIC 9(6).
       01  WS-CQ-NUEVO-BRUTO           PIC 9(7)V99.
       01  WS-CQ-NUEVO-AJUSTE          PIC 9(7)V99.
       01  WS-CQ-NUEVO-NETO            PIC 9(7)V99.
