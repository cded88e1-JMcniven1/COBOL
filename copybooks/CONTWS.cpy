      ******************************************************************
      * Copybook: CONTWS
      * Purpose:  WORKING-STORAGE for benefit continuation coverage.
      *           PERFORM CARGA-CONTINUACIONES once at start of run
      *           (or before each update on a desk); set
      *           WS-CT-LOOKUP-EMPLEADO and WS-CT-LOOKUP-BAJA and
      *           PERFORM BUSCA-CONTINUACION for the entry in WS-CT-IX
      *           (zero if none) -- WS-CT-LOOKUP-BAJA zero finds the
      *           employee's latest termination. Set WS-CT-CAMBIADO
      *           after changing the table and PERFORM
      *           GRABA-CONTINUACIONES. PERFORM CARGA-FACTURAS-CONT
      *           for the billing log; WS-CF-LOOKUP-EMPLEADO and
      *           WS-CF-LOOKUP-PERIODO with BUSCA-FACTURA-CONT give
      *           WS-CF-IX, and AGREGA-FACTURA-CONT appends the row
      *           staged in WS-CF-NUEVO-* to file and table.
      ******************************************************************
       01  WS-CT-STATUS                PIC XX.
           88  WS-CT-OK                VALUE "00".
       01  WS-CT-NEW-STATUS            PIC XX.
           88  WS-CT-NEW-OK            VALUE "00".
       01  WS-CF-STATUS                PIC XX.
           88  WS-CF-OK                VALUE "00".
       01  WS-CT-EOF-SWITCH            PIC X VALUE "N".
           88  WS-CT-EOF               VALUE "Y".
       01  WS-CT-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-CT-CAMBIADO          VALUE "Y".

       01  WS-CT-LOOKUP-EMPLEADO       PIC 9(6).
       01  WS-CT-LOOKUP-BAJA           PIC 9(8).
       01  WS-CT-IX                    PIC 9(4).

       01  WS-CT-MAX                   PIC 9(4) VALUE 2000.
       01  WS-CT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CT-I                     PIC 9(4).
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-TBL-EMPLEADO  PIC 9(6).
               10  WS-CT-TBL-NOMBRE    PIC X(20).
               10  WS-CT-TBL-DEPTO     PIC X(4).
               10  WS-CT-TBL-BAJA      PIC 9(8).
               10  WS-CT-TBL-PLAN      PIC X(4).
               10  WS-CT-TBL-NIVEL     PIC X.
               10  WS-CT-TBL-PRIMA     PIC 9(5)V99.
               10  WS-CT-TBL-AVISO     PIC 9(8).
               10  WS-CT-TBL-LIMITE    PIC 9(8).
               10  WS-CT-TBL-PERIODO-FIN
                                       PIC 9(6).
               10  WS-CT-TBL-ESTADO    PIC X.
               10  WS-CT-TBL-FECHA-ESTADO
                                       PIC 9(8).
               10  WS-CT-TBL-CUENTA    PIC X(8).
               10  WS-CT-TBL-ULT-PERIODO
                                       PIC 9(6).
               10  WS-CT-TBL-OPERADOR  PIC X(8).

      *    Bitacora de facturacion: una fila por factura mensual.
       01  WS-CF-LOOKUP-EMPLEADO       PIC 9(6).
       01  WS-CF-LOOKUP-PERIODO        PIC 9(6).
       01  WS-CF-IX                    PIC 9(4).
       01  WS-CF-NUEVO-EMPLEADO        PIC 9(6).
       01  WS-CF-NUEVO-PERIODO         PIC 9(6).
       01  WS-CF-NUEVO-FACTURA         PIC 9(6).
       01  WS-CF-NUEVO-IMPORTE         PIC 9(5)V99.

       01  WS-CF-MAX                   PIC 9(4) VALUE 6000.
       01  WS-CF-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CF-I                     PIC 9(4).
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 6000 TIMES.
               10  WS-CF-TBL-EMPLEADO  PIC 9(6).
               10  WS-CF-TBL-PERIODO   PIC 9(6).
               10  WS-CF-TBL-FACTURA   PIC 9(6).
               10  WS-CF-TBL-FECHA     PIC 9(8).
               10  WS-CF-TBL-IMPORTE   PIC 9(5)V99.
