      ******************************************************************
      * Copybook: RECBWS
      * Purpose:  WORKING-STORAGE for medical benefit claims. PERFORM
      *           CARGA-REGLAS-BENEFICIO, CARGA-RECLAMOS-BENEFICIO and
      *           CARGA-ACUMULADOS-BENEFICIO once at start of run (or
      *           before each update on a desk). Set WS-RB-LOOKUP-PLAN
      *           and WS-RB-LOOKUP-NIVEL and PERFORM
      *           BUSCA-REGLA-BENEFICIO for the rule entry in WS-RB-IX
      *           (zero if none); set WS-CB-LOOKUP-NUMERO and PERFORM
      *           BUSCA-RECLAMO-BENEFICIO for the claim in WS-CB-IX;
      *           set the four WS-AB-LOOKUP-xxx fields and PERFORM
      *           BUSCA-ACUMULADO-BENEFICIO for the accumulator in
      *           WS-AB-IX (ABRE-ACUMULADO-BENEFICIO adds an empty one
      *           when there is none yet). With WS-RB-IX on a rule,
      *           set WS-RB-FECHA-SERVICIO and PERFORM
      *           CALCULA-ANO-PLAN for the plan year in
      *           WS-RB-ANO-PLAN (named by the calendar year the plan
      *           year starts in). Set WS-CB-CAMBIADO /
      *           WS-AB-CAMBIADO after changing a table and PERFORM
      *           GRABA-RECLAMOS-BENEFICIO / GRABA-ACUMULADOS-BENEFICIO.
      *           WS-RB-CATEGORIA-VALIDA lists the claim categories.
      ******************************************************************
       01  WS-RB-STATUS                PIC XX.
           88  WS-RB-OK                VALUE "00".
       01  WS-CB-STATUS                PIC XX.
           88  WS-CB-OK                VALUE "00".
       01  WS-CB-NEW-STATUS            PIC XX.
           88  WS-CB-NEW-OK            VALUE "00".
       01  WS-AB-STATUS                PIC XX.
           88  WS-AB-OK                VALUE "00".
       01  WS-AB-NEW-STATUS            PIC XX.
           88  WS-AB-NEW-OK            VALUE "00".
       01  WS-CB-EOF-SWITCH            PIC X VALUE "N".
           88  WS-CB-EOF               VALUE "Y".
       01  WS-CB-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-CB-CAMBIADO          VALUE "Y".
       01  WS-AB-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-AB-CAMBIADO          VALUE "Y".

      *    Plan de quien tiene BE-PLAN en blanco en BENENROL.
       01  WS-RB-PLAN-BASE             PIC X(4) VALUE "BASE".
      *    Categorias de servicio que se reclaman: consulta general,
      *    especialista, hospital, farmacia, laboratorio, dental y
      *    optica.
       01  WS-RB-CATEGORIA             PIC X(4).
           88  WS-RB-CATEGORIA-VALIDA  VALUE "CONS" "ESPE" "HOSP"
                                             "FARM" "LABO" "DENT"
                                             "OPTI".

       01  WS-RB-LOOKUP-PLAN           PIC X(4).
       01  WS-RB-LOOKUP-NIVEL          PIC X.
       01  WS-CB-LOOKUP-NUMERO         PIC 9(6).
       01  WS-AB-LOOKUP-EMPLEADO       PIC 9(6).
       01  WS-AB-LOOKUP-MIEMBRO        PIC X(20).
       01  WS-AB-LOOKUP-PLAN           PIC X(4).
       01  WS-AB-LOOKUP-ANO            PIC 9(4).
       01  WS-RB-IX                    PIC 9(3).
       01  WS-CB-IX                    PIC 9(5).
       01  WS-AB-IX                    PIC 9(4).

       01  WS-RB-FECHA-SERVICIO        PIC 9(8).
       01  WS-RB-FECHA-SERVICIO-R REDEFINES WS-RB-FECHA-SERVICIO.
           05  WS-RB-SERV-ANO          PIC 9(4).
           05  WS-RB-SERV-MES          PIC 9(2).
           05  WS-RB-SERV-DIA          PIC 9(2).
       01  WS-RB-ANO-PLAN              PIC 9(4).

       01  WS-RB-MAX                   PIC 9(3) VALUE 50.
       01  WS-RB-COUNT                 PIC 9(3) VALUE 0.
       01  WS-RB-I                     PIC 9(3).
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 50 TIMES.
               10  WS-RB-TBL-PLAN      PIC X(4).
               10  WS-RB-TBL-NIVEL     PIC X.
               10  WS-RB-TBL-MES-INICIO
                                       PIC 9(2).
               10  WS-RB-TBL-DEDUCIBLE PIC 9(5)V99.
               10  WS-RB-TBL-COASEGURO PIC 9(3).
               10  WS-RB-TBL-MAXIMO    PIC 9(7)V99.

       01  WS-CB-MAX                   PIC 9(5) VALUE 10000.
       01  WS-CB-COUNT                 PIC 9(5) VALUE 0.
       01  WS-CB-I                     PIC 9(5).
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 10000 TIMES.
               10  WS-CB-TBL-NUMERO    PIC 9(6).
               10  WS-CB-TBL-EMPLEADO  PIC 9(6).
               10  WS-CB-TBL-MIEMBRO   PIC X(20).
               10  WS-CB-TBL-FECHA-SERV
                                       PIC 9(8).
               10  WS-CB-TBL-CATEGORIA PIC X(4).
               10  WS-CB-TBL-RECLAMADO PIC 9(7)V99.
               10  WS-CB-TBL-ESTADO    PIC X.
               10  WS-CB-TBL-PLAN      PIC X(4).
               10  WS-CB-TBL-NIVEL     PIC X.
               10  WS-CB-TBL-ANO-PLAN  PIC 9(4).
               10  WS-CB-TBL-DEDUCIBLE PIC 9(7)V99.
               10  WS-CB-TBL-COASEGURO PIC 9(7)V99.
               10  WS-CB-TBL-EXCESO    PIC 9(7)V99.
               10  WS-CB-TBL-PAGA-PLAN PIC 9(7)V99.
               10  WS-CB-TBL-MOTIVO    PIC X(20).
               10  WS-CB-TBL-FECHA-EST PIC 9(8).
               10  WS-CB-TBL-OPERADOR  PIC X(8).
               10  WS-CB-TBL-FECHA-PAGO
                                       PIC 9(8).

       01  WS-AB-MAX                   PIC 9(4) VALUE 5000.
       01  WS-AB-COUNT                 PIC 9(4) VALUE 0.
       01  WS-AB-I                     PIC 9(4).
       01  WS-AB-TABLE.
           05  WS-AB-ENTRY OCCURS 5000 TIMES.
               10  WS-AB-TBL-EMPLEADO  PIC 9(6).
               10  WS-AB-TBL-MIEMBRO   PIC X(20).
               10  WS-AB-TBL-PLAN      PIC X(4).
               10  WS-AB-TBL-ANO-PLAN  PIC 9(4).
               10  WS-AB-TBL-DEDUCIBLE PIC 9(7)V99.
               10  WS-AB-TBL-PAGADO    PIC 9(7)V99.
