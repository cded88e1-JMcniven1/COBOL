      ******************************************************************
      * Copybook: PLANRWS
      * Purpose:  WORKING-STORAGE for the retirement savings plan.
      *           PERFORM LEE-PARAMETROS-PLAN, CARGA-MIEMBROS-PLAN and
      *           CARGA-CUENTAS-PLAN once at start of run. Set
      *           WS-PLAN-LOOKUP-EMP and PERFORM BUSCA-MIEMBRO-PLAN /
      *           BUSCA-CUENTA-PLAN for the entry in WS-PLNM-IX /
      *           WS-PLNC-IX (zero if none); ABRE-CUENTA-PLAN adds
      *           an empty account for WS-PLAN-LOOKUP-EMP. For the
      *           vested position set WS-PLAN-FECHA-INGRESO and
      *           WS-PLAN-FECHA-CORTE and PERFORM
      *           CALCULA-CONSOLIDACION on the account at WS-PLNC-IX:
      *           full years of service, vested percentage, vested
      *           balance and the unvested employer part come back
      *           in WS-PLAN-ANOS, WS-PLAN-PORC-CONSOLIDADO,
      *           WS-PLAN-CONSOLIDADO and WS-PLAN-NO-CONSOLIDADO.
      *           WS-PLNC-TBL-CORRIDA-xxx hold the run's movements,
      *           written to PLANMOV.DAT by GRABA-CUENTAS-PLAN.
      *           Without PLANMIEM.DAT the plan has no members and
      *           WS-PLNM-LOADED stays off.
      ******************************************************************
       01  WS-PLAN-PARM-STATUS         PIC XX.
           88  WS-PLAN-PARM-OK         VALUE "00".
       01  WS-PLNM-STATUS              PIC XX.
           88  WS-PLNM-OK              VALUE "00".
       01  WS-PLNM-NEW-STATUS          PIC XX.
           88  WS-PLNM-NEW-OK          VALUE "00".
       01  WS-PLNC-STATUS              PIC XX.
           88  WS-PLNC-OK              VALUE "00".
       01  WS-PLNC-NEW-STATUS          PIC XX.
           88  WS-PLNC-NEW-OK          VALUE "00".
       01  WS-PLNV-STATUS              PIC XX.
           88  WS-PLNV-OK              VALUE "00".
       01  WS-PLNM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PLNM-EOF             VALUE "Y".
       01  WS-PLNC-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PLNC-EOF             VALUE "Y".
       01  WS-PLNM-LOADED-SWITCH       PIC X VALUE "N".
           88  WS-PLNM-LOADED          VALUE "Y".
       01  WS-PLNM-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-PLNM-CAMBIADO        VALUE "Y".
       01  WS-PLNC-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-PLNC-CAMBIADO        VALUE "Y".

      *    Reglas del plan; sin PARM129.DAT rigen estas.
       01  WS-PLAN-PORC-MAXIMO         PIC 9V999 VALUE 0.150.
       01  WS-PLAN-TASA-MATCH          PIC 9V999 VALUE 0.500.
       01  WS-PLAN-TOPE-MATCH          PIC 9V999 VALUE 0.060.
       01  WS-PLAN-LIMITE-ANUAL        PIC 9(7)V99 VALUE 20000.
       01  WS-PLAN-CONSOLIDA-DEFECTO   PIC X(18)
               VALUE "000020040060080100".
       01  WS-PLAN-CONSOLIDA-TABLE.
           05  WS-PLAN-CONSOLIDA       PIC 9(3) OCCURS 6 TIMES.

       01  WS-PLAN-LOOKUP-EMP          PIC 9(6).
       01  WS-PLNM-IX                  PIC 9(4).
       01  WS-PLNC-IX                  PIC 9(4).
       01  WS-PLAN-FECHA-INGRESO       PIC 9(8).
       01  WS-PLAN-FECHA-CORTE         PIC 9(8).
       01  WS-PLAN-ANOS                PIC 9(3).
       01  WS-PLAN-PORC-CONSOLIDADO    PIC 9(3).
       01  WS-PLAN-CONSOLIDADO         PIC 9(9)V99.
       01  WS-PLAN-NO-CONSOLIDADO      PIC 9(9)V99.
       01  WS-PLAN-PARTE-CONSOLIDADA   PIC 9(9)V99.

       01  WS-PLNM-MAX                 PIC 9(4) VALUE 2000.
       01  WS-PLNM-COUNT               PIC 9(4) VALUE 0.
       01  WS-PLNM-I                   PIC 9(4).
       01  WS-PLNM-TABLE.
           05  WS-PLNM-ENTRY OCCURS 2000 TIMES.
               10  WS-PLNM-TBL-EMP     PIC 9(6).
               10  WS-PLNM-TBL-PORC    PIC 9V999.
               10  WS-PLNM-TBL-ESTADO  PIC X.
               10  WS-PLNM-TBL-INSCRIPCION PIC 9(8).
               10  WS-PLNM-TBL-INGRESO PIC 9(8).
               10  WS-PLNM-TBL-BAJA    PIC 9(8).

       01  WS-PLNC-MAX                 PIC 9(4) VALUE 2000.
       01  WS-PLNC-COUNT               PIC 9(4) VALUE 0.
       01  WS-PLNC-I                   PIC 9(4).
       01  WS-PLNC-TABLE.
           05  WS-PLNC-ENTRY OCCURS 2000 TIMES.
               10  WS-PLNC-TBL-EMP     PIC 9(6).
               10  WS-PLNC-TBL-SALDO-EMP PIC 9(9)V99.
               10  WS-PLNC-TBL-SALDO-PAT PIC 9(9)V99.
               10  WS-PLNC-TBL-PERDIDO PIC 9(9)V99.
               10  WS-PLNC-TBL-ANO     PIC 9(4).
               10  WS-PLNC-TBL-APORTE-ANO PIC 9(9)V99.
               10  WS-PLNC-TBL-FECHA   PIC 9(8).
               10  WS-PLNC-TBL-CORRIDA-EMP PIC 9(7)V99.
               10  WS-PLNC-TBL-CORRIDA-PAT PIC 9(7)V99.
               10  WS-PLNC-TBL-CORRIDA-PERD PIC 9(7)V99.
