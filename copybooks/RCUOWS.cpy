      ******************************************************************
      * Copybook: RCUOWS
      * Purpose:  WORKING-STORAGE for the fee hold list. PERFORM
      *           CARGA-RETENCIONES-CUOTA once, then set
      *           WS-HQ-LOOKUP-ALUMNO and PERFORM BUSCA-RETENCION-CUOTA
      *           for the level in WS-HQ-NIVEL (space if the student
      *           is not on hold) and the row in WS-HQ-IX. A missing
      *           file means nobody is on hold. RETIENE-CUOTAS fills
      *           the table itself and PERFORMs GRABA-RETENCIONES-CUOTA.
      ******************************************************************
       01  WS-HQ-STATUS                PIC XX.
           88  WS-HQ-OK                VALUE "00".
       01  WS-HQ-EOF-SWITCH            PIC X VALUE "N".
           88  WS-HQ-EOF               VALUE "Y".
       01  WS-HQ-LOOKUP-ALUMNO         PIC 9(6).
       01  WS-HQ-NIVEL                 PIC X.
           88  WS-HQ-RETENIDO          VALUE "R".
           88  WS-HQ-BLOQUEADO         VALUE "B".
       01  WS-HQ-IX                    PIC 9(4).
       01  WS-HQ-MAX                   PIC 9(4) VALUE 1000.
       01  WS-HQ-COUNT                 PIC 9(4) VALUE 0.
       01  WS-HQ-I                     PIC 9(4).
       01  WS-HQ-TABLE.
           05  WS-HQ-ENTRY OCCURS 1000 TIMES.
               10  WS-HQ-TBL-ALUMNO    PIC 9(6).
               10  WS-HQ-TBL-NIVEL     PIC X.
               10  WS-HQ-TBL-FACTURA   PIC 9(6).
               10  WS-HQ-TBL-FECHA     PIC 9(8).
               10  WS-HQ-TBL-ADEUDADO  PIC 9(7)V99.
               10  WS-HQ-TBL-DIAS      PIC 9(4).
