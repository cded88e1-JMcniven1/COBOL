      ******************************************************************
      * Copybook: CRLMWS
      * Purpose:  WORKING-STORAGE for the customer credit master.
      *           PERFORM CARGA-LIMITES-CREDITO once at start of run
      *           (or before each update on a desk). Set
      *           WS-CL-LOOKUP-CUENTA and PERFORM BUSCA-LIMITE-CREDITO
      *           for the entry in WS-CL-IX (zero if the account has
      *           no row). Set WS-CL-CAMBIADO after changing the table
      *           and PERFORM GRABA-LIMITES-CREDITO.
      ******************************************************************
       01  WS-CL-STATUS                PIC XX.
           88  WS-CL-OK                VALUE "00".
       01  WS-CL-NEW-STATUS            PIC XX.
           88  WS-CL-NEW-OK            VALUE "00".
       01  WS-CL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-CL-EOF               VALUE "Y".
       01  WS-CL-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-CL-CAMBIADO          VALUE "Y".

       01  WS-CL-LOOKUP-CUENTA         PIC X(8).
       01  WS-CL-IX                    PIC 9(4).

       01  WS-CL-MAX                   PIC 9(4) VALUE 2000.
       01  WS-CL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CL-I                     PIC 9(4).
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 2000 TIMES.
               10  WS-CL-TBL-CUENTA    PIC X(8).
               10  WS-CL-TBL-LIMITE    PIC 9(7)V99.
               10  WS-CL-TBL-RETENIDA  PIC X.
               10  WS-CL-TBL-MOTIVO    PIC X.
               10  WS-CL-TBL-FECHA     PIC 9(8).
               10  WS-CL-TBL-OPERADOR  PIC X(8).
