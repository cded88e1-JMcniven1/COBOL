      ******************************************************************
      * Copybook: PRSVWS
      * Purpose:  WORKING-STORAGE for the budget preparation file.
      *           PERFORM CARGA-VERSIONES-PPTO once at start of run
      *           for the whole file in WS-PRV-TABLE (same layout as
      *           the record). Set WS-PRV-LOOKUP-ANO / -DEPT and
      *           PERFORM ULTIMA-VERSION-PPTO for the highest version
      *           on file (WS-PRV-HAY-VERSION, WS-PRV-ULTIMA) and the
      *           one in force (WS-PRV-HAY-APROBADA,
      *           WS-PRV-APROBADA); add WS-PRV-LOOKUP-VERSION and
      *           PERFORM RESUME-VERSION-PPTO for its line count,
      *           annual total, state and operators. Set
      *           WS-PRV-CAMBIADO after changing the table and
      *           PERFORM GRABA-VERSIONES-PPTO.
      ******************************************************************
       01  WS-PRV-STATUS               PIC XX.
           88  WS-PRV-OK               VALUE "00".
       01  WS-PRV-NEW-STATUS           PIC XX.
           88  WS-PRV-NEW-OK           VALUE "00".
       01  WS-PRV-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PRV-EOF              VALUE "Y".
       01  WS-PRV-CAMBIADO-SWITCH      PIC X VALUE "N".
           88  WS-PRV-CAMBIADO         VALUE "Y".

       01  WS-PRV-LOOKUP-ANO           PIC 9(4).
       01  WS-PRV-LOOKUP-DEPT          PIC X(4).
       01  WS-PRV-LOOKUP-VERSION       PIC 9(2).
       01  WS-PRV-HAY-VERSION-SWITCH   PIC X.
           88  WS-PRV-HAY-VERSION      VALUE "Y".
       01  WS-PRV-ULTIMA               PIC 9(2).
       01  WS-PRV-HAY-APROBADA-SWITCH  PIC X.
           88  WS-PRV-HAY-APROBADA     VALUE "Y".
       01  WS-PRV-APROBADA             PIC 9(2).
       01  WS-PRV-LINEAS               PIC 9(4).
       01  WS-PRV-TOTAL                PIC 9(11)V99.
       01  WS-PRV-ESTADO               PIC X.
       01  WS-PRV-OPERADOR             PIC X(8).
       01  WS-PRV-FECHA                PIC 9(8).
       01  WS-PRV-APROBADOR            PIC X(8).
       01  WS-PRV-FECHA-APROB          PIC 9(8).

       01  WS-PRV-MAX                  PIC 9(4) VALUE 3000.
       01  WS-PRV-COUNT                PIC 9(4) VALUE 0.
       01  WS-PRV-I                    PIC 9(4).
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 3000 TIMES.
               10  WS-PRV-TBL-ANO      PIC 9(4).
               10  WS-PRV-TBL-DEPT     PIC X(4).
               10  WS-PRV-TBL-VERSION  PIC 9(2).
               10  WS-PRV-TBL-ESTADO   PIC X.
               10  WS-PRV-TBL-TIPO     PIC X.
               10  WS-PRV-TBL-CUENTA   PIC X(8).
               10  WS-PRV-TBL-BASE     PIC 9(9)V99.
               10  WS-PRV-TBL-IMPORTE  PIC 9(9)V99.
               10  WS-PRV-TBL-OPERADOR PIC X(8).
               10  WS-PRV-TBL-FECHA    PIC 9(8).
               10  WS-PRV-TBL-APROBADOR PIC X(8).
               10  WS-PRV-TBL-FECHA-APR PIC 9(8).
               10  WS-PRV-TBL-NOTA     PIC X(20).
