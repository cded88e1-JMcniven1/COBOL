      ******************************************************************
      * Copybook: REQWS
      * Purpose:  WORKING-STORAGE for recruitment. PERFORM
      *           CARGA-REQUISICIONES and CARGA-CANDIDATOS-REQ once at
      *           start of run (or before each update on a desk). Set
      *           WS-RQ-LOOKUP-NUMERO and PERFORM BUSCA-REQUISICION for
      *           the entry in WS-RQ-IX (zero if none); set
      *           WS-RQ-LOOKUP-POSICION and PERFORM
      *           BUSCA-REQUISICION-POSICION for the open requisition
      *           of a position. Set WS-RQ-LOOKUP-NUMERO and
      *           WS-CP-LOOKUP-SECUENCIA and PERFORM BUSCA-CANDIDATO-REQ
      *           for the pipeline entry in WS-CP-IX. Set
      *           WS-RQ-CAMBIADO / WS-CP-CAMBIADO after changing a
      *           table and PERFORM GRABA-REQUISICIONES /
      *           GRABA-CANDIDATOS-REQ.
      ******************************************************************
       01  WS-RQ-STATUS                PIC XX.
           88  WS-RQ-OK                VALUE "00".
       01  WS-RQ-NEW-STATUS            PIC XX.
           88  WS-RQ-NEW-OK            VALUE "00".
       01  WS-CP-STATUS                PIC XX.
           88  WS-CP-OK                VALUE "00".
       01  WS-CP-NEW-STATUS            PIC XX.
           88  WS-CP-NEW-OK            VALUE "00".
       01  WS-RQ-EOF-SWITCH            PIC X VALUE "N".
           88  WS-RQ-EOF               VALUE "Y".
       01  WS-RQ-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-RQ-CAMBIADO          VALUE "Y".
       01  WS-CP-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-CP-CAMBIADO          VALUE "Y".

       01  WS-RQ-LOOKUP-NUMERO         PIC 9(6).
       01  WS-RQ-LOOKUP-POSICION       PIC X(6).
       01  WS-CP-LOOKUP-SECUENCIA      PIC 9(3).
       01  WS-RQ-IX                    PIC 9(4).
       01  WS-CP-IX                    PIC 9(4).

       01  WS-RQ-MAX                   PIC 9(4) VALUE 500.
       01  WS-RQ-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RQ-I                     PIC 9(4).
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 500 TIMES.
               10  WS-RQ-TBL-NUMERO    PIC 9(6).
               10  WS-RQ-TBL-DEPT      PIC X(4).
               10  WS-RQ-TBL-POSICION  PIC X(6).
               10  WS-RQ-TBL-TITULO    PIC X(20).
               10  WS-RQ-TBL-ESTADO    PIC X.
               10  WS-RQ-TBL-APERTURA  PIC 9(8).
               10  WS-RQ-TBL-CIERRE    PIC 9(8).
               10  WS-RQ-TBL-OPERADOR  PIC X(8).

       01  WS-CP-MAX                   PIC 9(4) VALUE 3000.
       01  WS-CP-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CP-I                     PIC 9(4).
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 3000 TIMES.
               10  WS-CP-TBL-NUMERO    PIC 9(6).
               10  WS-CP-TBL-SECUENCIA PIC 9(3).
               10  WS-CP-TBL-NOMBRE    PIC X(15).
               10  WS-CP-TBL-APELLIDOS PIC X(20).
               10  WS-CP-TBL-EDAD      PIC 9(2).
               10  WS-CP-TBL-ETAPA     PIC X.
               10  WS-CP-TBL-ALTA      PIC 9(8).
               10  WS-CP-TBL-FECHA     PIC 9(8).
