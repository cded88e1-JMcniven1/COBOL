      ******************************************************************
      * Copybook: OCUPWS
      * Purpose:  WORKING-STORAGE for building occupancy. PERFORM
      *           CARGA-OCUPACION once at start of run; set
      *           WS-OC-LOOKUP-BADGE and PERFORM BUSCA-OCUPANTE for
      *           the badge's row in WS-OC-IX (zero if the badge is
      *           not inside). QUITA-OCUPANTE removes row WS-OC-IX.
      *           Set WS-OC-CAMBIADO after changing the table and
      *           PERFORM GRABA-OCUPACION.
      ******************************************************************
       01  WS-OC-STATUS                PIC XX.
           88  WS-OC-OK                VALUE "00".
       01  WS-OC-NEW-STATUS            PIC XX.
           88  WS-OC-NEW-OK            VALUE "00".
       01  WS-OC-EOF-SWITCH            PIC X VALUE "N".
           88  WS-OC-EOF               VALUE "Y".
       01  WS-OC-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-OC-CAMBIADO          VALUE "Y".

       01  WS-OC-LOOKUP-BADGE          PIC X(8).
       01  WS-OC-IX                    PIC 9(4).
       01  WS-OC-MAX                   PIC 9(4) VALUE 2000.
       01  WS-OC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-OC-I                     PIC 9(4).
       01  WS-OC-TABLE.
           05  WS-OC-ENTRY OCCURS 2000 TIMES.
               10  WS-OC-TBL-BADGE     PIC X(8).
               10  WS-OC-TBL-ZONA      PIC X(4).
               10  WS-OC-TBL-FECHA     PIC 9(8).
               10  WS-OC-TBL-HORA      PIC 9(4).
