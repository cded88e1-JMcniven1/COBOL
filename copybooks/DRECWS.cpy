      ******************************************************************
      * Copybook: DRECWS
      * Purpose:  WORKING-STORAGE for the standing-journal master.
      *           PERFORM CARGA-RECURRENTES for the whole master in
      *           the WS-JD-TBL-* table; set WS-JD-LOOKUP-CODIGO and
      *           PERFORM BUSCA-RECURRENTE for its row in WS-JD-IX
      *           (zero if none). Set WS-JD-CAMBIADO after changing
      *           the table and PERFORM GRABA-RECURRENTES
      *           (DRECWR.cpy).
      ******************************************************************
       01  WS-JD-STATUS                PIC XX.
           88  WS-JD-OK                VALUE "00".
       01  WS-JD-NEW-STATUS            PIC XX.
           88  WS-JD-NEW-OK            VALUE "00".
       01  WS-JD-EOF-SWITCH            PIC X VALUE "N".
           88  WS-JD-EOF               VALUE "Y".
       01  WS-JD-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-JD-CAMBIADO          VALUE "Y".

       01  WS-JD-LOOKUP-CODIGO         PIC X(6).
       01  WS-JD-IX                    PIC 9(4).
       01  WS-JD-L                     PIC 99.

       01  WS-JD-MAX                   PIC 9(4) VALUE 300.
       01  WS-JD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-JD-I                     PIC 9(4).
       01  WS-JD-TABLE.
           05  WS-JD-ENTRY OCCURS 300 TIMES.
               10  WS-JD-TBL-CODIGO    PIC X(6).
               10  WS-JD-TBL-DESC      PIC X(30).
               10  WS-JD-TBL-FRECUENCIA PIC X.
               10  WS-JD-TBL-INICIO    PIC 9(6).
               10  WS-JD-TBL-FIN       PIC 9(6).
               10  WS-JD-TBL-REVERSA   PIC X.
               10  WS-JD-TBL-ULTIMO    PIC 9(6).
               10  WS-JD-TBL-ESTADO    PIC X.
               10  WS-JD-TBL-LINEAS    PIC 99.
               10  WS-JD-TBL-LINEA OCCURS 10 TIMES.
                   15  WS-JD-TBL-TIPO  PIC X.
                   15  WS-JD-TBL-CUENTA PIC X(8).
                   15  WS-JD-TBL-IMPORTE PIC 9(9)V99.
