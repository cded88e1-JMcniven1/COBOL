      ******************************************************************
      * Copybook: HEXTWS
      * Purpose:  WORKING-STORAGE for the overtime pricing rules.
      *           PERFORM CARGA-REGLAS-EXTRA once at start of run.
      *           Set WS-HEXT-LOOKUP-TIPO / WS-HEXT-LOOKUP-TURNO and
      *           PERFORM BUSCA-FACTOR-EXTRA for the factor in
      *           WS-HEXT-FACTOR: the row of that day type and shift,
      *           else the "****" row of the day type, else 1.00 -
      *           so with no rules on file overtime is paid at the
      *           plain rate. BUSCA-REGLA-EXTRA finds the exact row
      *           in WS-HEXT-IX (zero if none) for maintenance. Set
      *           WS-HEXT-CAMBIADO after changing the table and
      *           PERFORM GRABA-REGLAS-EXTRA.
      ******************************************************************
       01  WS-HEXT-STATUS              PIC XX.
           88  WS-HEXT-OK              VALUE "00".
       01  WS-HEXT-NEW-STATUS          PIC XX.
           88  WS-HEXT-NEW-OK          VALUE "00".
       01  WS-HEXT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-HEXT-EOF             VALUE "Y".
       01  WS-HEXT-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-HEXT-CAMBIADO        VALUE "Y".

       01  WS-HEXT-LOOKUP-TIPO         PIC X.
       01  WS-HEXT-LOOKUP-TURNO        PIC X(4).
       01  WS-HEXT-FACTOR              PIC 9V99.
       01  WS-HEXT-IX                  PIC 9(3).

       01  WS-HEXT-MAX                 PIC 9(3) VALUE 100.
       01  WS-HEXT-COUNT               PIC 9(3) VALUE 0.
       01  WS-HEXT-I                   PIC 9(3).
       01  WS-HEXT-TABLE.
           05  WS-HEXT-ENTRY OCCURS 100 TIMES.
               10  WS-HEXT-TBL-TIPO    PIC X.
               10  WS-HEXT-TBL-TURNO   PIC X(4).
               10  WS-HEXT-TBL-FACTOR  PIC 9V99.
