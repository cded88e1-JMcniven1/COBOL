      ******************************************************************
      * Copybook: OPERWS
      * Purpose:  WORKING-STORAGE for the operator master. PERFORM
      *           LEE-POLITICA-CLAVES for the policy (defaults 90
      *           days validity, 3 failures, 5 passwords of history,
      *           60 days of inactivity, 6 characters) and
      *           CARGA-OPERADORES for the table, one 89-byte
      *           record image per operator (move it to WS-OPCL-
      *           REGISTRO, OPCLWS.cpy, to work on its fields). Set
      *           WS-OPM-LOOKUP-ID and PERFORM BUSCA-OPERADOR for the
      *           entry in WS-OPM-IX (zero if not on file). Set
      *           WS-OPM-CAMBIADO after changing the table and
      *           PERFORM GRABA-OPERADORES.
      ******************************************************************
       01  WS-OPM-STATUS               PIC XX.
           88  WS-OPM-OK               VALUE "00".
       01  WS-OPM-NEW-STATUS           PIC XX.
           88  WS-OPM-NEW-OK           VALUE "00".
       01  WS-OPM-PARM-STATUS          PIC XX.
           88  WS-OPM-PARM-OK          VALUE "00".
       01  WS-OPM-EOF-SWITCH           PIC X VALUE "N".
           88  WS-OPM-EOF              VALUE "Y".
       01  WS-OPM-CAMBIADO-SWITCH      PIC X VALUE "N".
           88  WS-OPM-CAMBIADO         VALUE "Y".
      *    Sin OPERMAST.DAT en disco la carga lo deja en "N".
       01  WS-OPM-MASTER-SWITCH        PIC X VALUE "N".
           88  WS-OPM-HAY-MASTER       VALUE "Y".

       01  WS-OPM-DIAS-VIGENCIA        PIC 9(3) VALUE 90.
       01  WS-OPM-MAX-FALLOS           PIC 9(2) VALUE 3.
       01  WS-OPM-HISTORIA             PIC 9 VALUE 5.
       01  WS-OPM-DIAS-INACTIVO        PIC 9(3) VALUE 60.
       01  WS-OPM-LARGO-MINIMO         PIC 9 VALUE 6.

       01  WS-OPM-LOOKUP-ID            PIC X(8).
       01  WS-OPM-IX                   PIC 9(4).

       01  WS-OPM-MAX                  PIC 9(4) VALUE 500.
       01  WS-OPM-COUNT                PIC 9(4) VALUE 0.
       01  WS-OPM-I                    PIC 9(4).
       01  WS-OPM-TABLE.
           05  WS-OPM-ENTRY OCCURS 500 TIMES PIC X(89).
