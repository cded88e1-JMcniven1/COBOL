      ******************************************************************
      * Copybook: TURNWS
      * Purpose:  WORKING-STORAGE for the shift roster. PERFORM
      *           CARGA-TURNOS and CARGA-ROSTER once at start of run;
      *           with WS-ROS-FECHA-CARGA non-zero CARGA-ROSTER keeps
      *           only the lines of that date (the daily attendance
      *           capture), with zero it loads the whole roster.
      *           Set WS-TURN-LOOKUP-CODIGO and PERFORM BUSCA-TURNO,
      *           or WS-ROS-LOOKUP-EMP / WS-ROS-LOOKUP-FECHA and
      *           PERFORM BUSCA-ROSTER, for the entry in WS-TURN-IX /
      *           WS-ROS-IX (zero if none). Set WS-TURN-CAMBIADO /
      *           WS-ROS-CAMBIADO after changing a table and PERFORM
      *           GRABA-TURNOS / GRABA-ROSTER; roster lines dated
      *           before WS-ROS-FECHA-CORTE are dropped on the
      *           rewrite (zero keeps them all).
      ******************************************************************
       01  WS-TURN-STATUS              PIC XX.
           88  WS-TURN-OK              VALUE "00".
       01  WS-TURN-NEW-STATUS          PIC XX.
           88  WS-TURN-NEW-OK          VALUE "00".
       01  WS-ROS-STATUS               PIC XX.
           88  WS-ROS-OK               VALUE "00".
       01  WS-ROS-NEW-STATUS           PIC XX.
           88  WS-ROS-NEW-OK           VALUE "00".
       01  WS-TURN-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TURN-EOF             VALUE "Y".
       01  WS-TURN-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-TURN-CAMBIADO        VALUE "Y".
       01  WS-ROS-CAMBIADO-SWITCH      PIC X VALUE "N".
           88  WS-ROS-CAMBIADO         VALUE "Y".

       01  WS-TURN-LOOKUP-CODIGO       PIC X(4).
       01  WS-TURN-IX                  PIC 9(3).
       01  WS-ROS-LOOKUP-EMP           PIC 9(6).
       01  WS-ROS-LOOKUP-FECHA         PIC 9(8).
       01  WS-ROS-IX                   PIC 9(5).
       01  WS-ROS-FECHA-CARGA          PIC 9(8) VALUE 0.
       01  WS-ROS-FECHA-CORTE          PIC 9(8) VALUE 0.

       01  WS-TURN-MAX                 PIC 9(3) VALUE 100.
       01  WS-TURN-COUNT               PIC 9(3) VALUE 0.
       01  WS-TURN-I                   PIC 9(3).
       01  WS-TURN-TABLE.
           05  WS-TURN-ENTRY OCCURS 100 TIMES.
               10  WS-TURN-TBL-CODIGO  PIC X(4).
               10  WS-TURN-TBL-DESC    PIC X(20).
               10  WS-TURN-TBL-ENTRADA PIC 9(4).
               10  WS-TURN-TBL-SALIDA  PIC 9(4).
               10  WS-TURN-TBL-ACTIVO  PIC X.

       01  WS-ROS-MAX                  PIC 9(5) VALUE 20000.
       01  WS-ROS-COUNT                PIC 9(5) VALUE 0.
       01  WS-ROS-I                    PIC 9(5).
       01  WS-ROS-TABLE.
           05  WS-ROS-ENTRY OCCURS 20000 TIMES.
               10  WS-ROS-TBL-EMP      PIC 9(6).
               10  WS-ROS-TBL-FECHA    PIC 9(8).
               10  WS-ROS-TBL-TURNO    PIC X(4).
               10  WS-ROS-TBL-ENTRADA  PIC 9(4).
               10  WS-ROS-TBL-SALIDA   PIC 9(4).
               10  WS-ROS-TBL-DESCANSO PIC X.
