      ******************************************************************
      * Copybook: DRGLWS
      * Purpose:  WORKING-STORAGE for the standing-journal feed. Per
      *           line move period, clase, tipo, account, amount,
      *           journal code and date to the WS-JG-* fields and
      *           PERFORM AGREGA-ASIENTO-RECURRENTE (DRGLWR.cpy).
      ******************************************************************
       01  WS-JG-STATUS                PIC XX.
           88  WS-JG-OK                VALUE "00".
       01  WS-JG-EOF-SWITCH            PIC X VALUE "N".
           88  WS-JG-EOF               VALUE "Y".
       01  WS-JG-ANOMES                PIC 9(6).
       01  WS-JG-CLASE                 PIC X.
       01  WS-JG-TIPO                  PIC X.
       01  WS-JG-CUENTA                PIC X(8).
       01  WS-JG-IMPORTE               PIC 9(9)V99.
       01  WS-JG-CODIGO                PIC X(6).
       01  WS-JG-FECHA                 PIC 9(8).
