      ******************************************************************
      * Copybook: PAYHWS
      * Purpose:  WORKING-STORAGE for the payslip history. Writers
      *           set WS-PAYH-PERIODO and WS-PAYH-TIPO once per run
      *           and WS-PAYH-DEPTO per employee before PERFORM
      *           ARCHIVA-RECIBO (PAYHWR.cpy).
      ******************************************************************
       01  WS-PAYH-STATUS              PIC XX.
           88  WS-PAYH-OK              VALUE "00".
       01  WS-PAYH-PERIODO             PIC 9(6) VALUE 0.
       01  WS-PAYH-TIPO                PIC X VALUE "N".
           88  WS-PAYH-NOMINA          VALUE "N".
           88  WS-PAYH-FINIQUITO       VALUE "F".
           88  WS-PAYH-AGUINALDO       VALUE "A".
       01  WS-PAYH-DEPTO               PIC X(4) VALUE SPACES.
       01  WS-PAYH-ARCHIVADOS          PIC 9(6) VALUE 0.
