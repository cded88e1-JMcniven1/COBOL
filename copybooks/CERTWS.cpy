      ******************************************************************
      * Copybook: CERTWS
      * Purpose:  WORKING-STORAGE for the training and certification
      *           register. PERFORM CARGA-CERTIFICACIONES and
      *           CARGA-REQUISITOS-ZONA once at start of run. Set
      *           WS-CERT-LOOKUP-EMP / WS-CERT-LOOKUP-CURSO and
      *           PERFORM BUSCA-CERTIFICACION for the entry in
      *           WS-CERT-IX (zero if none). For a zone check set
      *           WS-CERT-LOOKUP-EMP, WS-CERT-LOOKUP-ZONA and
      *           WS-CERT-FECHA and PERFORM VERIFICA-REQUISITOS-ZONA:
      *           WS-CERT-CUMPLE says whether the employee holds
      *           every course the zone requires current on that
      *           date, WS-CERT-FALTANTE names the first one missing
      *           or lapsed, and WS-CERT-ZONA-EXIGE whether the zone
      *           requires anything at all. Set WS-CERT-CAMBIADO /
      *           WS-ZCRT-CAMBIADO after changing a table and PERFORM
      *           GRABA-CERTIFICACIONES / GRABA-REQUISITOS-ZONA.
      ******************************************************************
       01  WS-CERT-STATUS              PIC XX.
           88  WS-CERT-OK              VALUE "00".
       01  WS-CERT-NEW-STATUS          PIC XX.
           88  WS-CERT-NEW-OK          VALUE "00".
       01  WS-ZCRT-STATUS              PIC XX.
           88  WS-ZCRT-OK              VALUE "00".
       01  WS-ZCRT-NEW-STATUS          PIC XX.
           88  WS-ZCRT-NEW-OK          VALUE "00".
       01  WS-CERT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-CERT-EOF             VALUE "Y".
       01  WS-CERT-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-CERT-CAMBIADO        VALUE "Y".
       01  WS-ZCRT-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-ZCRT-CAMBIADO        VALUE "Y".

       01  WS-CERT-LOOKUP-EMP          PIC 9(6).
       01  WS-CERT-LOOKUP-CURSO        PIC X(6).
       01  WS-CERT-LOOKUP-ZONA         PIC X(4).
       01  WS-CERT-FECHA               PIC 9(8).
       01  WS-CERT-IX                  PIC 9(4).
       01  WS-ZCRT-IX                  PIC 9(3).
       01  WS-CERT-CUMPLE-SWITCH       PIC X.
           88  WS-CERT-CUMPLE          VALUE "Y".
       01  WS-CERT-ZONA-EXIGE-SWITCH   PIC X.
           88  WS-CERT-ZONA-EXIGE      VALUE "Y".
       01  WS-CERT-FALTANTE            PIC X(6).

       01  WS-CERT-MAX                 PIC 9(4) VALUE 3000.
       01  WS-CERT-COUNT               PIC 9(4) VALUE 0.
       01  WS-CERT-I                   PIC 9(4).
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY OCCURS 3000 TIMES.
               10  WS-CERT-TBL-EMP     PIC 9(6).
               10  WS-CERT-TBL-CURSO   PIC X(6).
               10  WS-CERT-TBL-DESC    PIC X(20).
               10  WS-CERT-TBL-COMPLETADO
                                       PIC 9(8).
               10  WS-CERT-TBL-VENCE   PIC 9(8).

       01  WS-ZCRT-MAX                 PIC 9(3) VALUE 200.
       01  WS-ZCRT-COUNT               PIC 9(3) VALUE 0.
       01  WS-ZCRT-I                   PIC 9(3).
       01  WS-ZCRT-TABLE.
           05  WS-ZCRT-ENTRY OCCURS 200 TIMES.
               10  WS-ZCRT-TBL-ZONA    PIC X(4).
               10  WS-ZCRT-TBL-CURSO   PIC X(6).
