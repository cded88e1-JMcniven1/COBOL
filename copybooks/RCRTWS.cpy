      ******************************************************************
      * Copybook: RCRTWS
      * Purpose:  WORKING-STORAGE for the zone-access recertification
      *           register. PERFORM CARGA-RECERTIFICACION once at
      *           start of run; the rows stay in file order in
      *           WS-RCRT-TABLE. Set WS-RCRT-CAMBIADO after changing
      *           or adding rows and PERFORM GRABA-RECERTIFICACION.
      ******************************************************************
       01  WS-RCRT-STATUS              PIC XX.
           88  WS-RCRT-OK              VALUE "00".
       01  WS-RCRT-NEW-STATUS          PIC XX.
           88  WS-RCRT-NEW-OK          VALUE "00".
       01  WS-RCRT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-RCRT-EOF             VALUE "Y".
       01  WS-RCRT-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-RCRT-CAMBIADO        VALUE "Y".

       01  WS-RCRT-MAX                 PIC 9(5) VALUE 20000.
       01  WS-RCRT-COUNT               PIC 9(5) VALUE 0.
       01  WS-RCRT-I                   PIC 9(5).
       01  WS-RCRT-TABLE.
           05  WS-RCRT-ENTRY OCCURS 20000 TIMES.
               10  WS-RCRT-TBL-CAMPANA PIC 9(5).
               10  WS-RCRT-TBL-BADGE   PIC X(8).
               10  WS-RCRT-TBL-ZONA    PIC X(4).
               10  WS-RCRT-TBL-EMP     PIC 9(6).
               10  WS-RCRT-TBL-DEPTO   PIC X(4).
               10  WS-RCRT-TBL-JEFE    PIC 9(6).
               10  WS-RCRT-TBL-AVISO   PIC 9(8).
               10  WS-RCRT-TBL-LIMITE  PIC 9(8).
               10  WS-RCRT-TBL-ESTADO  PIC X.
                   88  WS-RCRT-PENDIENTE   VALUE "P".
                   88  WS-RCRT-CERTIFICADO VALUE "C".
                   88  WS-RCRT-QUITAR      VALUE "Q".
                   88  WS-RCRT-SUSPENDIDO  VALUE "S".
               10  WS-RCRT-TBL-FECHA-RESP
                                       PIC 9(8).
               10  WS-RCRT-TBL-OPERADOR
                                       PIC X(8).
