      ******************************************************************
      * Copybook: OPCLWS
      * Purpose:  WORKING-STORAGE for the operator password check.
      *           Move the operator's OPERMAST.DAT record to
      *           WS-OPCL-REGISTRO and the keyed password to
      *           WS-OPCL-CLAVE, then PERFORM COTEJA-CLAVE-OPERADOR
      *           (OPCLWR.cpy): WS-OPCL-RESULTADO comes back with the
      *           outcome and the check is appended to OPERUSO.DAT
      *           under WS-OPSLOG-PROGRAM; a wrong password is also
      *           counted on the record (locked at the policy
      *           maximum). CALCULA-HASH-CLAVE turns
      *           WS-OPCL-CLAVE into WS-OPCL-HASH under WS-OPCL-SAL-
      *           CALCULO, the form OPERMAST keeps instead of the
      *           clear password (same scheme as the badge PINs,
      *           PINHWS.cpy, over eight digits).
      ******************************************************************
       01  WS-OPCL-USO-STATUS          PIC XX.
           88  WS-OPCL-USO-OK          VALUE "00".
      *    Imagen del registro de OPERMAST.DAT (89 posiciones).
       01  WS-OPCL-REGISTRO.
           05  WS-OPCL-ID              PIC X(8).
           05  WS-OPCL-GUARDADA        PIC X(8).
           05  WS-OPCL-NIVEL           PIC 9.
           05  WS-OPCL-SAL             PIC X(4).
           05  WS-OPCL-ESTADO          PIC X.
               88  WS-OPCL-EST-BLOQUEADO   VALUE "B".
               88  WS-OPCL-EST-INHABIL     VALUE "I".
           05  WS-OPCL-CAMBIO          PIC X.
               88  WS-OPCL-CAMBIO-PEND     VALUE "S".
           05  WS-OPCL-FALLOS          PIC 9(2).
           05  WS-OPCL-VENCE           PIC 9(8).
           05  WS-OPCL-ULTIMO-USO      PIC 9(8).
           05  WS-OPCL-HISTORIAL.
               10  WS-OPCL-PREVIA      OCCURS 5 TIMES PIC X(8).
           05  WS-OPCL-FECHA-ESTADO    PIC 9(8).
       01  WS-OPCL-CLAVE               PIC X(8).
       01  WS-OPCL-RESULTADO           PIC X.
           88  WS-OPCL-VALIDA          VALUE "V".
           88  WS-OPCL-ERRONEA         VALUE "E".
           88  WS-OPCL-BLOQUEADA       VALUE "B".
           88  WS-OPCL-INHABILITADA    VALUE "I".
           88  WS-OPCL-CAMBIO-DEBIDO   VALUE "C".
           88  WS-OPCL-DESCONOCIDA     VALUE "D".
       01  WS-OPCL-COTEJO              PIC X(8).
       01  WS-OPCL-FALLOS-EDIT         PIC Z9.
       01  WS-OPCL-HOY                 PIC 9(8).
       01  WS-OPCL-AHORA               PIC 9(6).
       01  WS-OPCL-TIMESTAMP           PIC X(21).
       01  WS-OPCL-TIMESTAMP-R REDEFINES WS-OPCL-TIMESTAMP.
           05  WS-OPCL-TS-FECHA        PIC 9(8).
           05  WS-OPCL-TS-HORA         PIC 9(6).
           05  WS-OPCL-TS-RESTO        PIC X(7).
      *    Calculo del hash: sal de la fila mas clave tecleada.
       01  WS-OPCL-SAL-CALCULO         PIC X(4).
       01  WS-OPCL-HASH                PIC X(8).
       01  WS-OPCL-ENTRADA.
           05  WS-OPCL-ENT-SAL         PIC X(4).
           05  WS-OPCL-ENT-CLAVE       PIC X(8).
       01  WS-OPCL-ACUM                PIC 9(10).
       01  WS-OPCL-I                   PIC 9(2).
       01  WS-OPCL-ORD                 PIC 9(3).
       01  WS-OPCL-HASH-NUM            PIC 9(8).
      *    Sal nueva: reloj mas un ajuste por llamada, para no
      *    repetir sal dentro del mismo segundo.
       01  WS-OPCL-SAL-AJUSTE          PIC 9(4) VALUE 0.
       01  WS-OPCL-SAL-NUM             PIC 9(4).
