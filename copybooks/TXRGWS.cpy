      ******************************************************************
      * Copybook: TXRGWS
      * Purpose:  WORKING-STORAGE for the outbound transmission
      *           register. A producing step moves its interface code
      *           to WS-TXR-INTERFAZ after the STARTED log entry and
      *           PERFORMs CHECA-TRANSMISION: WS-TXR-YA-ENVIADA says a
      *           file for this business date already went out and
      *           must not be built again (the controlled resend of
      *           MANTIENE-TRANSMISIONES sends the kept copy instead).
      *           Once the file is closed it moves file name,
      *           destination, record count and control total to the
      *           WS-TXR- fields below and PERFORMs
      *           REGISTRA-TRANSMISION. Acknowledgments go through
      *           ACUSA-TRANSMISION (see TXRGWR.cpy).
      ******************************************************************
       01  WS-TXR-STATUS               PIC XX.
           88  WS-TXR-OK               VALUE "00".
       01  WS-TXR-NEW-STATUS           PIC XX.
           88  WS-TXR-NEW-OK           VALUE "00".
       01  WS-TXR-SCAN-STATUS          PIC XX.
           88  WS-TXR-SCAN-OK          VALUE "00".
       01  WS-TXR-COPY-STATUS          PIC XX.
           88  WS-TXR-COPY-OK          VALUE "00".
       01  WS-TXR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-TXR-EOF              VALUE "Y".
       01  WS-TXR-SCAN-NAME            PIC X(20).
       01  WS-TXR-COPY-NAME            PIC X(20).

      *    Datos de la transmision que se registra o acusa.
       01  WS-TXR-INTERFAZ             PIC X(8).
       01  WS-TXR-FECHA                PIC 9(8).
       01  WS-TXR-FICHERO              PIC X(12).
       01  WS-TXR-DESTINO              PIC X(12).
       01  WS-TXR-REGISTROS            PIC 9(7).
       01  WS-TXR-TOTAL                PIC 9(11)V99.
       01  WS-TXR-HUELLA               PIC 9(8).
       01  WS-TXR-LINEAS               PIC 9(7).
       01  WS-TXR-ENVIADA-SWITCH       PIC X VALUE "N".
           88  WS-TXR-YA-ENVIADA       VALUE "Y".

      *    Acuse: tipo A recibido / R rechazado por el destino; con
      *    WS-TXR-COTEJA los totales acusados se comparan con los
      *    registrados. WS-TXR-RESULTADO vuelve con A, D, R, Y (ya
      *    estaba acusada) o N (sin transmision registrada);
      *    REENVIA-TRANSMISION vuelve con E (copia repuesta), H (la
      *    copia guardada no da la huella registrada) o N.
       01  WS-TXR-ACUSE-TIPO           PIC X.
       01  WS-TXR-ACUSE-REGISTROS      PIC 9(7).
       01  WS-TXR-ACUSE-TOTAL          PIC 9(11)V99.
       01  WS-TXR-ACUSE-REF            PIC X(20).
       01  WS-TXR-ACUSE-ORIGEN         PIC X.
       01  WS-TXR-COTEJA-SWITCH        PIC X VALUE "Y".
           88  WS-TXR-COTEJA           VALUE "Y".
       01  WS-TXR-OPERADOR             PIC X(8) VALUE SPACES.
       01  WS-TXR-RESULTADO            PIC X.
           88  WS-TXR-RES-ACUSADA      VALUE "A".
           88  WS-TXR-RES-DISCREPANTE  VALUE "D".
           88  WS-TXR-RES-RECHAZADA    VALUE "R".
           88  WS-TXR-RES-DUPLICADA    VALUE "Y".
           88  WS-TXR-RES-SIN-ENVIO    VALUE "N".
           88  WS-TXR-RES-REENVIADA    VALUE "E".
           88  WS-TXR-RES-ALTERADA     VALUE "H".

      *    Entrada viva hallada por BUSCA-TRANSMISION: interfaz y
      *    fecha en WS-TXR-INTERFAZ / WS-TXR-FECHA; fichero, destino
      *    y totales vuelven en los campos de la transmision y lo
      *    demas aqui.
       01  WS-TXR-HALLADA-SWITCH       PIC X VALUE "N".
           88  WS-TXR-HALLADA          VALUE "Y".
       01  WS-TXR-REG-HUELLA           PIC 9(8).
       01  WS-TXR-REG-LINEAS           PIC 9(7).
       01  WS-TXR-REG-ESTADO           PIC X.
       01  WS-TXR-REG-REENVIOS         PIC 9(2).
       01  WS-TXR-REG-ENVIO            PIC 9(8).
       01  WS-TXR-REG-HORA             PIC 9(6).

       01  WS-TXR-TIMESTAMP            PIC X(21).
       01  WS-TXR-TIMESTAMP-R REDEFINES WS-TXR-TIMESTAMP.
           05  WS-TXR-TS-FECHA         PIC 9(8).
           05  WS-TXR-TS-HORA          PIC 9(6).
           05  FILLER                  PIC X(7).
      *    Huella: producto rodante sobre cada posicion de cada linea,
      *    el mismo esquema que CALCULA-HASH-CLAVE.
       01  WS-TXR-ACUM                 PIC 9(10).
       01  WS-TXR-I                    PIC 9(3).
       01  WS-TXR-ORD                  PIC 9(3).
       01  WS-TXR-EVENTO.
           05  WS-TXE-ACCION           PIC X(12).
           05  WS-TXE-INTERFAZ         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TXE-FECHA            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TXE-RESULTADO        PIC X(10).
