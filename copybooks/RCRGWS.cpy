      ******************************************************************
      * Copybook: RCRGWS
      * Purpose:  WORKING-STORAGE for the inbound feed receipt
      *           register. A loader moves its feed code and file
      *           name to WS-RCR-FEED / WS-RCR-FICHERO after the
      *           STARTED log entry and PERFORMs VERIFICA-RECEPCION:
      *           WS-RCR-RECHAZADA says the file on disk was never
      *           registered or its content was already processed,
      *           and the loader ends with RC 8 without touching
      *           anything. After a complete load it PERFORMs
      *           MARCA-RECEPCION-PROCESADA. A file not on disk
      *           (WS-RCR-RES-AUSENTE) is left to the loader's own
      *           handling. RECIBE-FEEDS registers arrivals through
      *           CALCULA-HUELLA-RECEPCION, BUSCA-RECEPCION and
      *           REGISTRA-RECEPCION (see RCRGWR.cpy).
      ******************************************************************
       01  WS-RCR-STATUS               PIC XX.
           88  WS-RCR-OK               VALUE "00".
       01  WS-RCR-NEW-STATUS           PIC XX.
           88  WS-RCR-NEW-OK           VALUE "00".
       01  WS-RCR-SCAN-STATUS          PIC XX.
           88  WS-RCR-SCAN-OK          VALUE "00".
       01  WS-RCR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-RCR-EOF              VALUE "Y".
       01  WS-RCR-SCAN-NAME            PIC X(20).

      *    Fichero recibido: lo que se registra o se busca.
       01  WS-RCR-FEED                 PIC X(8).
       01  WS-RCR-FICHERO              PIC X(12).
       01  WS-RCR-FECHA-CUBRE          PIC 9(8).
       01  WS-RCR-HUELLA               PIC 9(8).
       01  WS-RCR-LINEAS               PIC 9(7).
       01  WS-RCR-REGISTROS            PIC 9(7).
       01  WS-RCR-ESTADO               PIC X.
       01  WS-RCR-ORIGINAL             PIC 9(8).
       01  WS-RCR-PROCESO              PIC 9(8).

      *    Reglas de lectura del feed para el recuento y la fecha
      *    que cubre: WS-RCR-DETALLE es el tipo de linea que cuenta
      *    como registro (espacio = toda linea); WS-RCR-TIPO-FECHA
      *    H toma la fecha de la cabecera (linea que empieza por H),
      *    D la mayor de las lineas de detalle, N ninguna (cubre la
      *    fecha de negocio de la recepcion). La fecha esta en la
      *    posicion WS-RCR-POS-FECHA con 8 digitos, o con 6 (aaaamm,
      *    cubre el dia 1 del mes).
       01  WS-RCR-DETALLE              PIC X VALUE SPACE.
       01  WS-RCR-TIPO-FECHA           PIC X VALUE "N".
       01  WS-RCR-POS-FECHA            PIC 9(3) VALUE 0.
       01  WS-RCR-LON-FECHA            PIC 9 VALUE 8.
       01  WS-RCR-FECHA-TXT            PIC X(8).
       01  WS-RCR-FECHA-NUM REDEFINES WS-RCR-FECHA-TXT
                                       PIC 9(8).

      *    WS-RCR-RESULTADO vuelve de VERIFICA-RECEPCION y de
      *    BUSCA-RECEPCION con R (registrado y pendiente de carga),
      *    P (ya procesado), N (sin registrar) o A (no esta en disco).
       01  WS-RCR-RESULTADO            PIC X.
           88  WS-RCR-RES-REGISTRADA   VALUE "R".
           88  WS-RCR-RES-PROCESADA    VALUE "P".
           88  WS-RCR-RES-SIN-REGISTRO VALUE "N".
           88  WS-RCR-RES-AUSENTE      VALUE "A".
       01  WS-RCR-RECHAZO-SWITCH       PIC X VALUE "N".
           88  WS-RCR-RECHAZADA        VALUE "Y".

       01  WS-RCR-TIMESTAMP            PIC X(21).
       01  WS-RCR-TIMESTAMP-R REDEFINES WS-RCR-TIMESTAMP.
           05  WS-RCR-TS-FECHA         PIC 9(8).
           05  WS-RCR-TS-HORA          PIC 9(6).
           05  FILLER                  PIC X(7).
      *    Huella: el mismo producto rodante del registro de
      *    transmisiones, sobre cada posicion de cada linea.
       01  WS-RCR-ACUM                 PIC 9(10).
       01  WS-RCR-I                    PIC 9(3).
       01  WS-RCR-ORD                  PIC 9(3).
       01  WS-RCR-EVENTO.
           05  WS-RCE-ACCION           PIC X(10).
           05  WS-RCE-FEED             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RCE-FECHA            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RCE-RESULTADO        PIC X(12).
