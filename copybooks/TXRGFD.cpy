      ******************************************************************
      * Copybook: TXRGFD
      * Purpose:  Record layout of the outbound transmission register.
      *           One entry per interface (GLINTF, POSPAY, BANKXFER,
      *           BUREAU, CENSUS) and business date. TR-REGISTROS and
      *           TR-TOTAL are the control totals the producing step
      *           put on its trailer; TR-HUELLA the fingerprint of the
      *           whole file as sent (TR-LINEAS physical lines).
      *           TR-ESTADO: E sent, awaiting acknowledgment; A
      *           acknowledged and totals agree; D acknowledged with
      *           different totals (a discrepancy to chase); R
      *           rejected by the receiving party -- the only state
      *           that lets the producing step build the file of that
      *           date again. TR-ORIGEN-ACUSE: F acknowledgment file,
      *           M confirmed by hand on MANTIENE-TRANSMISIONES.
      *           TR-REENVIOS counts controlled resends of the kept
      *           copy; the send date and time are those of the last
      *           send.
      ******************************************************************
       FD  TRANSMISSION-REGISTER.
       01  TRANSMISSION-RECORD.
           05  TR-INTERFAZ          PIC X(8).
           05  TR-FECHA-NEGOCIO     PIC 9(8).
           05  TR-FICHERO           PIC X(12).
           05  TR-DESTINO           PIC X(12).
           05  TR-REGISTROS         PIC 9(7).
           05  TR-TOTAL             PIC 9(11)V99.
           05  TR-HUELLA            PIC 9(8).
           05  TR-LINEAS            PIC 9(7).
           05  TR-FECHA-ENVIO       PIC 9(8).
           05  TR-HORA-ENVIO        PIC 9(6).
           05  TR-PROGRAMA          PIC X(20).
           05  TR-ESTADO            PIC X.
               88  TR-PENDIENTE     VALUE "E".
               88  TR-ACUSADA       VALUE "A".
               88  TR-DISCREPANTE   VALUE "D".
               88  TR-RECHAZADA     VALUE "R".
           05  TR-ORIGEN-ACUSE      PIC X.
           05  TR-FECHA-ACUSE       PIC 9(8).
           05  TR-HORA-ACUSE        PIC 9(6).
           05  TR-REF-ACUSE         PIC X(20).
           05  TR-REENVIOS          PIC 9(2).
           05  TR-OPERADOR          PIC X(8).

       FD  TRANSMISSION-REG-NEW.
       01  TRANSMISSION-NEW-LINE    PIC X(155).

       FD  TRANSMISSION-SCAN.
       01  TRANSMISSION-SCAN-LINE   PIC X(100).

       FD  TRANSMISSION-COPY.
       01  TRANSMISSION-COPY-LINE   PIC X(100).
