      ******************************************************************
      * Copybook: RCRGFD
      * Purpose:  Record layout of the inbound feed receipt register.
      *           One entry per file received, written by RECIBE-FEEDS
      *           when the file lands. RR-HUELLA is the fingerprint of
      *           the whole file (RR-LINEAS physical lines, the same
      *           scheme as the outbound register), RR-REGISTROS the
      *           detail records and RR-FECHA-CUBRE the business date
      *           the file covers. RR-ESTADO: R received, waiting for
      *           its loader; P processed by the loader named in
      *           RR-PROGRAMA -- the same content can never be loaded
      *           again; D duplicate, the content of an entry already
      *           processed (received on RR-FECHA-ORIGINAL), rejected
      *           at receipt.
      ******************************************************************
       FD  RECEPTION-REGISTER.
       01  RECEPTION-RECORD.
           05  RR-FEED              PIC X(8).
           05  RR-FICHERO           PIC X(12).
           05  RR-FECHA-CUBRE       PIC 9(8).
           05  RR-HUELLA            PIC 9(8).
           05  RR-LINEAS            PIC 9(7).
           05  RR-REGISTROS         PIC 9(7).
           05  RR-FECHA-RECEP       PIC 9(8).
           05  RR-HORA-RECEP        PIC 9(6).
           05  RR-FECHA-NEGOCIO     PIC 9(8).
           05  RR-ESTADO            PIC X.
               88  RR-RECIBIDA      VALUE "R".
               88  RR-PROCESADA     VALUE "P".
               88  RR-DUPLICADA     VALUE "D".
           05  RR-FECHA-PROCESO     PIC 9(8).
           05  RR-HORA-PROCESO      PIC 9(6).
           05  RR-PROGRAMA          PIC X(20).
           05  RR-FECHA-ORIGINAL    PIC 9(8).

       FD  RECEPTION-REG-NEW.
       01  RECEPTION-NEW-LINE       PIC X(115).

       FD  RECEPTION-SCAN.
       01  RECEPTION-SCAN-LINE      PIC X(100).
