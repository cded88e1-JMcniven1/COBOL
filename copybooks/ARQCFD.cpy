      ******************************************************************
      * Copybook: ARQCFD
      * Purpose:  FD for the teller cash-count file. Fondo is the
      *           drawer's opening float; cinta the net cash movement
      *           the teller's tape shows for the drawer (cash in
      *           positive, cash out negative). Cantidad holds the
      *           pieces counted of each of the twelve denominations
      *           of DENOMINA.DAT, in its order; contado is their
      *           total, fixed at capture. Estado P = pending, B =
      *           balanced by CUADRA-CAJAS, V = left pending past its
      *           business date and closed unbalanced by CUADRA-CAJAS
      *           (neither B nor V is recounted, and both are dropped
      *           from the file by the next capture). See
      *           ARQCSL.cpy for the matching FILE-CONTROL entries.
      ******************************************************************
       FD  CASH-COUNT.
       01  CASH-COUNT-RECORD.
           05  AQ-FECHA             PIC 9(8).
           05  AQ-SUCURSAL          PIC X(4).
           05  AQ-CAJON             PIC X(4).
           05  AQ-FONDO             PIC 9(7)V99.
           05  AQ-CINTA             PIC S9(7)V99
                   SIGN LEADING SEPARATE.
           05  AQ-CONTADO           PIC 9(7)V99.
           05  AQ-CANTIDAD          PIC 9(5) OCCURS 12 TIMES.
           05  AQ-ESTADO            PIC X.
               88  AQ-PENDIENTE     VALUE "P".
               88  AQ-CUADRADO      VALUE "B".
               88  AQ-VENCIDO       VALUE "V".
           05  AQ-OPERADOR          PIC X(8).

       FD  CASH-COUNT-NEW.
       01  CASH-COUNT-NEW-LINE      PIC X(113).

      *    Una denominacion por linea, de mayor a menor, hasta doce.
       FD  DENOMINATION-FILE.
       01  DENOMINATION-RECORD.
           05  DN-VALOR             PIC 9(5)V99.
