      ******************************************************************
      * Copybook: ORPEFD
      * Purpose:  FD for the standing-order master. Tipo C = cargo
      *           (posted negative), A = abono (posted positive).
      *           Frecuencia S = semanal, Q = quincenal (14 dias),
      *           M = mensual, T = trimestral, A = anual. Dia is the
      *           day of the month the order falls due on for the
      *           monthly, quarterly and yearly orders (a short month
      *           takes its last day). Proxima is the next nominal due
      *           date (a weekend or holiday is rolled forward to the
      *           next working day when posting); fin zero = no end.
      *           Ultima is the business date the order was last
      *           processed on (posted or skipped), so a night never
      *           processes it twice. Estado A = active, B =
      *           suspended, F = finished (past its end date). See
      *           ORPESL.cpy for the matching FILE-CONTROL entries.
      ******************************************************************
       FD  STANDING-ORDER.
       01  STANDING-ORDER-RECORD.
           05  SO-CODIGO            PIC X(6).
           05  SO-CUENTA            PIC X(8).
           05  SO-DESCRIPCION       PIC X(30).
           05  SO-TIPO              PIC X.
               88  SO-CARGO         VALUE "C".
               88  SO-ABONO         VALUE "A".
           05  SO-IMPORTE           PIC 9(7)V99.
           05  SO-FRECUENCIA        PIC X.
               88  SO-SEMANAL       VALUE "S".
               88  SO-QUINCENAL     VALUE "Q".
               88  SO-MENSUAL       VALUE "M".
               88  SO-TRIMESTRAL    VALUE "T".
               88  SO-ANUAL         VALUE "A".
           05  SO-DIA               PIC 99.
           05  SO-PROXIMA           PIC 9(8).
           05  SO-FIN               PIC 9(8).
           05  SO-ESTADO            PIC X.
               88  SO-ACTIVA        VALUE "A".
               88  SO-SUSPENDIDA    VALUE "B".
               88  SO-FINALIZADA    VALUE "F".
           05  SO-ULTIMA            PIC 9(8).
           05  SO-OPERADOR          PIC X(8).

       FD  STANDING-ORDER-NEW.
       01  STANDING-ORDER-NEW-LINE  PIC X(90).
