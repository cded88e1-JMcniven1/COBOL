      ******************************************************************
      * Copybook: DRECFD
      * Purpose:  FD for the standing-journal master. Frecuencia M =
      *           mensual, T = trimestral, S = semestral, A = anual,
      *           counted from the first period (inicio); fin zero =
      *           no end. Reversa S = the entry is reversed on the
      *           first day of the next period. Ultimo is the last
      *           period generated, so a period is never generated
      *           twice. Estado A = active, B = suspended. Up to ten
      *           lines, debits equal to credits. See DRECSL.cpy for
      *           the matching FILE-CONTROL entries.
      ******************************************************************
       FD  STANDING-JOURNAL.
       01  STANDING-JOURNAL-RECORD.
           05  JD-CODIGO            PIC X(6).
           05  JD-DESCRIPCION       PIC X(30).
           05  JD-FRECUENCIA        PIC X.
               88  JD-MENSUAL       VALUE "M".
               88  JD-TRIMESTRAL    VALUE "T".
               88  JD-SEMESTRAL     VALUE "S".
               88  JD-ANUAL         VALUE "A".
           05  JD-INICIO            PIC 9(6).
           05  JD-FIN               PIC 9(6).
           05  JD-REVERSA           PIC X.
               88  JD-AUTO-REVERSA  VALUE "S".
           05  JD-ULTIMO            PIC 9(6).
           05  JD-ESTADO            PIC X.
               88  JD-ACTIVO        VALUE "A".
               88  JD-SUSPENDIDO    VALUE "B".
           05  JD-LINEAS            PIC 99.
           05  JD-LINEA OCCURS 10 TIMES.
               10  JD-TIPO          PIC X.
               10  JD-CUENTA        PIC X(8).
               10  JD-IMPORTE       PIC 9(9)V99.

       FD  STANDING-JOURNAL-NEW.
       01  STANDING-JOURNAL-NEW-LINE PIC X(259).
