      *    Moneda de la cuenta; blanco o la moneda base del sitio =
      *    sin revalorizacion de cierre.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  TRIAL-REPORT.
       01  REPORT-LINE              PIC X(80).
