           05  HR-SALARIO              PIC 9(7)V99.
           05  HR-FECHA-ALTA           PIC 9(8).
           05  HR-FECHA-NAC            PIC 9(8).
      *    HR-SUPERVISOR-ID es el empleado al que se reporta; 0 marca
      *    la cima de una linea de reporte. Se mantiene solo desde
      *    MANTIENE-SUPERVISORES, que rechaza ciclos y huerfanos.
           05  HR-SUPERVISOR-ID        PIC 9(6).
