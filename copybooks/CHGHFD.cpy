      * Copybook: CHGHFD
      * Purpose:  FD for the masters' change history. Accion A =
      *           alta (WRITE), C = cambio (REWRITE), B = baja
      *           (DELETE), N = anonimizacion at end of retention
      *           (ANONIMIZA-DATOS; after image only); the images
      *           carry the raw record bytes (empty on the side the
      *           action lacks). See
      *           CHGHSL.cpy for the matching FILE-CONTROL entry.
      ******************************************************************
       FD  CHANGE-HISTORY.
