      ******************************************************************
      * Copybook: OPCLFD
      * Purpose:  Record layout of the operator sign-on log. OU-
      *           RESULTADO is the outcome of the check: V valid,
      *           E wrong password, B operator locked, I operator
      *           disabled, C password change due (expired or still
      *           the temporary one), D operator id not on the master.
      ******************************************************************
       FD  OPERATOR-USE-LOG.
       01  OPERATOR-USE-RECORD.
           05  OU-OPERATOR-ID       PIC X(8).
           05  OU-FECHA             PIC 9(8).
           05  OU-HORA              PIC 9(6).
           05  OU-PROGRAMA          PIC X(20).
           05  OU-RESULTADO         PIC X.
