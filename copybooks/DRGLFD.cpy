      ******************************************************************
      * Copybook: DRGLFD
      * Purpose:  FD for the standing-journal feed. One line per
      *           debit (D) or credit (C) of a generated journal;
      *           clase G = the entry of the period, R = its reversal,
      *           dated the first day of the next period and held by
      *           EXTRAE-GL until that period. Estado blank = pending,
      *           R = already on GLINTF. See DRGLSL.cpy for the
      *           matching FILE-CONTROL entry.
      ******************************************************************
       FD  STANDING-GL-FILE.
       01  STANDING-GL-RECORD.
           05  JG-ANOMES            PIC 9(6).
           05  JG-CLASE             PIC X.
               88  JG-GENERADO      VALUE "G".
               88  JG-REVERSION     VALUE "R".
           05  JG-TIPO              PIC X.
           05  JG-CUENTA            PIC X(8).
           05  JG-IMPORTE           PIC 9(9)V99.
           05  JG-CODIGO            PIC X(6).
           05  JG-FECHA             PIC 9(8).
           05  JG-ESTADO            PIC X.
