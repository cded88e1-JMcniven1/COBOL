      ******************************************************************
      * Copybook: ACGLFD
      * Purpose:  FD for the fixed-asset feed. Tipo D = depreciacion
      *           del mes de un departamento (activo en cero), B =
      *           un tramo de la baja de un activo. Each line carries
      *           the month it belongs to, the account debited and
      *           the account credited for the same amount, the asset
      *           and the date written; estado blank = pending, R =
      *           already on GLINTF. See ACGLSL.cpy for the matching
      *           FILE-CONTROL entry.
      ******************************************************************
       FD  ASSET-GL-FILE.
       01  ASSET-GL-RECORD.
           05  FA-ANOMES            PIC 9(6).
           05  FA-TIPO              PIC X.
               88  FA-DEPRECIACION  VALUE "D".
               88  FA-BAJA          VALUE "B".
           05  FA-DEBE              PIC X(8).
           05  FA-HABER             PIC X(8).
           05  FA-IMPORTE           PIC 9(9)V99.
           05  FA-ACTIVO            PIC 9(6).
           05  FA-FECHA             PIC 9(8).
           05  FA-ESTADO            PIC X.
