      ******************************************************************
      * Copybook: ACTFFD
      * Purpose:  FD for the fixed-asset register. Metodo L = linea
      *           recta (lo que queda por depreciar entre los meses
      *           de vida que quedan), D = saldo decreciente doble
      *           (el doble de la tasa lineal sobre el valor en
      *           libros, sin bajar del residual y con el resto en el
      *           ultimo mes de vida). Depreciation runs from the
      *           month of acquisition; ultimo mes is the last month
      *           already depreciated, so a month is never charged
      *           twice. Estado A = in service, B = disposed of, with
      *           the disposal date, proceeds and gain (+) or loss
      *           (-). See ACTFSL.cpy for the matching FILE-CONTROL
      *           entries.
      ******************************************************************
       FD  ASSET-MASTER.
       01  ASSET-MASTER-RECORD.
           05  AF-NUMERO            PIC 9(6).
           05  AF-DEPTO             PIC X(4).
           05  AF-DESCRIPCION       PIC X(30).
           05  AF-CATEGORIA         PIC X(4).
           05  AF-FECHA-ALTA        PIC 9(8).
           05  AF-COSTO             PIC 9(9)V99.
           05  AF-VIDA-MESES        PIC 9(3).
           05  AF-METODO            PIC X.
               88  AF-LINEAL        VALUE "L".
               88  AF-DECRECIENTE   VALUE "D".
           05  AF-RESIDUAL          PIC 9(9)V99.
           05  AF-DEPR-ACUM         PIC 9(9)V99.
           05  AF-ULTIMO-MES        PIC 9(6).
           05  AF-ESTADO            PIC X.
               88  AF-EN-SERVICIO   VALUE "A".
               88  AF-DE-BAJA       VALUE "B".
           05  AF-FECHA-BAJA        PIC 9(8).
           05  AF-PRODUCTO-BAJA     PIC 9(9)V99.
           05  AF-RESULTADO-BAJA    PIC S9(9)V99.

       FD  ASSET-NEW.
       01  ASSET-NEW-LINE           PIC X(126).
