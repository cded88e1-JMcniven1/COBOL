      ******************************************************************
      * Copybook: ELECFD
      * Purpose:  FDs for the benefit open enrollment. The window
      *           control carries the first and last day elections
      *           are taken and the plan-year start date they take
      *           effect on (the plan year is named by its calendar
      *           year). An election carries the employee, the plan
      *           year, the plan and coverage tier chosen (S
      *           individual, C pareja, F familiar; tier blank keeps
      *           it derived from the dependents as FACTURA-PRIMAS
      *           does), the plan and tier held when it was taken,
      *           its origin (E elegida by the employee, D default
      *           rolled over for one who made no election) and its
      *           status (P capturada, C confirmada with the
      *           statement printed, A aplicada on BENENROL.DAT),
      *           with the capture date and operator and the date it
      *           was applied. See ELECSL.cpy for the matching
      *           FILE-CONTROL entries.
      ******************************************************************
       FD  ELECTION-PARM-FILE.
       01  ELECTION-PARM-RECORD.
           05  EP-VENTANA-DESDE     PIC 9(8).
           05  EP-VENTANA-HASTA     PIC 9(8).
           05  EP-INICIO-PLAN       PIC 9(8).

       FD  ELECTION-FILE.
       01  ELECTION-RECORD.
           05  EL-EMPLOYEE-ID       PIC 9(6).
           05  EL-ANO-PLAN          PIC 9(4).
           05  EL-PLAN              PIC X(4).
           05  EL-NIVEL             PIC X.
           05  EL-PLAN-ANTERIOR     PIC X(4).
           05  EL-NIVEL-ANTERIOR    PIC X.
           05  EL-ORIGEN            PIC X.
               88  EL-ELEGIDA       VALUE "E".
               88  EL-DEFECTO       VALUE "D".
           05  EL-ESTADO            PIC X.
               88  EL-CAPTURADA     VALUE "P".
               88  EL-CONFIRMADA    VALUE "C".
               88  EL-APLICADA      VALUE "A".
           05  EL-FECHA-CAPTURA     PIC 9(8).
           05  EL-OPERADOR          PIC X(8).
           05  EL-FECHA-APLICA      PIC 9(8).

       FD  ELECTION-NEW.
       01  ELECTION-NEW-LINE        PIC X(46).
