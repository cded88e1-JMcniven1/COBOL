      ******************************************************************
      * Copybook: PLANRFD
      * Purpose:  FDs for the retirement savings plan. The rules
      *           record carries the highest percentage a member may
      *           elect, the employer match rate per unit of employee
      *           contribution, the share of gross up to which
      *           contributions are matched, the annual limit on
      *           employee contributions and the graded vesting
      *           schedule (percentage of the employer side vested
      *           after 0, 1, 2, 3, 4 and 5 or more full years of
      *           service). Rates carry three implied decimals like
      *           PARM33.DAT. Member status A = aportando,
      *           S = suspendido (no contributions, account kept),
      *           B = baja (terminated, unvested part forfeited).
      *           Movement type E = aporte del empleado, P = aporte
      *           patronal, F = perdida de lo no consolidado. See
      *           PLANRSL.cpy for the matching FILE-CONTROL entries.
      ******************************************************************
       FD  PLAN-PARM-FILE.
       01  PLAN-PARM-RECORD.
           05  PRP-PORC-MAXIMO      PIC 9V999.
           05  PRP-TASA-MATCH       PIC 9V999.
           05  PRP-TOPE-MATCH       PIC 9V999.
           05  PRP-LIMITE-ANUAL     PIC 9(7)V99.
           05  PRP-CONSOLIDA        PIC 9(3) OCCURS 6 TIMES.

       FD  PLAN-MEMBER.
       01  PLAN-MEMBER-RECORD.
           05  RM-EMPLOYEE-ID       PIC 9(6).
           05  RM-PORCENTAJE        PIC 9V999.
           05  RM-ESTADO            PIC X.
               88  RM-ACTIVO        VALUE "A".
               88  RM-SUSPENDIDO    VALUE "S".
               88  RM-BAJA          VALUE "B".
           05  RM-FECHA-INSCRIPCION PIC 9(8).
           05  RM-FECHA-INGRESO     PIC 9(8).
           05  RM-FECHA-BAJA        PIC 9(8).

       FD  PLAN-MEMBER-NEW.
       01  PLAN-MEMBER-NEW-LINE     PIC X(35).

       FD  PLAN-ACCOUNT.
       01  PLAN-ACCOUNT-RECORD.
           05  RC-EMPLOYEE-ID       PIC 9(6).
           05  RC-SALDO-EMPLEADO    PIC 9(9)V99.
           05  RC-SALDO-EMPRESA     PIC 9(9)V99.
           05  RC-PERDIDO           PIC 9(9)V99.
           05  RC-ANO               PIC 9(4).
           05  RC-APORTE-ANO        PIC 9(9)V99.
           05  RC-FECHA-ULTIMO      PIC 9(8).

       FD  PLAN-ACCOUNT-NEW.
       01  PLAN-ACCOUNT-NEW-LINE    PIC X(62).

       FD  PLAN-MOVES.
       01  PLAN-MOVE-RECORD.
           05  RV-FECHA             PIC 9(8).
           05  RV-EMPLOYEE-ID       PIC 9(6).
           05  RV-TIPO              PIC X.
           05  RV-IMPORTE           PIC 9(7)V99.
