      ******************************************************************
      * Copybook: CONTFD
      * Purpose:  FDs for benefit continuation coverage. A
      *           continuation row carries the employee as last on
      *           BENENROL.DAT (name, department, plan and tier held;
      *           plan blank is BASE), the termination date off
      *           HRTERMS.DAT, the monthly premium quoted on the
      *           notice (PLANRATE.DAT total premium plus the
      *           administrative surcharge, all at the member's
      *           cost), the notice date and the last day to elect,
      *           the last month coverage may run (AAAAMM), its
      *           status (O ofrecida, A aceptada, N no elegida by the
      *           deadline, C cancelada for non-payment past the
      *           grace period, V vencida at the end of the maximum
      *           term) with the date it took that status, the
      *           customer account the member is invoiced on, the
      *           last month billed and the operator who recorded
      *           the election. A billing row ties each monthly
      *           invoice of INVMAST.DAT to the member and month.
      *           See CONTSL.cpy for the matching FILE-CONTROL
      *           entries.
      ******************************************************************
       FD  CONTINUATION-FILE.
       01  CONTINUATION-RECORD.
           05  CT-EMPLOYEE-ID       PIC 9(6).
           05  CT-NOMBRE            PIC X(20).
           05  CT-DEPTO             PIC X(4).
           05  CT-FECHA-BAJA        PIC 9(8).
           05  CT-PLAN              PIC X(4).
           05  CT-NIVEL             PIC X.
           05  CT-PRIMA             PIC 9(5)V99.
           05  CT-FECHA-AVISO       PIC 9(8).
           05  CT-FECHA-LIMITE      PIC 9(8).
           05  CT-PERIODO-FIN       PIC 9(6).
           05  CT-ESTADO            PIC X.
               88  CT-OFRECIDA      VALUE "O".
               88  CT-ACEPTADA      VALUE "A".
               88  CT-NO-ELEGIDA    VALUE "N".
               88  CT-CANCELADA     VALUE "C".
               88  CT-VENCIDA       VALUE "V".
           05  CT-FECHA-ESTADO      PIC 9(8).
           05  CT-CUENTA            PIC X(8).
           05  CT-ULT-PERIODO       PIC 9(6).
           05  CT-OPERADOR          PIC X(8).

       FD  CONTINUATION-NEW.
       01  CONTINUATION-NEW-LINE    PIC X(103).

       FD  CONTINUATION-BILLING.
       01  CONTINUATION-BILLING-RECORD.
           05  CF-EMPLOYEE-ID       PIC 9(6).
           05  CF-PERIODO           PIC 9(6).
           05  CF-FACTURA           PIC 9(6).
           05  CF-FECHA             PIC 9(8).
           05  CF-IMPORTE           PIC 9(5)V99.
