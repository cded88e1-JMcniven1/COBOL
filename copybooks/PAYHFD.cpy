      ******************************************************************
      * Copybook: PAYHFD
      * Purpose:  FD for the payslip history (PAYHIST). Same detail
      *           as the PAYSLIPS.DAT record (coded deductions,
      *           totals, net and the RETRO amount) plus the key, the
      *           run date and the department. See PAYHSL.cpy.
      ******************************************************************
       FD  PAYSLIP-HISTORY.
       01  PAYSLIP-HISTORY-RECORD.
           05  PH-CLAVE.
               10  PH-EMPLOYEE-ID      PIC 9(6).
               10  PH-PERIODO          PIC 9(6).
               10  PH-TIPO             PIC X.
           05  PH-FECHA                PIC 9(8).
           05  PH-DEPT-CODE            PIC X(4).
           05  PH-APELLIDOS            PIC X(20).
           05  PH-NOMBRE               PIC X(15).
           05  PH-GROSS                PIC 9(7)V99.
           05  PH-TAX                  PIC 9(7)V99.
           05  PH-SS                   PIC 9(7)V99.
           05  PH-DED-COUNT            PIC 9.
           05  PH-DEDUCCION OCCURS 5 TIMES.
               10  PH-DED-CODE         PIC X(3).
               10  PH-DED-AMOUNT       PIC 9(7)V99.
           05  PH-DED-TOTAL            PIC 9(7)V99.
           05  PH-NET                  PIC 9(7)V99.
           05  PH-RETRO                PIC 9(7)V99.
