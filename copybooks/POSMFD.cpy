      ******************************************************************
      * Copybook: POSMFD
      * Purpose:  FD for the position master: one record per
      *           authorized position with its id, department, job
      *           title, salary grade and the grade's salary range,
      *           status (V = vacante, O = ocupada) and the employee
      *           who fills it (zero while vacant). See POSMSL.cpy for
      *           the matching FILE-CONTROL entries.
      ******************************************************************
       FD  POS-MASTER.
       01  POS-MASTER-RECORD.
           05  PM-POSICION          PIC X(6).
           05  PM-DEPT-CODE         PIC X(4).
           05  PM-TITULO            PIC X(20).
           05  PM-GRADO             PIC X(2).
           05  PM-SALARIO-MIN       PIC 9(7)V99.
           05  PM-SALARIO-MAX       PIC 9(7)V99.
           05  PM-ESTADO            PIC X.
               88  PM-VACANTE       VALUE "V".
               88  PM-OCUPADA       VALUE "O".
           05  PM-EMPLOYEE-ID       PIC 9(6).

       FD  POS-MASTER-NEW.
       01  POS-MASTER-NEW-LINE      PIC X(57).
