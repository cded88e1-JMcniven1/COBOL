      ******************************************************************
      * Copybook: POSMWS
      * Purpose:  WORKING-STORAGE for the position master.
      *           PERFORM CARGA-POSMAST once at start of run. For a
      *           hire set WS-POSM-LOOKUP-DEPT and
      *           WS-POSM-LOOKUP-SALARIO and PERFORM
      *           BUSCA-PLAZA-VACANTE: WS-POSM-PLAZA-OK comes back
      *           with the vacant position in WS-POSM-IX-VACANTE,
      *           WS-POSM-SIN-VACANTE when the department has no
      *           vacant authorized position left, and
      *           WS-POSM-FUERA-GRADO when it has vacancies but the
      *           salary fits none of their grades. Set
      *           WS-POSM-LOOKUP-EMP and PERFORM BUSCA-PLAZA-EMPLEADO
      *           to find the position an employee fills
      *           (WS-POSM-IX-EMPLEADO, zero if none). OCUPA-PLAZA /
      *           LIBERA-PLAZA update the table and GRABA-POSMAST
      *           writes it back at end of run. If POSMAST.DAT is
      *           absent WS-POSM-LOADED stays off and every check
      *           passes, the same optional-master idiom as
      *           DEPTMAST.DAT.
      ******************************************************************
       01  WS-POSM-STATUS              PIC XX.
           88  WS-POSM-OK              VALUE "00".
       01  WS-POSM-NEW-STATUS          PIC XX.
           88  WS-POSM-NEW-OK          VALUE "00".
       01  WS-POSM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-POSM-EOF             VALUE "Y".
       01  WS-POSM-LOADED-SWITCH       PIC X VALUE "N".
           88  WS-POSM-LOADED          VALUE "Y".
       01  WS-POSM-CAMBIADO-SWITCH     PIC X VALUE "N".
           88  WS-POSM-CAMBIADO        VALUE "Y".
       01  WS-POSM-LOOKUP-DEPT         PIC X(4).
       01  WS-POSM-LOOKUP-SALARIO      PIC 9(7)V99.
       01  WS-POSM-LOOKUP-EMP          PIC 9(6).
       01  WS-POSM-RESULTADO           PIC X.
           88  WS-POSM-PLAZA-OK        VALUE "O".
           88  WS-POSM-SIN-VACANTE     VALUE "V".
           88  WS-POSM-FUERA-GRADO     VALUE "G".
       01  WS-POSM-IX-VACANTE          PIC 9(4).
       01  WS-POSM-IX-EMPLEADO         PIC 9(4).
       01  WS-POSM-MAX                 PIC 9(4) VALUE 500.
       01  WS-POSM-COUNT               PIC 9(4) VALUE 0.
       01  WS-POSM-I                   PIC 9(4).
       01  WS-POSM-TABLE.
           05  WS-POSM-ENTRY OCCURS 500 TIMES.
               10  WS-POSM-TBL-POSICION PIC X(6).
               10  WS-POSM-TBL-DEPT    PIC X(4).
               10  WS-POSM-TBL-TITULO  PIC X(20).
               10  WS-POSM-TBL-GRADO   PIC X(2).
               10  WS-POSM-TBL-MIN     PIC 9(7)V99.
               10  WS-POSM-TBL-MAX     PIC 9(7)V99.
               10  WS-POSM-TBL-ESTADO  PIC X.
               10  WS-POSM-TBL-EMPLEADO PIC 9(6).
