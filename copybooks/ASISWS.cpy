      ******************************************************************
      * Copybook: ASISWS
      * Purpose:  WORKING-STORAGE for student daily attendance.
      *           PERFORM CARGA-TERMINOS once at start of run; set
      *           WS-TC-LOOKUP-FECHA and PERFORM BUSCA-TERMINO for the
      *           term holding that day in WS-TC-IX (zero if the day
      *           falls outside the calendar). PERFORM
      *           CARGA-ACUMULADOS for the totals; WS-AA-LOOKUP-ALUMNO
      *           and WS-AA-LOOKUP-TERMINO with BUSCA-ACUMULADO give
      *           WS-AA-IX, and SUMA-ASISTENCIA-ALUMNO adds up every
      *           term of WS-AA-LOOKUP-ALUMNO into WS-AA-SUM-* with
      *           the attendance percentage (present or late over
      *           every session marked) in WS-AA-PORCENTAJE. Set
      *           WS-AA-CAMBIADO after changing the table and PERFORM
      *           GRABA-ACUMULADOS. AGREGA-ASISTENCIA appends the mark
      *           staged in WS-AS-NUEVO-*.
      ******************************************************************
       01  WS-AS-STATUS                PIC XX.
           88  WS-AS-OK                VALUE "00".
       01  WS-AA-STATUS                PIC XX.
           88  WS-AA-OK                VALUE "00".
       01  WS-AA-NEW-STATUS            PIC XX.
           88  WS-AA-NEW-OK            VALUE "00".
       01  WS-TC-STATUS                PIC XX.
           88  WS-TC-OK                VALUE "00".
       01  WS-AA-EOF-SWITCH            PIC X VALUE "N".
           88  WS-AA-EOF               VALUE "Y".
       01  WS-AA-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-AA-CAMBIADO          VALUE "Y".

      *    Calendario de terminos del ano lectivo.
       01  WS-TC-LOOKUP-FECHA          PIC 9(8).
       01  WS-TC-IX                    PIC 9(2).
       01  WS-TC-MAX                   PIC 9(2) VALUE 20.
       01  WS-TC-COUNT                 PIC 9(2) VALUE 0.
       01  WS-TC-I                     PIC 9(2).
       01  WS-TC-TABLE.
           05  WS-TC-ENTRY OCCURS 20 TIMES.
               10  WS-TC-TBL-TERMINO   PIC X(6).
               10  WS-TC-TBL-DESDE     PIC 9(8).
               10  WS-TC-TBL-HASTA     PIC 9(8).

      *    Acumulados por alumno y termino.
       01  WS-AA-LOOKUP-ALUMNO         PIC 9(6).
       01  WS-AA-LOOKUP-TERMINO        PIC X(6).
       01  WS-AA-IX                    PIC 9(4).
       01  WS-AA-MAX                   PIC 9(4) VALUE 3000.
       01  WS-AA-COUNT                 PIC 9(4) VALUE 0.
       01  WS-AA-I                     PIC 9(4).
       01  WS-AA-TABLE.
           05  WS-AA-ENTRY OCCURS 3000 TIMES.
               10  WS-AA-TBL-ALUMNO    PIC 9(6).
               10  WS-AA-TBL-TERMINO   PIC X(6).
               10  WS-AA-TBL-PRESENTES PIC 9(4).
               10  WS-AA-TBL-AUSENTES  PIC 9(4).
               10  WS-AA-TBL-JUSTIFICADAS
                                       PIC 9(4).
               10  WS-AA-TBL-TARDANZAS PIC 9(4).
               10  WS-AA-TBL-CARTA-NIVEL
                                       PIC 9.
               10  WS-AA-TBL-FECHA-CARTA
                                       PIC 9(8).

      *    Totales del alumno en todos los terminos del ano.
       01  WS-AA-SUM-PRESENTES         PIC 9(5).
       01  WS-AA-SUM-AUSENTES          PIC 9(5).
       01  WS-AA-SUM-JUSTIFICADAS      PIC 9(5).
       01  WS-AA-SUM-TARDANZAS         PIC 9(5).
       01  WS-AA-SUM-SESIONES          PIC 9(6).
       01  WS-AA-PORCENTAJE            PIC 9(3)V9.

      *    Marca a agregar a ASISTEN.DAT.
       01  WS-AS-NUEVO-ALUMNO          PIC 9(6).
       01  WS-AS-NUEVO-SECCION         PIC X(4).
       01  WS-AS-NUEVO-FECHA           PIC 9(8).
       01  WS-AS-NUEVO-CODIGO          PIC X.
       01  WS-AS-NUEVO-OPERADOR        PIC X(8).
