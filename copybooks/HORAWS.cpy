      ******************************************************************
      * Copybook: HORAWS
      * Purpose:  WORKING-STORAGE for the class timetable. The caller
      *           fills the section table (WS-HS-*, from SECTMAST.DAT
      *           with each section's teacher, subject and grade) and
      *           the enrollment table (WS-HN-*, from ENRLSUBJ.DAT
      *           with the grade of each student), then PERFORMs
      *           CARGA-AULAS and CARGA-HORARIO, which resolves each
      *           timetable row to its section (WS-HO-TBL-SEC-IX) and
      *           room (WS-HO-TBL-AULA-IX), zero when unknown.
      *           ARMA-ALUMNADO builds the roster of every section
      *           (WS-HL-*) and its head count (WS-HS-TBL-INSCRITOS);
      *           set WS-HL-LOOKUP-ALUMNO and WS-HL-LOOKUP-SEC-IX and
      *           PERFORM BUSCA-ALUMNADO to ask whether a student sits
      *           in a section (WS-HL-EN-SECCION).
      ******************************************************************
       01  WS-HO-STATUS                PIC XX.
           88  WS-HO-OK                VALUE "00".
       01  WS-AU-STATUS                PIC XX.
           88  WS-AU-OK                VALUE "00".
       01  WS-HO-EOF-SWITCH            PIC X VALUE "N".
           88  WS-HO-EOF               VALUE "Y".

      *    Aulas con su capacidad.
       01  WS-AU-LOOKUP-AULA           PIC X(4).
       01  WS-AU-IX                    PIC 9(3).
       01  WS-AU-MAX                   PIC 9(3) VALUE 100.
       01  WS-AU-COUNT                 PIC 9(3) VALUE 0.
       01  WS-AU-I                     PIC 9(3).
       01  WS-AU-TABLE.
           05  WS-AU-ENTRY OCCURS 100 TIMES.
               10  WS-AU-TBL-AULA      PIC X(4).
               10  WS-AU-TBL-DESCRIPCION
                                       PIC X(20).
               10  WS-AU-TBL-CAPACIDAD PIC 9(3).

      *    Secciones con profesor, materia y grado (SECTMAST.DAT).
       01  WS-HS-LOOKUP-SECCION        PIC X(4).
       01  WS-HS-IX                    PIC 9(3).
       01  WS-HS-MAX                   PIC 9(3) VALUE 200.
       01  WS-HS-COUNT                 PIC 9(3) VALUE 0.
       01  WS-HS-I                     PIC 9(3).
       01  WS-HS-TABLE.
           05  WS-HS-ENTRY OCCURS 200 TIMES.
               10  WS-HS-TBL-SECCION   PIC X(4).
               10  WS-HS-TBL-PROFESOR  PIC X(20).
               10  WS-HS-TBL-MATERIA   PIC X(4).
               10  WS-HS-TBL-GRADO     PIC 9(2).
               10  WS-HS-TBL-INSCRITOS PIC 9(4).

      *    Renglones del horario semanal.
       01  WS-HO-MAX                   PIC 9(4) VALUE 2000.
       01  WS-HO-COUNT                 PIC 9(4) VALUE 0.
       01  WS-HO-I                     PIC 9(4).
       01  WS-HO-J                     PIC 9(4).
       01  WS-HO-TABLE.
           05  WS-HO-ENTRY OCCURS 2000 TIMES.
               10  WS-HO-TBL-SECCION   PIC X(4).
               10  WS-HO-TBL-DIA       PIC 9.
               10  WS-HO-TBL-PERIODO   PIC 9(2).
               10  WS-HO-TBL-AULA      PIC X(4).
               10  WS-HO-TBL-SEC-IX    PIC 9(3).
               10  WS-HO-TBL-AULA-IX   PIC 9(3).

      *    Inscripcion por materia con el grado del alumno.
       01  WS-HN-MAX                   PIC 9(4) VALUE 5000.
       01  WS-HN-COUNT                 PIC 9(4) VALUE 0.
       01  WS-HN-I                     PIC 9(4).
       01  WS-HN-TABLE.
           05  WS-HN-ENTRY OCCURS 5000 TIMES.
               10  WS-HN-TBL-ALUMNO    PIC 9(6).
               10  WS-HN-TBL-MATERIA   PIC X(4).
               10  WS-HN-TBL-GRADO     PIC 9(2).

      *    Alumnado de cada seccion: alumno y posicion de la seccion
      *    en WS-HS-TABLE.
       01  WS-HL-LOOKUP-ALUMNO         PIC 9(6).
       01  WS-HL-LOOKUP-SEC-IX         PIC 9(3).
       01  WS-HL-EN-SECCION-SWITCH     PIC X VALUE "N".
           88  WS-HL-EN-SECCION        VALUE "Y".
       01  WS-HL-MAX                   PIC 9(4) VALUE 8000.
       01  WS-HL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-HL-I                     PIC 9(4).
       01  WS-HL-TABLE.
           05  WS-HL-ENTRY OCCURS 8000 TIMES.
               10  WS-HL-TBL-ALUMNO    PIC 9(6).
               10  WS-HL-TBL-SEC-IX    PIC 9(3).
