      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly vacancy and over-complement report for
      *          management (PLAZARPT.TXT). Sets the authorized
      *          positions of the position master (POSMAST.DAT,
      *          MANTIENE-PLAZAS) against the actual HR-MASTER
      *          roster: per department the authorized, filled and
      *          vacant positions, the headcount on HRMAST and the
      *          over-complement (headcount above the authorized
      *          positions); then every vacant position with its
      *          title and grade, and the exceptions that break the
      *          tie between employee and position: employees with
      *          no position, employees whose position belongs to
      *          another department or whose salary has left the
      *          grade, and filled positions whose employee is no
      *          longer on HRMAST. Run at month end with the
      *          headcount snapshot (INSTANTANEA-MENSUAL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTA-PLAZAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT POSITION-REPORT ASSIGN TO "PLAZARPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "POSMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  POSITION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "POSMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

       01  WS-MES-NEGOCIO           PIC 9(6).
       01  WS-EMP-COUNT             PIC 9(6) VALUE 0.

      *    Resumen por departamento, en orden de codigo.
       01  WS-DP-MAX                PIC 9(3) VALUE 100.
       01  WS-DP-COUNT              PIC 9(3) VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 100 TIMES
                   INDEXED BY DP-IDX.
               10  WS-DP-CODE       PIC X(4).
               10  WS-DP-AUTORIZADAS PIC 9(4).
               10  WS-DP-OCUPADAS   PIC 9(4).
               10  WS-DP-VACANTES   PIC 9(4).
               10  WS-DP-DOTACION   PIC 9(5).
       01  WS-DP-BUSCA              PIC X(4).
       01  WS-DP-POS                PIC 9(3).
       01  WS-DP-J                  PIC 9(3).

      *    Plaza ocupada cuyo empleado aparecio en HRMAST.
       01  WS-VISTA-TABLE.
           05  WS-VISTA OCCURS 500 TIMES PIC X.

      *    Excepciones halladas al recorrer HRMAST.
       01  WS-EX-MAX                PIC 9(4) VALUE 1000.
       01  WS-EX-COUNT              PIC 9(4) VALUE 0.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 1000 TIMES
                   INDEXED BY EX-IDX.
               10  WS-EX-EMP        PIC 9(6).
               10  WS-EX-DEPT       PIC X(4).
               10  WS-EX-POSICION   PIC X(6).
               10  WS-EX-MOTIVO     PIC X(24).
       01  WS-EXC-POSICION          PIC X(6).
       01  WS-EXC-MOTIVO            PIC X(24).

       01  WS-TOTALES.
           05  WS-TOT-AUTORIZADAS   PIC 9(5) VALUE 0.
           05  WS-TOT-OCUPADAS      PIC 9(5) VALUE 0.
           05  WS-TOT-VACANTES      PIC 9(5) VALUE 0.
           05  WS-TOT-DOTACION      PIC 9(5) VALUE 0.
           05  WS-TOT-EXCESO        PIC 9(5) VALUE 0.
       01  WS-EXCESO                PIC 9(5).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(36)
                   VALUE "PLAZAS AUTORIZADAS Y DOTACION - MES ".
           05  WS-TIT-MES           PIC 9(6).
       01  WS-SECCION-LINE          PIC X(80).
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(8) VALUE "DEPTO".
           05  FILLER               PIC X(12) VALUE " AUTORIZADAS".
           05  FILLER               PIC X(10) VALUE "  OCUPADAS".
           05  FILLER               PIC X(10) VALUE "  VACANTES".
           05  FILLER               PIC X(10) VALUE "  DOTACION".
           05  FILLER               PIC X(8) VALUE "  EXCESO".
       01  WS-DEPTO-LINE.
           05  WS-DEP-CODE          PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DEP-AUTORIZADAS   PIC Z(11)9.
           05  WS-DEP-OCUPADAS      PIC Z(9)9.
           05  WS-DEP-VACANTES      PIC Z(9)9.
           05  WS-DEP-DOTACION      PIC Z(9)9.
           05  WS-DEP-EXCESO        PIC Z(7)9.
       01  WS-VACANTE-LINE.
           05  WS-VAC-POSICION      PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VAC-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VAC-TITULO        PIC X(20).
           05  FILLER               PIC X(7) VALUE " GRADO ".
           05  WS-VAC-GRADO         PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VAC-MIN           PIC Z(6)9.99.
           05  FILLER               PIC X(3) VALUE " - ".
           05  WS-VAC-MAX           PIC Z(6)9.99.
       01  WS-EXCEPCION-LINE.
           05  WS-EXL-EMP           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-POSICION      PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-MOTIVO        PIC X(24).
       01  WS-NINGUNA-LINE          PIC X(80)
                   VALUE "    (NINGUNA)".
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "POSMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "REPORTA-PLAZAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            COMPUTE WS-MES-NEGOCIO = WS-OPSLOG-DATE / 100.
            PERFORM CARGA-POSMAST.
            IF NOT WS-POSM-LOADED
                DISPLAY "POSMAST.DAT AUSENTE - SIN PLAZAS AUTORIZADAS"
            END-IF.
            MOVE ALL "N" TO WS-VISTA-TABLE.
            PERFORM VARYING WS-POSM-I FROM 1 BY 1
                    UNTIL WS-POSM-I > WS-POSM-COUNT
                PERFORM CUENTA-PLAZA
            END-PERFORM.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM LEE-EMPLEADO.
            PERFORM UNTIL WS-EOF
                PERFORM CUENTA-EMPLEADO
                PERFORM LEE-EMPLEADO
            END-PERFORM.
            CLOSE HR-MASTER-FILE.

      *    Plazas ocupadas por alguien que ya no esta en HRMAST.
            PERFORM VARYING WS-POSM-I FROM 1 BY 1
                    UNTIL WS-POSM-I > WS-POSM-COUNT
                IF WS-POSM-TBL-ESTADO(WS-POSM-I) = "O"
                        AND WS-VISTA(WS-POSM-I) = "N"
                    PERFORM REGISTRA-OCUPANTE-INEXISTENTE
                END-IF
            END-PERFORM.

            OPEN OUTPUT POSITION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN PLAZARPT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-MES-NEGOCIO TO WS-TIT-MES.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM ESCRIBE-RESUMEN-DEPTOS.
            PERFORM ESCRIBE-VACANTES.
            PERFORM ESCRIBE-EXCEPCIONES.

            CLOSE POSITION-REPORT.

            DISPLAY "PLAZAS - AUTORIZADAS: " WS-TOT-AUTORIZADAS
                " VACANTES: " WS-TOT-VACANTES
                " EXCESO: " WS-TOT-EXCESO
                " EXCEPCIONES: " WS-EX-COUNT.

            MOVE WS-EMP-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-DP-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CUENTA-PLAZA.
            MOVE WS-POSM-TBL-DEPT(WS-POSM-I) TO WS-DP-BUSCA.
            PERFORM UBICA-DEPARTAMENTO.
            ADD 1 TO WS-DP-AUTORIZADAS (DP-IDX).
            IF WS-POSM-TBL-ESTADO(WS-POSM-I) = "O"
                ADD 1 TO WS-DP-OCUPADAS (DP-IDX)
            ELSE
                ADD 1 TO WS-DP-VACANTES (DP-IDX)
            END-IF.

       CUENTA-EMPLEADO.
      *    Dotacion real del departamento y vinculo con la plaza:
      *    sin plaza, plaza de otro departamento o salario fuera del
      *    grado de la plaza.
            ADD 1 TO WS-EMP-COUNT.
            MOVE HR-DEPT-CODE TO WS-DP-BUSCA.
            PERFORM UBICA-DEPARTAMENTO.
            ADD 1 TO WS-DP-DOTACION (DP-IDX).
            MOVE HR-EMPLOYEE-ID TO WS-POSM-LOOKUP-EMP.
            MOVE HR-SALARIO TO WS-POSM-LOOKUP-SALARIO.
            PERFORM BUSCA-PLAZA-EMPLEADO.
            IF WS-POSM-IX-EMPLEADO = 0
                MOVE "SIN PLAZA ASIGNADA" TO WS-EXC-MOTIVO
                MOVE SPACES TO WS-EXC-POSICION
                PERFORM REGISTRA-EXCEPCION
            ELSE
                MOVE "S" TO WS-VISTA(WS-POSM-IX-EMPLEADO)
                PERFORM VERIFICA-GRADO-PLAZA
                EVALUATE TRUE
                    WHEN WS-POSM-TBL-DEPT(WS-POSM-IX-EMPLEADO)
                            NOT = HR-DEPT-CODE
                        MOVE "PLAZA DE OTRO DEPTO"
                            TO WS-EXC-MOTIVO
                        PERFORM REGISTRA-EXCEPCION-PLAZA
                    WHEN WS-POSM-FUERA-GRADO
                        MOVE "SALARIO FUERA DE GRADO"
                            TO WS-EXC-MOTIVO
                        PERFORM REGISTRA-EXCEPCION-PLAZA
                END-EVALUATE
            END-IF.

       REGISTRA-EXCEPCION-PLAZA.
            MOVE WS-POSM-TBL-POSICION(WS-POSM-IX-EMPLEADO)
                TO WS-EXC-POSICION.
            PERFORM REGISTRA-EXCEPCION.

       REGISTRA-EXCEPCION.
            IF WS-EX-COUNT < WS-EX-MAX
                ADD 1 TO WS-EX-COUNT
                SET EX-IDX TO WS-EX-COUNT
                MOVE HR-EMPLOYEE-ID TO WS-EX-EMP (EX-IDX)
                MOVE HR-DEPT-CODE TO WS-EX-DEPT (EX-IDX)
                MOVE WS-EXC-POSICION TO WS-EX-POSICION (EX-IDX)
                MOVE WS-EXC-MOTIVO TO WS-EX-MOTIVO (EX-IDX)
            ELSE
                DISPLAY "TABLA DE EXCEPCIONES LLENA - EMPLEADO "
                    HR-EMPLOYEE-ID " OMITIDO"
            END-IF.

       REGISTRA-OCUPANTE-INEXISTENTE.
            IF WS-EX-COUNT < WS-EX-MAX
                ADD 1 TO WS-EX-COUNT
                SET EX-IDX TO WS-EX-COUNT
                MOVE WS-POSM-TBL-EMPLEADO(WS-POSM-I)
                    TO WS-EX-EMP (EX-IDX)
                MOVE WS-POSM-TBL-DEPT(WS-POSM-I) TO WS-EX-DEPT (EX-IDX)
                MOVE WS-POSM-TBL-POSICION(WS-POSM-I)
                    TO WS-EX-POSICION (EX-IDX)
                MOVE "OCUPANTE NO EN HRMAST" TO WS-EX-MOTIVO (EX-IDX)
            ELSE
                DISPLAY "TABLA DE EXCEPCIONES LLENA - PLAZA "
                    WS-POSM-TBL-POSICION(WS-POSM-I) " OMITIDA"
            END-IF.

       UBICA-DEPARTAMENTO.
      *    Deja DP-IDX sobre el departamento, insertandolo en orden
      *    de codigo si aun no estaba; perder uno falsearia los
      *    totales, asi que una tabla llena aborta.
            MOVE 1 TO WS-DP-POS.
            PERFORM UNTIL WS-DP-POS > WS-DP-COUNT
                    OR WS-DP-CODE (WS-DP-POS) NOT < WS-DP-BUSCA
                ADD 1 TO WS-DP-POS
            END-PERFORM.
            SET DP-IDX TO WS-DP-POS.
            IF WS-DP-POS > WS-DP-COUNT
                    OR WS-DP-CODE (DP-IDX) NOT = WS-DP-BUSCA
                IF WS-DP-COUNT >= WS-DP-MAX
                    DISPLAY "TABLA DE DEPARTAMENTOS LLENA EN "
                        WS-DP-MAX " ENTRADAS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VARYING WS-DP-J FROM WS-DP-COUNT BY -1
                        UNTIL WS-DP-J < WS-DP-POS
                    MOVE WS-DP-ENTRY (WS-DP-J)
                        TO WS-DP-ENTRY (WS-DP-J + 1)
                END-PERFORM
                ADD 1 TO WS-DP-COUNT
                MOVE WS-DP-BUSCA TO WS-DP-CODE (DP-IDX)
                MOVE 0 TO WS-DP-AUTORIZADAS (DP-IDX)
                MOVE 0 TO WS-DP-OCUPADAS (DP-IDX)
                MOVE 0 TO WS-DP-VACANTES (DP-IDX)
                MOVE 0 TO WS-DP-DOTACION (DP-IDX)
            END-IF.

       ESCRIBE-RESUMEN-DEPTOS.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "PLAZAS Y DOTACION POR DEPARTAMENTO"
                TO WS-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING DP-IDX FROM 1 BY 1
                    UNTIL DP-IDX > WS-DP-COUNT
                PERFORM ESCRIBE-DEPARTAMENTO
            END-PERFORM.
            MOVE "TOTAL" TO WS-DEP-CODE.
            MOVE WS-TOT-AUTORIZADAS TO WS-DEP-AUTORIZADAS.
            MOVE WS-TOT-OCUPADAS TO WS-DEP-OCUPADAS.
            MOVE WS-TOT-VACANTES TO WS-DEP-VACANTES.
            MOVE WS-TOT-DOTACION TO WS-DEP-DOTACION.
            MOVE WS-TOT-EXCESO TO WS-DEP-EXCESO.
            WRITE REPORT-LINE FROM WS-DEPTO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-DEPARTAMENTO.
      *    Exceso de dotacion: personas por encima de las plazas
      *    autorizadas del departamento.
            IF WS-DP-DOTACION (DP-IDX) > WS-DP-AUTORIZADAS (DP-IDX)
                COMPUTE WS-EXCESO = WS-DP-DOTACION (DP-IDX)
                    - WS-DP-AUTORIZADAS (DP-IDX)
            ELSE
                MOVE 0 TO WS-EXCESO
            END-IF.
            MOVE WS-DP-CODE (DP-IDX) TO WS-DEP-CODE.
            MOVE WS-DP-AUTORIZADAS (DP-IDX) TO WS-DEP-AUTORIZADAS.
            MOVE WS-DP-OCUPADAS (DP-IDX) TO WS-DEP-OCUPADAS.
            MOVE WS-DP-VACANTES (DP-IDX) TO WS-DEP-VACANTES.
            MOVE WS-DP-DOTACION (DP-IDX) TO WS-DEP-DOTACION.
            MOVE WS-EXCESO TO WS-DEP-EXCESO.
            WRITE REPORT-LINE FROM WS-DEPTO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD WS-DP-AUTORIZADAS (DP-IDX) TO WS-TOT-AUTORIZADAS.
            ADD WS-DP-OCUPADAS (DP-IDX) TO WS-TOT-OCUPADAS.
            ADD WS-DP-VACANTES (DP-IDX) TO WS-TOT-VACANTES.
            ADD WS-DP-DOTACION (DP-IDX) TO WS-TOT-DOTACION.
            ADD WS-EXCESO TO WS-TOT-EXCESO.

       ESCRIBE-VACANTES.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "PLAZAS VACANTES" TO WS-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-POSM-I FROM 1 BY 1
                    UNTIL WS-POSM-I > WS-POSM-COUNT
                IF WS-POSM-TBL-ESTADO(WS-POSM-I) = "V"
                    MOVE WS-POSM-TBL-POSICION(WS-POSM-I)
                        TO WS-VAC-POSICION
                    MOVE WS-POSM-TBL-DEPT(WS-POSM-I) TO WS-VAC-DEPT
                    MOVE WS-POSM-TBL-TITULO(WS-POSM-I)
                        TO WS-VAC-TITULO
                    MOVE WS-POSM-TBL-GRADO(WS-POSM-I) TO WS-VAC-GRADO
                    MOVE WS-POSM-TBL-MIN(WS-POSM-I) TO WS-VAC-MIN
                    MOVE WS-POSM-TBL-MAX(WS-POSM-I) TO WS-VAC-MAX
                    WRITE REPORT-LINE FROM WS-VACANTE-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-PERFORM.
            IF WS-TOT-VACANTES = 0
                WRITE REPORT-LINE FROM WS-NINGUNA-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       ESCRIBE-EXCEPCIONES.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "EMPLEADOS Y PLAZAS SIN VINCULO VALIDO"
                TO WS-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING EX-IDX FROM 1 BY 1
                    UNTIL EX-IDX > WS-EX-COUNT
                MOVE WS-EX-EMP (EX-IDX) TO WS-EXL-EMP
                MOVE WS-EX-DEPT (EX-IDX) TO WS-EXL-DEPT
                MOVE WS-EX-POSICION (EX-IDX) TO WS-EXL-POSICION
                MOVE WS-EX-MOTIVO (EX-IDX) TO WS-EXL-MOTIVO
                WRITE REPORT-LINE FROM WS-EXCEPCION-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.
            IF WS-EX-COUNT = 0
                WRITE REPORT-LINE FROM WS-NINGUNA-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       LEE-EMPLEADO.
            READ HR-MASTER-FILE NEXT RECORD
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    IF NOT WS-HR-OK
                        MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                        MOVE "LEE-EMPLEADO READ" TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
            END-READ.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REPORTA-PLAZAS WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "POSMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REPORTA-PLAZAS.
