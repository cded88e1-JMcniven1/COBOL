      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term-end grade distribution analysis per teacher,
      *          section and subject. CLASIFICA-ALUMNOS ranks the
      *          students; this run looks at the marks themselves:
      *          for each section of SECTMAST.DAT (with its teacher),
      *          subject and grade level (ST-GRADO of STUMAST.DAT) it
      *          counts the marks of GRADES.DAT (an incomplete, not
      *          yet marked, does not count), their mean, standard
      *          deviation and spread across the EXCELENTE /
      *          APROBADO / SUFICIENTE / SUSPENSO bands of the
      *          PARM11.DAT cutoffs, next to the school-wide figures
      *          for the same subject and grade. A section whose mean
      *          is off the school mean by more than the threshold of
      *          PARM178.DAT (default 1.00 mark points) is flagged as
      *          generous or harsh, and listed apart for the academic
      *          coordinator on DISTCOOR.TXT. Each term's figures are
      *          kept on DISTHIST.DAT (a rerun of the term replaces
      *          its rows), so every section line carries the mean of
      *          the last prior term on file; the school-wide trend
      *          comes from GRDHIST, the last EVALUACION-MULTIPPLE run
      *          of each prior term of TERMCAL.DAT. The term is
      *          PARM178.DAT's (blank: the term of TERMCAL.DAT holding
      *          the business date). The analysis prints on
      *          DISTNOTA.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALIZA-DISTRIBUCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM178.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUTOFF-PARM-FILE ASSIGN TO "PARM11.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-STATUS.
           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRD-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT DISTRIBUTION-HISTORY ASSIGN TO "DISTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHS-STATUS.
           SELECT GRADE-HISTORY ASSIGN TO "GRDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRDH-RUN-DATE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DISTRIBUTION-REPORT ASSIGN TO "DISTNOTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT COORDINATOR-REPORT ASSIGN TO "DISTCOOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COO-STATUS.
           COPY "ASISSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Desvio maximo de la media de la seccion contra la de la
      *    escuela (puntos de nota, dos decimales) y termino.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-UMBRAL          PIC 9V99.
           05  PARM-TERMINO         PIC X(6).

       FD  CUTOFF-PARM-FILE.
       01  CUTOFF-PARM-RECORD.
           05  PARM-NOTA-EXCELENTE  PIC 9.
           05  PARM-NOTA-APROBADO   PIC 9.
           05  PARM-NOTA-SUFICIENTE PIC 9.
           05  PARM-CSV-MODE        PIC X.

      *    Mismo layout que lee EVALUACION-MULTIPPLE.
       FD  GRADES-FILE.
       01  GRADE-RAW-RECORD.
           05  GRDR-STUDENT-ID      PIC 9(6).
           05  GRDR-MATERIA         PIC X(4).
           05  GRDR-NOTA            PIC 9.
           05  GRDR-PESO            PIC 9(2).
           05  GRDR-SECTION         PIC X(4).
           05  GRDR-ESTADO          PIC X.

       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05  ST-STUDENT-ID        PIC 9(6).
           05  ST-NOMBRE            PIC X(25).
           05  ST-GRADO             PIC 9(2).

       COPY "SECTFD.cpy".

      *    Una fila por termino, seccion, materia y grado.
       FD  DISTRIBUTION-HISTORY.
       01  DISTRIBUTION-HIST-RECORD.
           05  DH-TERMINO           PIC X(6).
           05  DH-SECTION           PIC X(4).
           05  DH-MATERIA           PIC X(4).
           05  DH-GRADO             PIC 9(2).
           05  DH-CANTIDAD          PIC 9(5).
           05  DH-MEDIA             PIC 9V99.
           05  DH-DESVIO            PIC 9V99.
           05  DH-MEDIA-ESCUELA     PIC 9V99.

      *    Mismo layout que graba EVALUACION-MULTIPPLE.
       FD  GRADE-HISTORY.
       01  GRADE-HISTORY-RECORD.
           05  GRDH-RUN-DATE          PIC 9(8).
           05  GRDH-COUNT-EXCELENTE   PIC 9(5).
           05  GRDH-COUNT-APROBADO    PIC 9(5).
           05  GRDH-COUNT-SUFICIENTE  PIC 9(5).
           05  GRDH-COUNT-SUSPENSO    PIC 9(5).
           05  GRDH-COUNT-ALUMNOS     PIC 9(5).
           05  GRDH-PROMEDIO          PIC 9(3)V99.
           05  GRDH-COUNT-ERRORCAPT   PIC 9(5).

       FD  DISTRIBUTION-REPORT.
       01  REPORT-LINE              PIC X(120).

       FD  COORDINATOR-REPORT.
       01  COORDINATOR-LINE         PIC X(100).

       COPY "ASISFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-CUT-STATUS            PIC XX.
           88  WS-CUT-OK            VALUE "00".
       01  WS-GRD-STATUS            PIC XX.
           88  WS-GRD-OK            VALUE "00".
       01  WS-STU-STATUS            PIC XX.
           88  WS-STU-OK            VALUE "00".
       01  WS-SEC-STATUS            PIC XX.
           88  WS-SEC-OK            VALUE "00".
       01  WS-DHS-STATUS            PIC XX.
           88  WS-DHS-OK            VALUE "00".
       01  WS-HIST-STATUS           PIC XX.
           88  WS-HIST-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-COO-STATUS            PIC XX.
           88  WS-COO-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

      *    Parametros, con sus valores por omision.
       01  WS-UMBRAL                PIC 9V99 VALUE 1.00.
       01  WS-TERMINO               PIC X(6).
       01  WS-NOTA-EXCELENTE        PIC 9 VALUE 9.
       01  WS-NOTA-APROBADO         PIC 9 VALUE 7.
       01  WS-NOTA-SUFICIENTE       PIC 9 VALUE 5.

      *    Alumnos (grado) y secciones (docente) en memoria.
       01  WS-AL-MAX                PIC 9(4) VALUE 3000.
       01  WS-AL-COUNT              PIC 9(4) VALUE 0.
       01  WS-AL-I                  PIC 9(4).
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY OCCURS 3000 TIMES.
               10  WS-AL-ID         PIC 9(6).
               10  WS-AL-GRADO      PIC 9(2).
       01  WS-SC-MAX                PIC 9(3) VALUE 200.
       01  WS-SC-COUNT              PIC 9(3) VALUE 0.
       01  WS-SC-I                  PIC 9(3).
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 200 TIMES.
               10  WS-SC-SEC        PIC X(4).
               10  WS-SC-DOCENTE    PIC X(20).

      *    Acumulados por seccion, materia y grado (WS-GS-) y por
      *    materia y grado de toda la escuela (WS-GE-).
       01  WS-GS-MAX                PIC 9(4) VALUE 2000.
       01  WS-GS-COUNT              PIC 9(4) VALUE 0.
       01  WS-GS-I                  PIC 9(4).
       01  WS-GS-IX                 PIC 9(4).
       01  WS-GS-TABLE.
           05  WS-GS-ENTRY OCCURS 2000 TIMES.
               10  WS-GS-SECTION    PIC X(4).
               10  WS-GS-MATERIA    PIC X(4).
               10  WS-GS-GRADO      PIC 9(2).
               10  WS-GS-CANTIDAD   PIC 9(5).
               10  WS-GS-SUMA       PIC 9(7).
               10  WS-GS-SUMA-CUAD  PIC 9(8).
               10  WS-GS-BANDA      OCCURS 4 TIMES PIC 9(5).
               10  WS-GS-MEDIA      PIC 9V99.
               10  WS-GS-DESVIO     PIC 9V99.
       01  WS-GE-MAX                PIC 9(4) VALUE 500.
       01  WS-GE-COUNT              PIC 9(4) VALUE 0.
       01  WS-GE-I                  PIC 9(4).
       01  WS-GE-IX                 PIC 9(4).
       01  WS-GE-TABLE.
           05  WS-GE-ENTRY OCCURS 500 TIMES.
               10  WS-GE-MATERIA    PIC X(4).
               10  WS-GE-GRADO      PIC 9(2).
               10  WS-GE-CANTIDAD   PIC 9(5).
               10  WS-GE-SUMA       PIC 9(7).
               10  WS-GE-SUMA-CUAD  PIC 9(8).
               10  WS-GE-BANDA      OCCURS 4 TIMES PIC 9(5).
               10  WS-GE-MEDIA      PIC 9V99.
               10  WS-GE-DESVIO     PIC 9V99.
       01  WS-BANDA                 PIC 9.
       01  WS-GRADO                 PIC 9(2).

      *    Historial de distribucion: filas de otros terminos.
       01  WS-HD-MAX                PIC 9(4) VALUE 8000.
       01  WS-HD-COUNT              PIC 9(4) VALUE 0.
       01  WS-HD-I                  PIC 9(4).
       01  WS-HD-IX                 PIC 9(4).
       01  WS-HD-TABLE.
           05  WS-HD-ENTRY OCCURS 8000 TIMES.
               10  WS-HD-TERMINO    PIC X(6).
               10  WS-HD-SECTION    PIC X(4).
               10  WS-HD-MATERIA    PIC X(4).
               10  WS-HD-GRADO      PIC 9(2).
               10  WS-HD-CANTIDAD   PIC 9(5).
               10  WS-HD-MEDIA      PIC 9V99.
               10  WS-HD-DESVIO     PIC 9V99.
               10  WS-HD-MEDIA-ESC  PIC 9V99.

      *    Ultima corrida de GRDHIST dentro de cada termino.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY OCCURS 20 TIMES.
               10  WS-TR-FECHA      PIC 9(8).
               10  WS-TR-ALUMNOS    PIC 9(5).
               10  WS-TR-PROMEDIO   PIC 9(3)V99.
               10  WS-TR-SUSPENSO   PIC 9(5).
       01  WS-TC-ACTUAL             PIC 9(2).

       01  WS-CALCULO.
           05  WS-VARIANZA          PIC S9(3)V9(4).
           05  WS-DIFERENCIA        PIC S9V99.
           05  WS-DIF-ABS           PIC 9V99.
           05  WS-PCT-SUSPENSO      PIC 9(3).
       01  WS-MEDIA-EDIT            PIC 9.99.
       01  WS-TENDENCIAS            PIC 9(2).
       01  WS-SENALADAS             PIC 9(4) VALUE 0.
       01  WS-NOTAS-LEIDAS          PIC 9(6) VALUE 0.
       01  WS-SIN-SECCION           PIC 9(6) VALUE 0.
       01  WS-SIN-ALUMNO            PIC 9(6) VALUE 0.

       01  WS-DST-TITULO.
           05  FILLER               PIC X(44)
                   VALUE "DISTRIBUCION DE NOTAS POR DOCENTE - TERMINO".
           05  WS-DTT-TERMINO       PIC X(6).
           05  FILLER               PIC X(9) VALUE "  UMBRAL ".
           05  WS-DTT-UMBRAL        PIC 9.99.
           05  FILLER               PIC X(11) VALUE "  CORTES E ".
           05  WS-DTT-EXC           PIC 9.
           05  FILLER               PIC X(3) VALUE " A ".
           05  WS-DTT-APR           PIC 9.
           05  FILLER               PIC X(3) VALUE " S ".
           05  WS-DTT-SUF           PIC 9.
       01  WS-DST-CABECERA.
           05  FILLER               PIC X(40)
                   VALUE "DOCENTE              SECC MATE GR NOTAS ".
           05  FILLER               PIC X(40)
                   VALUE "MEDIA DESV. EXC  APR  SUF  SUS ESC.M  DI".
           05  FILLER               PIC X(14)
                   VALUE "F PREV.  MARCA".
       01  WS-DST-ESCUELA.
           05  FILLER               PIC X(26)
                   VALUE "ESCUELA              ---- ".
           05  WS-DSE-MATERIA       PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSE-GRADO         PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSE-CANTIDAD      PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSE-MEDIA         PIC 9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DSE-DESVIO        PIC 9.99.
           05  WS-DSE-BANDAS        OCCURS 4 TIMES.
               10  FILLER           PIC X VALUE SPACE.
               10  WS-DSE-BANDA     PIC ZZZ9.
       01  WS-DST-DETALLE.
           05  WS-DSD-DOCENTE       PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-SECTION       PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-MATERIA       PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-GRADO         PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-CANTIDAD      PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-MEDIA         PIC 9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DSD-DESVIO        PIC 9.99.
           05  WS-DSD-BANDAS        OCCURS 4 TIMES.
               10  FILLER           PIC X VALUE SPACE.
               10  WS-DSD-BANDA     PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-MEDIA-ESC     PIC 9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-DIFERENCIA    PIC +9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-PREVIA        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSD-MARCA         PIC X(9).
       01  WS-DST-TENDENCIA-TIT.
           05  FILLER               PIC X(50)
               VALUE "TENDENCIA DE LA ESCUELA POR TERMINO (GRDHIST)".
       01  WS-DST-TENDENCIA.
           05  FILLER               PIC X(8) VALUE "TERMINO ".
           05  WS-DTE-TERMINO       PIC X(6).
           05  FILLER               PIC X(9) VALUE " CORRIDA ".
           05  WS-DTE-FECHA         PIC 9(8).
           05  FILLER               PIC X(10) VALUE " ALUMNOS ".
           05  WS-DTE-ALUMNOS       PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " PROMEDIO ".
           05  WS-DTE-PROMEDIO      PIC ZZ9.99.
           05  FILLER               PIC X(12) VALUE " SUSPENSOS %".
           05  WS-DTE-PCT           PIC ZZ9.
       01  WS-DST-SIN-TENDENCIA.
           05  FILLER               PIC X(50)
               VALUE "SIN CORRIDAS DE TERMINOS ANTERIORES EN GRDHIST".
       01  WS-DST-TOTALES.
           05  FILLER               PIC X(7) VALUE "NOTAS: ".
           05  WS-DTO-NOTAS         PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE " SECCIONES ".
           05  WS-DTO-GRUPOS        PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE " SENALADAS: ".
           05  WS-DTO-SENALADAS     PIC ZZZ9.

       01  WS-COO-TITULO.
           05  FILLER               PIC X(39)
                   VALUE "SECCIONES A REVISAR POR COORDINACION - ".
           05  WS-CTT-TERMINO       PIC X(6).
       01  WS-COO-DETALLE.
           05  WS-CDT-MARCA         PIC X(9).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CDT-DOCENTE       PIC X(20).
           05  FILLER               PIC X(6) VALUE " SECC ".
           05  WS-CDT-SECTION       PIC X(4).
           05  FILLER               PIC X(9) VALUE " MATERIA ".
           05  WS-CDT-MATERIA       PIC X(4).
           05  FILLER               PIC X(7) VALUE " GRADO ".
           05  WS-CDT-GRADO         PIC 99.
           05  FILLER               PIC X(7) VALUE " MEDIA ".
           05  WS-CDT-MEDIA         PIC 9.99.
           05  FILLER               PIC X(9) VALUE " ESCUELA ".
           05  WS-CDT-MEDIA-ESC     PIC 9.99.
           05  FILLER               PIC X(6) VALUE " PREV ".
           05  WS-CDT-PREVIA        PIC X(6).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ASISWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ANALIZA-DISTRIBUCION" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-TERMINOS.
            MOVE 0 TO WS-TC-ACTUAL.
            IF WS-TERMINO = SPACES
                MOVE WS-OPSLOG-DATE TO WS-TC-LOOKUP-FECHA
                PERFORM BUSCA-TERMINO
                IF WS-TC-IX > 0
                    MOVE WS-TC-TBL-TERMINO (WS-TC-IX) TO WS-TERMINO
                    MOVE WS-TC-IX TO WS-TC-ACTUAL
                END-IF
            ELSE
                PERFORM VARYING WS-TC-I FROM 1 BY 1
                        UNTIL WS-TC-I > WS-TC-COUNT
                    IF WS-TC-TBL-TERMINO (WS-TC-I) = WS-TERMINO
                        MOVE WS-TC-I TO WS-TC-ACTUAL
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-TERMINO = SPACES
                DISPLAY "SIN TERMINO EN PARM178.DAT NI EN TERMCAL.DAT "
                    "PARA LA FECHA " WS-OPSLOG-DATE " - SIN ANALISIS"
                MOVE 8 TO RETURN-CODE
                PERFORM REGISTRA-RUNSTATS
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.

            PERFORM CARGA-ALUMNOS.
            PERFORM CARGA-SECCIONES.
            PERFORM ACUMULA-NOTAS.
            PERFORM CALCULA-ESTADISTICAS.
            PERFORM CARGA-HISTORIAL-DISTRIBUCION.
            PERFORM CARGA-TENDENCIA-ESCUELA.

            OPEN OUTPUT DISTRIBUTION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN DISTNOTA"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT COORDINATOR-REPORT.
            IF NOT WS-COO-OK
                MOVE WS-COO-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN DISTCOOR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TERMINO TO WS-DTT-TERMINO.
            MOVE WS-UMBRAL TO WS-DTT-UMBRAL.
            MOVE WS-NOTA-EXCELENTE TO WS-DTT-EXC.
            MOVE WS-NOTA-APROBADO TO WS-DTT-APR.
            MOVE WS-NOTA-SUFICIENTE TO WS-DTT-SUF.
            WRITE REPORT-LINE FROM WS-DST-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-DST-CABECERA.
            PERFORM VERIFICA-ESCRITURA.
            WRITE COORDINATOR-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA-COORD.
            MOVE WS-TERMINO TO WS-CTT-TERMINO.
            WRITE COORDINATOR-LINE FROM WS-COO-TITULO.
            PERFORM VERIFICA-ESCRITURA-COORD.

            PERFORM VARYING WS-GE-I FROM 1 BY 1
                    UNTIL WS-GE-I > WS-GE-COUNT
                PERFORM ESCRIBE-GRUPO-ESCUELA
            END-PERFORM.

            PERFORM ESCRIBE-TENDENCIA-ESCUELA.
            MOVE WS-NOTAS-LEIDAS TO WS-DTO-NOTAS.
            MOVE WS-GS-COUNT TO WS-DTO-GRUPOS.
            MOVE WS-SENALADAS TO WS-DTO-SENALADAS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-DST-TOTALES.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE DISTRIBUTION-REPORT COORDINATOR-REPORT.

            PERFORM GRABA-HISTORIAL-DISTRIBUCION.

            DISPLAY "DISTRIBUCION " WS-TERMINO " - NOTAS: "
                WS-NOTAS-LEIDAS " SECCIONES: " WS-GS-COUNT
                " SENALADAS: " WS-SENALADAS.
            IF WS-SIN-SECCION > 0
                DISPLAY "NOTAS CON SECCION AUSENTE DE SECTMAST.DAT: "
                    WS-SIN-SECCION
            END-IF.
            IF WS-SIN-ALUMNO > 0
                DISPLAY "NOTAS DE ALUMNOS AUSENTES DE STUMAST.DAT: "
                    WS-SIN-ALUMNO
            END-IF.

            MOVE WS-NOTAS-LEIDAS TO WS-RUNST-IN-COUNT.
            MOVE WS-GS-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-UMBRAL IS NUMERIC
                                AND PARM-UMBRAL > 0
                            MOVE PARM-UMBRAL TO WS-UMBRAL
                        END-IF
                        MOVE PARM-TERMINO TO WS-TERMINO
                END-READ
                CLOSE PARM-FILE
            END-IF.
            OPEN INPUT CUTOFF-PARM-FILE.
            IF WS-CUT-OK
                READ CUTOFF-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-NOTA-EXCELENTE IS NUMERIC
                            MOVE PARM-NOTA-EXCELENTE
                                TO WS-NOTA-EXCELENTE
                        END-IF
                        IF PARM-NOTA-APROBADO IS NUMERIC
                            MOVE PARM-NOTA-APROBADO
                                TO WS-NOTA-APROBADO
                        END-IF
                        IF PARM-NOTA-SUFICIENTE IS NUMERIC
                            MOVE PARM-NOTA-SUFICIENTE
                                TO WS-NOTA-SUFICIENTE
                        END-IF
                END-READ
                CLOSE CUTOFF-PARM-FILE
            END-IF.

       CARGA-ALUMNOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT STUDENT-MASTER.
            IF NOT WS-STU-OK
                MOVE WS-STU-STATUS TO WS-ABEND-STATUS
                MOVE "CARGA-ALUMNOS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ STUDENT-MASTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF WS-AL-COUNT >= WS-AL-MAX
                            DISPLAY "TABLA DE ALUMNOS LLENA EN "
                                WS-AL-MAX " ENTRADAS"
                            MOVE "CARGA-ALUMNOS"
                                TO WS-ABEND-PARAGRAPH
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-AL-COUNT
                        MOVE ST-STUDENT-ID TO WS-AL-ID (WS-AL-COUNT)
                        MOVE ST-GRADO TO WS-AL-GRADO (WS-AL-COUNT)
                END-READ
            END-PERFORM.
            CLOSE STUDENT-MASTER.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-SECCIONES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SECTION-MASTER.
            IF WS-SEC-OK
                PERFORM UNTIL WS-EOF
                    READ SECTION-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-SC-COUNT < WS-SC-MAX
                                ADD 1 TO WS-SC-COUNT
                                MOVE SC-SECTION
                                    TO WS-SC-SEC (WS-SC-COUNT)
                                MOVE SC-TEACHER
                                    TO WS-SC-DOCENTE (WS-SC-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SECTION-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ACUMULA-NOTAS.
      *    El incompleto aun no tiene nota y no entra en la
      *    distribucion.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT GRADES-FILE.
            IF NOT WS-GRD-OK
                DISPLAY "GRADES.DAT AUSENTE - SIN NOTAS QUE ANALIZAR"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ GRADES-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF GRDR-NOTA IS NUMERIC
                                    AND GRDR-ESTADO NOT = "I"
                                PERFORM ACUMULA-UNA-NOTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADES-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ACUMULA-UNA-NOTA.
            MOVE 0 TO WS-GRADO.
            PERFORM VARYING WS-AL-I FROM 1 BY 1
                    UNTIL WS-AL-I > WS-AL-COUNT
                IF WS-AL-ID (WS-AL-I) = GRDR-STUDENT-ID
                    MOVE WS-AL-GRADO (WS-AL-I) TO WS-GRADO
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-AL-I > WS-AL-COUNT
                ADD 1 TO WS-SIN-ALUMNO
            END-IF.
            ADD 1 TO WS-NOTAS-LEIDAS.
            EVALUATE TRUE
                WHEN GRDR-NOTA >= WS-NOTA-EXCELENTE
                    MOVE 1 TO WS-BANDA
                WHEN GRDR-NOTA >= WS-NOTA-APROBADO
                    MOVE 2 TO WS-BANDA
                WHEN GRDR-NOTA >= WS-NOTA-SUFICIENTE
                    MOVE 3 TO WS-BANDA
                WHEN OTHER
                    MOVE 4 TO WS-BANDA
            END-EVALUATE.
            PERFORM BUSCA-GRUPO-SECCION.
            ADD 1 TO WS-GS-CANTIDAD (WS-GS-IX).
            ADD GRDR-NOTA TO WS-GS-SUMA (WS-GS-IX).
            COMPUTE WS-GS-SUMA-CUAD (WS-GS-IX) =
                WS-GS-SUMA-CUAD (WS-GS-IX) + GRDR-NOTA * GRDR-NOTA.
            ADD 1 TO WS-GS-BANDA (WS-GS-IX WS-BANDA).
            PERFORM BUSCA-GRUPO-ESCUELA.
            ADD 1 TO WS-GE-CANTIDAD (WS-GE-IX).
            ADD GRDR-NOTA TO WS-GE-SUMA (WS-GE-IX).
            COMPUTE WS-GE-SUMA-CUAD (WS-GE-IX) =
                WS-GE-SUMA-CUAD (WS-GE-IX) + GRDR-NOTA * GRDR-NOTA.
            ADD 1 TO WS-GE-BANDA (WS-GE-IX WS-BANDA).

       BUSCA-GRUPO-SECCION.
            MOVE 0 TO WS-GS-IX.
            PERFORM VARYING WS-GS-I FROM 1 BY 1
                    UNTIL WS-GS-I > WS-GS-COUNT
                IF WS-GS-SECTION (WS-GS-I) = GRDR-SECTION
                        AND WS-GS-MATERIA (WS-GS-I) = GRDR-MATERIA
                        AND WS-GS-GRADO (WS-GS-I) = WS-GRADO
                    MOVE WS-GS-I TO WS-GS-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-GS-IX = 0
                IF WS-GS-COUNT >= WS-GS-MAX
                    DISPLAY "TABLA DE SECCIONES Y MATERIAS LLENA EN "
                        WS-GS-MAX " ENTRADAS"
                    MOVE "BUSCA-GRUPO-SECCION" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-GS-COUNT
                MOVE WS-GS-COUNT TO WS-GS-IX
                INITIALIZE WS-GS-ENTRY (WS-GS-IX)
                MOVE GRDR-SECTION TO WS-GS-SECTION (WS-GS-IX)
                MOVE GRDR-MATERIA TO WS-GS-MATERIA (WS-GS-IX)
                MOVE WS-GRADO TO WS-GS-GRADO (WS-GS-IX)
            END-IF.

       BUSCA-GRUPO-ESCUELA.
            MOVE 0 TO WS-GE-IX.
            PERFORM VARYING WS-GE-I FROM 1 BY 1
                    UNTIL WS-GE-I > WS-GE-COUNT
                IF WS-GE-MATERIA (WS-GE-I) = GRDR-MATERIA
                        AND WS-GE-GRADO (WS-GE-I) = WS-GRADO
                    MOVE WS-GE-I TO WS-GE-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-GE-IX = 0
                IF WS-GE-COUNT >= WS-GE-MAX
                    DISPLAY "TABLA DE MATERIAS LLENA EN "
                        WS-GE-MAX " ENTRADAS"
                    MOVE "BUSCA-GRUPO-ESCUELA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-GE-COUNT
                MOVE WS-GE-COUNT TO WS-GE-IX
                INITIALIZE WS-GE-ENTRY (WS-GE-IX)
                MOVE GRDR-MATERIA TO WS-GE-MATERIA (WS-GE-IX)
                MOVE WS-GRADO TO WS-GE-GRADO (WS-GE-IX)
            END-IF.

       CALCULA-ESTADISTICAS.
      *    Desvio estandar poblacional: raiz de la media de los
      *    cuadrados menos el cuadrado de la media.
            PERFORM VARYING WS-GS-I FROM 1 BY 1
                    UNTIL WS-GS-I > WS-GS-COUNT
                COMPUTE WS-GS-MEDIA (WS-GS-I) ROUNDED =
                    WS-GS-SUMA (WS-GS-I) / WS-GS-CANTIDAD (WS-GS-I)
                COMPUTE WS-VARIANZA ROUNDED =
                    WS-GS-SUMA-CUAD (WS-GS-I) / WS-GS-CANTIDAD (WS-GS-I)
                    - (WS-GS-SUMA (WS-GS-I) / WS-GS-CANTIDAD (WS-GS-I))
                    ** 2
                IF WS-VARIANZA < 0
                    MOVE 0 TO WS-VARIANZA
                END-IF
                COMPUTE WS-GS-DESVIO (WS-GS-I) ROUNDED =
                    FUNCTION SQRT (WS-VARIANZA)
            END-PERFORM.
            PERFORM VARYING WS-GE-I FROM 1 BY 1
                    UNTIL WS-GE-I > WS-GE-COUNT
                COMPUTE WS-GE-MEDIA (WS-GE-I) ROUNDED =
                    WS-GE-SUMA (WS-GE-I) / WS-GE-CANTIDAD (WS-GE-I)
                COMPUTE WS-VARIANZA ROUNDED =
                    WS-GE-SUMA-CUAD (WS-GE-I) / WS-GE-CANTIDAD (WS-GE-I)
                    - (WS-GE-SUMA (WS-GE-I) / WS-GE-CANTIDAD (WS-GE-I))
                    ** 2
                IF WS-VARIANZA < 0
                    MOVE 0 TO WS-VARIANZA
                END-IF
                COMPUTE WS-GE-DESVIO (WS-GE-I) ROUNDED =
                    FUNCTION SQRT (WS-VARIANZA)
            END-PERFORM.

       CARGA-HISTORIAL-DISTRIBUCION.
      *    Las filas del termino analizado se descartan: la corrida
      *    las vuelve a grabar con las cifras de hoy.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DISTRIBUTION-HISTORY.
            IF WS-DHS-OK
                PERFORM UNTIL WS-EOF
                    READ DISTRIBUTION-HISTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF DH-TERMINO NOT = WS-TERMINO
                                PERFORM AGREGA-HISTORIAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DISTRIBUTION-HISTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-HISTORIAL.
            IF WS-HD-COUNT >= WS-HD-MAX
                DISPLAY "TABLA DE HISTORIAL DE DISTRIBUCION LLENA EN "
                    WS-HD-MAX " ENTRADAS"
                MOVE "AGREGA-HISTORIAL" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-HD-COUNT.
            MOVE DH-TERMINO TO WS-HD-TERMINO (WS-HD-COUNT).
            MOVE DH-SECTION TO WS-HD-SECTION (WS-HD-COUNT).
            MOVE DH-MATERIA TO WS-HD-MATERIA (WS-HD-COUNT).
            MOVE DH-GRADO TO WS-HD-GRADO (WS-HD-COUNT).
            MOVE DH-CANTIDAD TO WS-HD-CANTIDAD (WS-HD-COUNT).
            MOVE DH-MEDIA TO WS-HD-MEDIA (WS-HD-COUNT).
            MOVE DH-DESVIO TO WS-HD-DESVIO (WS-HD-COUNT).
            MOVE DH-MEDIA-ESCUELA TO WS-HD-MEDIA-ESC (WS-HD-COUNT).

       CARGA-TENDENCIA-ESCUELA.
      *    GRDHIST guarda una fila por corrida de EVALUACION-
      *    MULTIPPLE; de cada termino del calendario queda la ultima.
            INITIALIZE WS-TR-TABLE.
            OPEN INPUT GRADE-HISTORY.
            IF NOT WS-HIST-OK
                DISPLAY "GRDHIST NO DISPONIBLE - SIN TENDENCIA DE "
                    "LA ESCUELA"
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ GRADE-HISTORY NEXT RECORD
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM ANOTA-CORRIDA-TERMINO
                    END-READ
                END-PERFORM
                CLOSE GRADE-HISTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ANOTA-CORRIDA-TERMINO.
            MOVE GRDH-RUN-DATE TO WS-TC-LOOKUP-FECHA.
            PERFORM BUSCA-TERMINO.
            IF WS-TC-IX > 0
                IF GRDH-RUN-DATE > WS-TR-FECHA (WS-TC-IX)
                    MOVE GRDH-RUN-DATE TO WS-TR-FECHA (WS-TC-IX)
                    MOVE GRDH-COUNT-ALUMNOS
                        TO WS-TR-ALUMNOS (WS-TC-IX)
                    MOVE GRDH-PROMEDIO TO WS-TR-PROMEDIO (WS-TC-IX)
                    MOVE GRDH-COUNT-SUSPENSO
                        TO WS-TR-SUSPENSO (WS-TC-IX)
                END-IF
            END-IF.

       ESCRIBE-GRUPO-ESCUELA.
      *    La linea de la escuela abre el bloque de la materia y el
      *    grado; debajo, cada seccion comparada contra ella.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-GE-MATERIA (WS-GE-I) TO WS-DSE-MATERIA.
            MOVE WS-GE-GRADO (WS-GE-I) TO WS-DSE-GRADO.
            MOVE WS-GE-CANTIDAD (WS-GE-I) TO WS-DSE-CANTIDAD.
            MOVE WS-GE-MEDIA (WS-GE-I) TO WS-DSE-MEDIA.
            MOVE WS-GE-DESVIO (WS-GE-I) TO WS-DSE-DESVIO.
            PERFORM VARYING WS-BANDA FROM 1 BY 1 UNTIL WS-BANDA > 4
                MOVE WS-GE-BANDA (WS-GE-I WS-BANDA)
                    TO WS-DSE-BANDA (WS-BANDA)
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-DST-ESCUELA.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-GS-I FROM 1 BY 1
                    UNTIL WS-GS-I > WS-GS-COUNT
                IF WS-GS-MATERIA (WS-GS-I) = WS-GE-MATERIA (WS-GE-I)
                        AND WS-GS-GRADO (WS-GS-I)
                            = WS-GE-GRADO (WS-GE-I)
                    PERFORM ESCRIBE-GRUPO-SECCION
                END-IF
            END-PERFORM.

       ESCRIBE-GRUPO-SECCION.
            MOVE SPACES TO WS-DSD-DOCENTE.
            PERFORM VARYING WS-SC-I FROM 1 BY 1
                    UNTIL WS-SC-I > WS-SC-COUNT
                IF WS-SC-SEC (WS-SC-I) = WS-GS-SECTION (WS-GS-I)
                    MOVE WS-SC-DOCENTE (WS-SC-I) TO WS-DSD-DOCENTE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-SC-I > WS-SC-COUNT
                MOVE "SECCION DESCONOCIDA" TO WS-DSD-DOCENTE
                ADD WS-GS-CANTIDAD (WS-GS-I) TO WS-SIN-SECCION
            END-IF.
            MOVE WS-GS-SECTION (WS-GS-I) TO WS-DSD-SECTION.
            MOVE WS-GS-MATERIA (WS-GS-I) TO WS-DSD-MATERIA.
            MOVE WS-GS-GRADO (WS-GS-I) TO WS-DSD-GRADO.
            MOVE WS-GS-CANTIDAD (WS-GS-I) TO WS-DSD-CANTIDAD.
            MOVE WS-GS-MEDIA (WS-GS-I) TO WS-DSD-MEDIA.
            MOVE WS-GS-DESVIO (WS-GS-I) TO WS-DSD-DESVIO.
            PERFORM VARYING WS-BANDA FROM 1 BY 1 UNTIL WS-BANDA > 4
                MOVE WS-GS-BANDA (WS-GS-I WS-BANDA)
                    TO WS-DSD-BANDA (WS-BANDA)
            END-PERFORM.
            MOVE WS-GE-MEDIA (WS-GE-I) TO WS-DSD-MEDIA-ESC.
            COMPUTE WS-DIFERENCIA =
                WS-GS-MEDIA (WS-GS-I) - WS-GE-MEDIA (WS-GE-I).
            MOVE WS-DIFERENCIA TO WS-DSD-DIFERENCIA.
            MOVE WS-DIFERENCIA TO WS-DIF-ABS.
            PERFORM BUSCA-TERMINO-PREVIO.
            IF WS-HD-IX = 0
                MOVE "  -" TO WS-DSD-PREVIA
            ELSE
                MOVE WS-HD-MEDIA (WS-HD-IX) TO WS-MEDIA-EDIT
                MOVE WS-MEDIA-EDIT TO WS-DSD-PREVIA
            END-IF.
            MOVE SPACES TO WS-DSD-MARCA.
            IF WS-DIF-ABS > WS-UMBRAL
                IF WS-DIFERENCIA > 0
                    MOVE "GENEROSA" TO WS-DSD-MARCA
                ELSE
                    MOVE "SEVERA" TO WS-DSD-MARCA
                END-IF
                PERFORM ESCRIBE-SENALADA
            END-IF.
            WRITE REPORT-LINE FROM WS-DST-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

       BUSCA-TERMINO-PREVIO.
      *    El termino anterior mas reciente con la misma seccion,
      *    materia y grado (los terminos AAAATn ordenan como texto).
            MOVE 0 TO WS-HD-IX.
            PERFORM VARYING WS-HD-I FROM 1 BY 1
                    UNTIL WS-HD-I > WS-HD-COUNT
                IF WS-HD-SECTION (WS-HD-I) = WS-GS-SECTION (WS-GS-I)
                        AND WS-HD-MATERIA (WS-HD-I)
                            = WS-GS-MATERIA (WS-GS-I)
                        AND WS-HD-GRADO (WS-HD-I)
                            = WS-GS-GRADO (WS-GS-I)
                        AND WS-HD-TERMINO (WS-HD-I) < WS-TERMINO
                    IF WS-HD-IX = 0
                        MOVE WS-HD-I TO WS-HD-IX
                    ELSE
                        IF WS-HD-TERMINO (WS-HD-I)
                                > WS-HD-TERMINO (WS-HD-IX)
                            MOVE WS-HD-I TO WS-HD-IX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       ESCRIBE-SENALADA.
            ADD 1 TO WS-SENALADAS.
            MOVE WS-DSD-MARCA TO WS-CDT-MARCA.
            MOVE WS-DSD-DOCENTE TO WS-CDT-DOCENTE.
            MOVE WS-GS-SECTION (WS-GS-I) TO WS-CDT-SECTION.
            MOVE WS-GS-MATERIA (WS-GS-I) TO WS-CDT-MATERIA.
            MOVE WS-GS-GRADO (WS-GS-I) TO WS-CDT-GRADO.
            MOVE WS-GS-MEDIA (WS-GS-I) TO WS-CDT-MEDIA.
            MOVE WS-GE-MEDIA (WS-GE-I) TO WS-CDT-MEDIA-ESC.
            MOVE WS-DSD-PREVIA TO WS-CDT-PREVIA.
            WRITE COORDINATOR-LINE FROM WS-COO-DETALLE.
            PERFORM VERIFICA-ESCRITURA-COORD.

       ESCRIBE-TENDENCIA-ESCUELA.
      *    Solo los terminos anteriores al analizado.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-DST-TENDENCIA-TIT.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-TENDENCIAS.
            PERFORM VARYING WS-TC-I FROM 1 BY 1
                    UNTIL WS-TC-I > WS-TC-COUNT
                IF WS-TC-TBL-TERMINO (WS-TC-I) < WS-TERMINO
                        AND WS-TR-FECHA (WS-TC-I) > 0
                    ADD 1 TO WS-TENDENCIAS
                    MOVE WS-TC-TBL-TERMINO (WS-TC-I) TO WS-DTE-TERMINO
                    MOVE WS-TR-FECHA (WS-TC-I) TO WS-DTE-FECHA
                    MOVE WS-TR-ALUMNOS (WS-TC-I) TO WS-DTE-ALUMNOS
                    MOVE WS-TR-PROMEDIO (WS-TC-I) TO WS-DTE-PROMEDIO
                    MOVE 0 TO WS-PCT-SUSPENSO
                    IF WS-TR-ALUMNOS (WS-TC-I) > 0
                        COMPUTE WS-PCT-SUSPENSO ROUNDED =
                            WS-TR-SUSPENSO (WS-TC-I) * 100
                            / WS-TR-ALUMNOS (WS-TC-I)
                    END-IF
                    MOVE WS-PCT-SUSPENSO TO WS-DTE-PCT
                    WRITE REPORT-LINE FROM WS-DST-TENDENCIA
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-PERFORM.
            IF WS-TENDENCIAS = 0
                WRITE REPORT-LINE FROM WS-DST-SIN-TENDENCIA
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       GRABA-HISTORIAL-DISTRIBUCION.
      *    Regrabado entero: los otros terminos tal como estaban y
      *    el analizado con las cifras de hoy.
            OPEN OUTPUT DISTRIBUTION-HISTORY.
            IF NOT WS-DHS-OK
                MOVE WS-DHS-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-HISTORIAL OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-HD-I FROM 1 BY 1
                    UNTIL WS-HD-I > WS-HD-COUNT
                MOVE WS-HD-TERMINO (WS-HD-I) TO DH-TERMINO
                MOVE WS-HD-SECTION (WS-HD-I) TO DH-SECTION
                MOVE WS-HD-MATERIA (WS-HD-I) TO DH-MATERIA
                MOVE WS-HD-GRADO (WS-HD-I) TO DH-GRADO
                MOVE WS-HD-CANTIDAD (WS-HD-I) TO DH-CANTIDAD
                MOVE WS-HD-MEDIA (WS-HD-I) TO DH-MEDIA
                MOVE WS-HD-DESVIO (WS-HD-I) TO DH-DESVIO
                MOVE WS-HD-MEDIA-ESC (WS-HD-I) TO DH-MEDIA-ESCUELA
                PERFORM ESCRIBE-HISTORIAL
            END-PERFORM.
            PERFORM VARYING WS-GS-I FROM 1 BY 1
                    UNTIL WS-GS-I > WS-GS-COUNT
                MOVE WS-TERMINO TO DH-TERMINO
                MOVE WS-GS-SECTION (WS-GS-I) TO DH-SECTION
                MOVE WS-GS-MATERIA (WS-GS-I) TO DH-MATERIA
                MOVE WS-GS-GRADO (WS-GS-I) TO DH-GRADO
                MOVE WS-GS-CANTIDAD (WS-GS-I) TO DH-CANTIDAD
                MOVE WS-GS-MEDIA (WS-GS-I) TO DH-MEDIA
                MOVE WS-GS-DESVIO (WS-GS-I) TO DH-DESVIO
                MOVE 0 TO DH-MEDIA-ESCUELA
                PERFORM VARYING WS-GE-I FROM 1 BY 1
                        UNTIL WS-GE-I > WS-GE-COUNT
                    IF WS-GE-MATERIA (WS-GE-I) = DH-MATERIA
                            AND WS-GE-GRADO (WS-GE-I) = DH-GRADO
                        MOVE WS-GE-MEDIA (WS-GE-I)
                            TO DH-MEDIA-ESCUELA
                    END-IF
                END-PERFORM
                PERFORM ESCRIBE-HISTORIAL
            END-PERFORM.
            CLOSE DISTRIBUTION-HISTORY.

       ESCRIBE-HISTORIAL.
            WRITE DISTRIBUTION-HIST-RECORD.
            IF NOT WS-DHS-OK
                MOVE WS-DHS-STATUS TO WS-ABEND-STATUS
                MOVE "ESCRIBE-HISTORIAL WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ANALIZA-DISTRIBUCION WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA-COORD.
            IF NOT WS-COO-OK
                MOVE WS-COO-STATUS TO WS-ABEND-STATUS
                MOVE "ANALIZA-DISTRIBUCION WRITE COO"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE 0 TO WS-AL-COUNT WS-SC-COUNT WS-GS-COUNT.
            MOVE 0 TO WS-GE-COUNT WS-HD-COUNT WS-SENALADAS.
            MOVE 0 TO WS-NOTAS-LEIDAS WS-SIN-SECCION WS-SIN-ALUMNO.
            MOVE 1.00 TO WS-UMBRAL.
            MOVE SPACES TO WS-TERMINO.
            MOVE 9 TO WS-NOTA-EXCELENTE.
            MOVE 7 TO WS-NOTA-APROBADO.
            MOVE 5 TO WS-NOTA-SUFICIENTE.

       COPY "ASISWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ANALIZA-DISTRIBUCION.
