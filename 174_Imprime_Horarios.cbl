      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prints the weekly class timetable of the school as a
      *          grid of periods by school days, one grid per teacher
      *          on HORPROF.TXT (section and room of each class), per
      *          room of AULAS.DAT on HORAULA.TXT (section and subject)
      *          and per student of STUMAST.DAT on HORALUM.TXT
      *          (subject and room). The timetable is SECTHOR.DAT
      *          over the sections of SECTMAST.DAT; a student's
      *          classes are the sections of the subjects they are
      *          enrolled in on ENRLSUBJ.DAT for their grade, the same
      *          roster VALIDA-HORARIOS checks. Two classes falling in
      *          the same cell print as a clash so the grid never hides
      *          one; rows VALIDA-HORARIOS reports as unknown or
      *          impossible are left out. Teachers, rooms and students
      *          without any class get no grid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIME-HORARIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-STATUS.
           SELECT SUBJECT-ENROLLMENT ASSIGN TO "ENRLSUBJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT TEACHER-TIMETABLE ASSIGN TO "HORPROF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT ROOM-TIMETABLE ASSIGN TO "HORAULA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUL-STATUS.
           SELECT STUDENT-TIMETABLE ASSIGN TO "HORALUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALU-STATUS.
           COPY "HORASL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "SECTFD.cpy".

      *    Mismo layout que lee EVALUACION-MULTIPPLE.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05  ST-STUDENT-ID        PIC 9(6).
           05  ST-NOMBRE            PIC X(25).
           05  ST-GRADO             PIC 9(2).

       FD  SUBJECT-ENROLLMENT.
       01  ENROLLMENT-SUBJ-RECORD.
           05  EN-STUDENT-ID        PIC 9(6).
           05  EN-MATERIA           PIC X(4).

       FD  TEACHER-TIMETABLE.
       01  TEACHER-LINE             PIC X(80).

       FD  ROOM-TIMETABLE.
       01  ROOM-LINE                PIC X(80).

       FD  STUDENT-TIMETABLE.
       01  STUDENT-LINE             PIC X(80).

       COPY "HORAFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEC-STATUS            PIC XX.
           88  WS-SEC-OK            VALUE "00".
       01  WS-STU-STATUS            PIC XX.
           88  WS-STU-OK            VALUE "00".
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-PRF-STATUS            PIC XX.
           88  WS-PRF-OK            VALUE "00".
       01  WS-AUL-STATUS            PIC XX.
           88  WS-AUL-OK            VALUE "00".
       01  WS-ALU-STATUS            PIC XX.
           88  WS-ALU-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-REPETIDO-SWITCH       PIC X VALUE "N".
           88  WS-REPETIDO          VALUE "Y".

      *    Listado al que va cada renglon: 1 profesores, 2 aulas,
      *    3 alumnos.
       01  WS-DESTINO               PIC 9.
           88  WS-A-PROFESORES      VALUE 1.
           88  WS-A-AULAS           VALUE 2.
           88  WS-A-ALUMNOS         VALUE 3.
       01  WS-LINEA                 PIC X(80).

       01  WS-GRILLAS-PROFESOR      PIC 9(5) VALUE 0.
       01  WS-GRILLAS-AULA          PIC 9(5) VALUE 0.
       01  WS-GRILLAS-ALUMNO        PIC 9(5) VALUE 0.
       01  WS-CRUCES                PIC 9(5) VALUE 0.

       01  WS-PROFESOR              PIC X(20).
       01  WS-SEC-I                 PIC 9(3).
       01  WS-ROS-I                 PIC 9(4).

      *    Nombre y grado de cada alumno.
       01  WS-STU-MAX               PIC 9(4) VALUE 1000.
       01  WS-STU-COUNT             PIC 9(4) VALUE 0.
       01  WS-STU-I                 PIC 9(4).
       01  WS-STU-J                 PIC 9(4).
       01  WS-STU-LOOKUP-ID         PIC 9(6).
       01  WS-STU-GRADO             PIC 9(2).
       01  WS-STU-TABLE.
           05  WS-STU-ENTRY OCCURS 1000 TIMES.
               10  WS-STU-TBL-ID    PIC 9(6).
               10  WS-STU-TBL-NOM   PIC X(25).
               10  WS-STU-TBL-GRADO PIC 9(2).

      *    Grilla de la semana: periodos por dias, con el ultimo
      *    periodo ocupado del horario entero para que todas las
      *    grillas tengan el mismo alto.
       01  WS-GR-ULTIMO-PERIODO     PIC 9(2) VALUE 0.
       01  WS-GR-CELDAS-LLENAS      PIC 9(3) VALUE 0.
       01  WS-GR-P                  PIC 9(2).
       01  WS-GR-D                  PIC 9.
       01  WS-GR-TEXTO              PIC X(12).
      *    Parte del texto que distingue una clase de otra: en la
      *    grilla del alumno basta la materia, porque dos secciones
      *    paralelas de la misma materia no son un cruce.
       01  WS-GR-CLAVE              PIC 9(2).
       01  WS-GR-TABLA.
           05  WS-GR-FILA OCCURS 12 TIMES.
               10  WS-GR-CELDA      PIC X(13) OCCURS 5 TIMES.

       01  WS-GRI-TITULO-PROFESOR.
           05  FILLER               PIC X(10) VALUE "PROFESOR: ".
           05  WS-GTP-PROFESOR      PIC X(20).
       01  WS-GRI-TITULO-AULA.
           05  FILLER               PIC X(6) VALUE "AULA: ".
           05  WS-GTA-AULA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GTA-DESCRIPCION   PIC X(20).
           05  FILLER               PIC X(12) VALUE " CAPACIDAD: ".
           05  WS-GTA-CAPACIDAD     PIC ZZ9.
       01  WS-GRI-TITULO-ALUMNO.
           05  FILLER               PIC X(8) VALUE "ALUMNO: ".
           05  WS-GTL-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GTL-NOMBRE        PIC X(25).
           05  FILLER               PIC X(8) VALUE " GRADO: ".
           05  WS-GTL-GRADO         PIC Z9.
       01  WS-GRI-CABECERA.
           05  FILLER               PIC X(5) VALUE "PER".
           05  FILLER               PIC X(13) VALUE "LUNES".
           05  FILLER               PIC X(13) VALUE "MARTES".
           05  FILLER               PIC X(13) VALUE "MIERCOLES".
           05  FILLER               PIC X(13) VALUE "JUEVES".
           05  FILLER               PIC X(13) VALUE "VIERNES".
       01  WS-GRI-RENGLON.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-GRR-PERIODO       PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GRR-CELDAS        PIC X(65).
       01  WS-GRI-SEPARA            PIC X(70) VALUE ALL "-".
       01  WS-GRI-TITULO.
           05  FILLER               PIC X(28)
                   VALUE "HORARIO SEMANAL DE CLASES - ".
           05  WS-GRT-VISTA         PIC X(10).
           05  FILLER               PIC X(8) VALUE " AL DIA ".
           05  WS-GRT-FECHA         PIC 9(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "HORAWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "IMPRIME-HORARIOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-SECCIONES.
            PERFORM CARGA-ALUMNOS.
            PERFORM CARGA-INSCRIPCION.
            PERFORM CARGA-AULAS.
            PERFORM CARGA-HORARIO.
            IF WS-HO-COUNT = 0
                DISPLAY "SECTHOR.DAT AUSENTE O VACIO - SIN HORARIO "
                    "QUE IMPRIMIR"
                PERFORM REGISTRA-RUNSTATS
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.
            PERFORM ARMA-ALUMNADO.
            PERFORM VARYING WS-HO-I FROM 1 BY 1
                    UNTIL WS-HO-I > WS-HO-COUNT
                IF WS-HO-TBL-PERIODO (WS-HO-I) > WS-GR-ULTIMO-PERIODO
                    MOVE WS-HO-TBL-PERIODO (WS-HO-I)
                        TO WS-GR-ULTIMO-PERIODO
                END-IF
            END-PERFORM.

            PERFORM ABRE-LISTADOS.

            SET WS-A-PROFESORES TO TRUE.
            MOVE 12 TO WS-GR-CLAVE.
            PERFORM VARYING WS-SEC-I FROM 1 BY 1
                    UNTIL WS-SEC-I > WS-HS-COUNT
                PERFORM HORARIO-PROFESOR
            END-PERFORM.

            SET WS-A-AULAS TO TRUE.
            PERFORM VARYING WS-AU-IX FROM 1 BY 1
                    UNTIL WS-AU-IX > WS-AU-COUNT
                PERFORM HORARIO-AULA
            END-PERFORM.

            SET WS-A-ALUMNOS TO TRUE.
            MOVE 4 TO WS-GR-CLAVE.
            PERFORM VARYING WS-STU-J FROM 1 BY 1
                    UNTIL WS-STU-J > WS-STU-COUNT
                PERFORM HORARIO-ALUMNO
            END-PERFORM.

            CLOSE TEACHER-TIMETABLE ROOM-TIMETABLE STUDENT-TIMETABLE.

            DISPLAY "HORARIOS - PROFESORES: " WS-GRILLAS-PROFESOR
                " AULAS: " WS-GRILLAS-AULA
                " ALUMNOS: " WS-GRILLAS-ALUMNO.
            IF WS-CRUCES > 0
                DISPLAY "CELDAS CON CRUCE: " WS-CRUCES
                    " - CORRER VALIDA-HORARIOS"
            END-IF.

            MOVE WS-HO-COUNT TO WS-RUNST-IN-COUNT.
            COMPUTE WS-RUNST-OUT-COUNT = WS-GRILLAS-PROFESOR
                + WS-GRILLAS-AULA + WS-GRILLAS-ALUMNO.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ABRE-LISTADOS.
            OPEN OUTPUT TEACHER-TIMETABLE.
            IF NOT WS-PRF-OK
                MOVE WS-PRF-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-LISTADOS HORPROF" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ROOM-TIMETABLE.
            IF NOT WS-AUL-OK
                MOVE WS-AUL-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-LISTADOS HORAULA" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT STUDENT-TIMETABLE.
            IF NOT WS-ALU-OK
                MOVE WS-ALU-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-LISTADOS HORALUM" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-OPSLOG-DATE TO WS-GRT-FECHA.

            SET WS-A-PROFESORES TO TRUE.
            MOVE "PROFESORES" TO WS-GRT-VISTA.
            PERFORM ESCRIBE-ENCABEZADO.
            SET WS-A-AULAS TO TRUE.
            MOVE "AULAS" TO WS-GRT-VISTA.
            PERFORM ESCRIBE-ENCABEZADO.
            SET WS-A-ALUMNOS TO TRUE.
            MOVE "ALUMNOS" TO WS-GRT-VISTA.
            PERFORM ESCRIBE-ENCABEZADO.

       ESCRIBE-ENCABEZADO.
            MOVE WS-SITE-HEADER-LINE TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.
            MOVE WS-GRI-TITULO TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.

       HORARIO-PROFESOR.
      *    Un profesor con varias secciones sale una sola vez, en la
      *    posicion de su primera seccion.
            MOVE WS-HS-TBL-PROFESOR (WS-SEC-I) TO WS-PROFESOR.
            MOVE "N" TO WS-REPETIDO-SWITCH.
            PERFORM VARYING WS-HS-I FROM 1 BY 1
                    UNTIL WS-HS-I >= WS-SEC-I
                IF WS-HS-TBL-PROFESOR (WS-HS-I) = WS-PROFESOR
                    SET WS-REPETIDO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-PROFESOR NOT = SPACES AND NOT WS-REPETIDO
                PERFORM LIMPIA-GRILLA
                PERFORM VARYING WS-HO-I FROM 1 BY 1
                        UNTIL WS-HO-I > WS-HO-COUNT
                    IF WS-HO-TBL-SEC-IX (WS-HO-I) > 0
                        IF WS-HS-TBL-PROFESOR (WS-HO-TBL-SEC-IX
                                (WS-HO-I)) = WS-PROFESOR
                            MOVE SPACES TO WS-GR-TEXTO
                            STRING WS-HO-TBL-SECCION (WS-HO-I) " "
                                WS-HO-TBL-AULA (WS-HO-I)
                                DELIMITED BY SIZE INTO WS-GR-TEXTO
                            END-STRING
                            PERFORM PONE-CELDA
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-GR-CELDAS-LLENAS > 0
                    MOVE WS-PROFESOR TO WS-GTP-PROFESOR
                    MOVE WS-GRI-TITULO-PROFESOR TO WS-LINEA
                    PERFORM IMPRIME-GRILLA
                    ADD 1 TO WS-GRILLAS-PROFESOR
                END-IF
            END-IF.

       HORARIO-AULA.
            PERFORM LIMPIA-GRILLA.
            PERFORM VARYING WS-HO-I FROM 1 BY 1
                    UNTIL WS-HO-I > WS-HO-COUNT
                IF WS-HO-TBL-AULA-IX (WS-HO-I) = WS-AU-IX
                        AND WS-HO-TBL-SEC-IX (WS-HO-I) > 0
                    MOVE SPACES TO WS-GR-TEXTO
                    STRING WS-HO-TBL-SECCION (WS-HO-I) " "
                        WS-HS-TBL-MATERIA (WS-HO-TBL-SEC-IX (WS-HO-I))
                        DELIMITED BY SIZE INTO WS-GR-TEXTO
                    END-STRING
                    PERFORM PONE-CELDA
                END-IF
            END-PERFORM.
            IF WS-GR-CELDAS-LLENAS > 0
                MOVE WS-AU-TBL-AULA (WS-AU-IX) TO WS-GTA-AULA
                MOVE WS-AU-TBL-DESCRIPCION (WS-AU-IX)
                    TO WS-GTA-DESCRIPCION
                MOVE WS-AU-TBL-CAPACIDAD (WS-AU-IX) TO WS-GTA-CAPACIDAD
                MOVE WS-GRI-TITULO-AULA TO WS-LINEA
                PERFORM IMPRIME-GRILLA
                ADD 1 TO WS-GRILLAS-AULA
            END-IF.

       HORARIO-ALUMNO.
      *    Las secciones del alumno salen de su alumnado; cada una
      *    aporta todos sus renglones del horario.
            PERFORM LIMPIA-GRILLA.
            PERFORM VARYING WS-ROS-I FROM 1 BY 1
                    UNTIL WS-ROS-I > WS-HL-COUNT
                IF WS-HL-TBL-ALUMNO (WS-ROS-I)
                        = WS-STU-TBL-ID (WS-STU-J)
                    PERFORM VARYING WS-HO-I FROM 1 BY 1
                            UNTIL WS-HO-I > WS-HO-COUNT
                        IF WS-HO-TBL-SEC-IX (WS-HO-I)
                                = WS-HL-TBL-SEC-IX (WS-ROS-I)
                            MOVE SPACES TO WS-GR-TEXTO
                            STRING WS-HS-TBL-MATERIA
                                    (WS-HO-TBL-SEC-IX (WS-HO-I))
                                " " WS-HO-TBL-AULA (WS-HO-I)
                                DELIMITED BY SIZE INTO WS-GR-TEXTO
                            END-STRING
                            PERFORM PONE-CELDA
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
            IF WS-GR-CELDAS-LLENAS > 0
                MOVE WS-STU-TBL-ID (WS-STU-J) TO WS-GTL-ID
                MOVE WS-STU-TBL-NOM (WS-STU-J) TO WS-GTL-NOMBRE
                MOVE WS-STU-TBL-GRADO (WS-STU-J) TO WS-GTL-GRADO
                MOVE WS-GRI-TITULO-ALUMNO TO WS-LINEA
                PERFORM IMPRIME-GRILLA
                ADD 1 TO WS-GRILLAS-ALUMNO
            END-IF.

       LIMPIA-GRILLA.
            MOVE SPACES TO WS-GR-TABLA.
            MOVE 0 TO WS-GR-CELDAS-LLENAS.

       PONE-CELDA.
      *    Renglones con dia o periodo ilegible, o con seccion o aula
      *    desconocida, no tienen celda. Una celda ya ocupada por otra
      *    clase queda marcada como cruce.
            IF WS-HO-TBL-DIA (WS-HO-I) > 0
                    AND WS-HO-TBL-PERIODO (WS-HO-I) > 0
                    AND WS-HO-TBL-SEC-IX (WS-HO-I) > 0
                    AND WS-HO-TBL-AULA-IX (WS-HO-I) > 0
                MOVE WS-HO-TBL-DIA (WS-HO-I) TO WS-GR-D
                MOVE WS-HO-TBL-PERIODO (WS-HO-I) TO WS-GR-P
                EVALUATE TRUE
                    WHEN WS-GR-CELDA (WS-GR-P WS-GR-D) = SPACES
                        MOVE WS-GR-TEXTO
                            TO WS-GR-CELDA (WS-GR-P WS-GR-D)
                        ADD 1 TO WS-GR-CELDAS-LLENAS
                    WHEN WS-GR-CELDA (WS-GR-P WS-GR-D) (1:WS-GR-CLAVE)
                            = WS-GR-TEXTO (1:WS-GR-CLAVE)
                        CONTINUE
                    WHEN WS-GR-CELDA (WS-GR-P WS-GR-D) = "**CRUCE**"
                        CONTINUE
                    WHEN OTHER
                        MOVE "**CRUCE**"
                            TO WS-GR-CELDA (WS-GR-P WS-GR-D)
                        ADD 1 TO WS-CRUCES
                END-EVALUATE
            END-IF.

       IMPRIME-GRILLA.
      *    WS-LINEA llega con el titulo de la grilla.
            PERFORM ESCRIBE-LINEA.
            MOVE WS-GRI-CABECERA TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.
            PERFORM VARYING WS-GR-P FROM 1 BY 1
                    UNTIL WS-GR-P > WS-GR-ULTIMO-PERIODO
                MOVE WS-GR-P TO WS-GRR-PERIODO
                MOVE WS-GR-FILA (WS-GR-P) TO WS-GRR-CELDAS
                MOVE WS-GRI-RENGLON TO WS-LINEA
                PERFORM ESCRIBE-LINEA
            END-PERFORM.
            MOVE WS-GRI-SEPARA TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.

       ESCRIBE-LINEA.
            EVALUATE TRUE
                WHEN WS-A-PROFESORES
                    WRITE TEACHER-LINE FROM WS-LINEA
                    IF NOT WS-PRF-OK
                        MOVE WS-PRF-STATUS TO WS-ABEND-STATUS
                        MOVE "IMPRIME-HORARIOS HORPROF"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                WHEN WS-A-AULAS
                    WRITE ROOM-LINE FROM WS-LINEA
                    IF NOT WS-AUL-OK
                        MOVE WS-AUL-STATUS TO WS-ABEND-STATUS
                        MOVE "IMPRIME-HORARIOS HORAULA"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                WHEN WS-A-ALUMNOS
                    WRITE STUDENT-LINE FROM WS-LINEA
                    IF NOT WS-ALU-OK
                        MOVE WS-ALU-STATUS TO WS-ABEND-STATUS
                        MOVE "IMPRIME-HORARIOS HORALUM"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
            END-EVALUATE.

       CARGA-SECCIONES.
            MOVE 0 TO WS-HS-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SECTION-MASTER.
            IF WS-SEC-OK
                PERFORM UNTIL WS-EOF
                    READ SECTION-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-HS-COUNT >= WS-HS-MAX
                                DISPLAY "TABLA DE SECCIONES LLENA EN "
                                    WS-HS-MAX " ENTRADAS"
                                MOVE "CARGA-SECCIONES"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-HS-COUNT
                            MOVE SC-SECTION
                                TO WS-HS-TBL-SECCION (WS-HS-COUNT)
                            MOVE SC-TEACHER
                                TO WS-HS-TBL-PROFESOR (WS-HS-COUNT)
                            MOVE SC-MATERIA
                                TO WS-HS-TBL-MATERIA (WS-HS-COUNT)
                            IF SC-GRADO IS NUMERIC
                                MOVE SC-GRADO
                                    TO WS-HS-TBL-GRADO (WS-HS-COUNT)
                            ELSE
                                MOVE 0
                                    TO WS-HS-TBL-GRADO (WS-HS-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SECTION-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-ALUMNOS.
            MOVE 0 TO WS-STU-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT STUDENT-MASTER.
            IF WS-STU-OK
                PERFORM UNTIL WS-EOF
                    READ STUDENT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-STU-COUNT >= WS-STU-MAX
                                DISPLAY "TABLA DE ALUMNOS LLENA EN "
                                    WS-STU-MAX " ENTRADAS"
                                MOVE "CARGA-ALUMNOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-STU-COUNT
                            MOVE ST-STUDENT-ID
                                TO WS-STU-TBL-ID (WS-STU-COUNT)
                            MOVE ST-NOMBRE
                                TO WS-STU-TBL-NOM (WS-STU-COUNT)
                            MOVE ST-GRADO
                                TO WS-STU-TBL-GRADO (WS-STU-COUNT)
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-INSCRIPCION.
            MOVE 0 TO WS-HN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SUBJECT-ENROLLMENT.
            IF WS-ENR-OK
                PERFORM UNTIL WS-EOF
                    READ SUBJECT-ENROLLMENT
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-HN-COUNT >= WS-HN-MAX
                                DISPLAY "TABLA DE INSCRIPCION LLENA EN "
                                    WS-HN-MAX " ENTRADAS"
                                MOVE "CARGA-INSCRIPCION"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-HN-COUNT
                            MOVE EN-STUDENT-ID
                                TO WS-HN-TBL-ALUMNO (WS-HN-COUNT)
                            MOVE EN-MATERIA
                                TO WS-HN-TBL-MATERIA (WS-HN-COUNT)
                            MOVE EN-STUDENT-ID TO WS-STU-LOOKUP-ID
                            PERFORM BUSCA-ALUMNO
                            MOVE WS-STU-GRADO
                                TO WS-HN-TBL-GRADO (WS-HN-COUNT)
                    END-READ
                END-PERFORM
                CLOSE SUBJECT-ENROLLMENT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       BUSCA-ALUMNO.
            MOVE 0 TO WS-STU-GRADO.
            PERFORM VARYING WS-STU-I FROM 1 BY 1
                    UNTIL WS-STU-I > WS-STU-COUNT
                IF WS-STU-TBL-ID (WS-STU-I) = WS-STU-LOOKUP-ID
                    MOVE WS-STU-TBL-GRADO (WS-STU-I) TO WS-STU-GRADO
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE 0 TO WS-GRILLAS-PROFESOR WS-GRILLAS-AULA.
            MOVE 0 TO WS-GRILLAS-ALUMNO WS-CRUCES.
            MOVE 0 TO WS-GR-ULTIMO-PERIODO WS-STU-COUNT.

       COPY "HORAWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM IMPRIME-HORARIOS.
