      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validation run for the class timetable of the school.
      *          Each section of SECTMAST.DAT (its teacher and the
      *          subject and grade it teaches) meets on the days,
      *          periods and rooms of SECTHOR.DAT; each room of
      *          AULAS.DAT has a seating capacity. The roster of a
      *          section is every student of ENRLSUBJ.DAT enrolled in
      *          its subject whose grade on STUMAST.DAT is the
      *          section's (grade zero takes any grade). The run lists
      *          on HORVAL.TXT: teachers booked into two sections in
      *          the same day and period; rooms holding two sections
      *          at once; sections whose roster does not fit the room
      *          (once per section and room); students sitting in two
      *          sections of different subjects that meet at the same
      *          time; a section placed twice in the same period; and
      *          timetable rows naming an unknown section or room or
      *          an impossible day or period. Any finding ends the run
      *          with return code 8 so the timetable is corrected
      *          before IMPRIME-HORARIOS prints it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-HORARIOS.

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
           SELECT VALIDATION-REPORT ASSIGN TO "HORVAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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

       FD  VALIDATION-REPORT.
       01  REPORT-LINE              PIC X(80).

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
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-PRIMER-PAR-SWITCH     PIC X VALUE "Y".
           88  WS-PRIMER-PAR        VALUE "Y".

       01  WS-CRUCES-PROFESOR       PIC 9(5) VALUE 0.
       01  WS-CRUCES-AULA           PIC 9(5) VALUE 0.
       01  WS-CRUCES-ALUMNO         PIC 9(5) VALUE 0.
       01  WS-EXCESOS-CAPACIDAD     PIC 9(5) VALUE 0.
       01  WS-RENGLONES-ERRONEOS    PIC 9(5) VALUE 0.
       01  WS-HALLAZGOS             PIC 9(6) VALUE 0.

       01  WS-SEC-I                 PIC 9(3).
       01  WS-SEC-J                 PIC 9(3).
       01  WS-ROS-I                 PIC 9(4).
       01  WS-HO-K                  PIC 9(4).

      *    Nombre y grado de cada alumno para la inscripcion y el
      *    listado de cruces.
       01  WS-STU-MAX               PIC 9(4) VALUE 1000.
       01  WS-STU-COUNT             PIC 9(4) VALUE 0.
       01  WS-STU-I                 PIC 9(4).
       01  WS-STU-LOOKUP-ID         PIC 9(6).
       01  WS-STU-NOMBRE            PIC X(25).
       01  WS-STU-GRADO             PIC 9(2).
       01  WS-STU-TABLE.
           05  WS-STU-ENTRY OCCURS 1000 TIMES.
               10  WS-STU-TBL-ID    PIC 9(6).
               10  WS-STU-TBL-NOM   PIC X(25).
               10  WS-STU-TBL-GRADO PIC 9(2).

       01  WS-DIAS-NOMBRES.
           05  FILLER               PIC X(15) VALUE "LUNMARMIEJUEVIE".
       01  WS-DIAS-TABLA REDEFINES WS-DIAS-NOMBRES.
           05  WS-DIA-NOMBRE        PIC X(3) OCCURS 5 TIMES.

      *    Campos editados para armar el detalle de cada hallazgo.
       01  WS-ED-RENGLON            PIC ZZZ9.
       01  WS-ED-INSCRITOS          PIC ZZZ9.
       01  WS-ED-CAPACIDAD          PIC ZZ9.
       01  WS-ED-PERIODO            PIC 99.

       01  WS-VAL-TITULO.
           05  FILLER               PIC X(42)
                   VALUE "VALIDACION DEL HORARIO DE CLASES - AL DIA ".
           05  WS-VLT-FECHA         PIC 9(8).
       01  WS-VAL-CABECERA.
           05  FILLER               PIC X(40)
                   VALUE "HALLAZGO           DIA PER DETALLE".
       01  WS-VAL-DETALLE.
           05  WS-VLD-TIPO          PIC X(18).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VLD-DIA           PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VLD-PERIODO       PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-VLD-DETALLE       PIC X(53).
       01  WS-VAL-SIN-HALLAZGOS.
           05  FILLER               PIC X(40)
                   VALUE "SIN CRUCES NI EXCESOS - HORARIO CONFORME".
       01  WS-VAL-TOTALES.
           05  FILLER               PIC X(11) VALUE "PROFESOR: ".
           05  WS-VLT-PROFESOR      PIC ZZZZ9.
           05  FILLER               PIC X(8) VALUE " AULA: ".
           05  WS-VLT-AULA          PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " ALUMNO: ".
           05  WS-VLT-ALUMNO        PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE " CAPACIDAD: ".
           05  WS-VLT-CAPACIDAD     PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE " RENGLONES: ".
           05  WS-VLT-RENGLONES     PIC ZZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "HORAWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "VALIDA-HORARIOS" TO WS-OPSLOG-PROGRAM.
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
                    "QUE VALIDAR"
                PERFORM REGISTRA-RUNSTATS
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.
            PERFORM ARMA-ALUMNADO.

            OPEN OUTPUT VALIDATION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HORVAL" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-VLT-FECHA.
            WRITE REPORT-LINE FROM WS-VAL-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-VAL-CABECERA.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-HO-I FROM 1 BY 1
                    UNTIL WS-HO-I > WS-HO-COUNT
                PERFORM REVISA-RENGLON
            END-PERFORM.
      *    Cada par de renglones del mismo dia y periodo se compara
      *    una sola vez.
            PERFORM VARYING WS-HO-I FROM 1 BY 1
                    UNTIL WS-HO-I > WS-HO-COUNT
                IF WS-HO-TBL-DIA (WS-HO-I) > 0
                        AND WS-HO-TBL-PERIODO (WS-HO-I) > 0
                    PERFORM VARYING WS-HO-J FROM WS-HO-I BY 1
                            UNTIL WS-HO-J > WS-HO-COUNT
                        IF WS-HO-J > WS-HO-I
                                AND WS-HO-TBL-DIA (WS-HO-J)
                                    = WS-HO-TBL-DIA (WS-HO-I)
                                AND WS-HO-TBL-PERIODO (WS-HO-J)
                                    = WS-HO-TBL-PERIODO (WS-HO-I)
                            PERFORM COMPARA-PAR
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

            COMPUTE WS-HALLAZGOS = WS-CRUCES-PROFESOR + WS-CRUCES-AULA
                + WS-CRUCES-ALUMNO + WS-EXCESOS-CAPACIDAD
                + WS-RENGLONES-ERRONEOS.
            IF WS-HALLAZGOS = 0
                WRITE REPORT-LINE FROM WS-VAL-SIN-HALLAZGOS
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            MOVE WS-CRUCES-PROFESOR TO WS-VLT-PROFESOR.
            MOVE WS-CRUCES-AULA TO WS-VLT-AULA.
            MOVE WS-CRUCES-ALUMNO TO WS-VLT-ALUMNO.
            MOVE WS-EXCESOS-CAPACIDAD TO WS-VLT-CAPACIDAD.
            MOVE WS-RENGLONES-ERRONEOS TO WS-VLT-RENGLONES.
            WRITE REPORT-LINE FROM WS-VAL-TOTALES.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE VALIDATION-REPORT.

            DISPLAY "HORARIO - RENGLONES: " WS-HO-COUNT
                " CRUCES PROFESOR: " WS-CRUCES-PROFESOR
                " AULA: " WS-CRUCES-AULA
                " ALUMNO: " WS-CRUCES-ALUMNO.
            DISPLAY "EXCESOS DE CAPACIDAD: " WS-EXCESOS-CAPACIDAD
                " RENGLONES ERRONEOS: " WS-RENGLONES-ERRONEOS.
            IF WS-HALLAZGOS > 0
                DISPLAY "HORARIO CON HALLAZGOS - VER HORVAL.TXT"
                MOVE 8 TO RETURN-CODE
            END-IF.

            MOVE WS-HO-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-HALLAZGOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       REVISA-RENGLON.
      *    Renglon mal formado o con referencias que no existen; la
      *    capacidad se mide una vez por seccion y aula.
            MOVE WS-HO-I TO WS-ED-RENGLON.
            IF WS-HO-TBL-SEC-IX (WS-HO-I) = 0
                MOVE "SECC DESCONOCIDA" TO WS-VLD-TIPO
                MOVE SPACES TO WS-VLD-DETALLE
                STRING "SECC " WS-HO-TBL-SECCION (WS-HO-I)
                    " RENGLON " WS-ED-RENGLON
                    DELIMITED BY SIZE INTO WS-VLD-DETALLE
                END-STRING
                ADD 1 TO WS-RENGLONES-ERRONEOS
                PERFORM ESCRIBE-HALLAZGO-RENGLON
            END-IF.
            IF WS-HO-TBL-AULA-IX (WS-HO-I) = 0
                MOVE "AULA DESCONOCIDA" TO WS-VLD-TIPO
                MOVE SPACES TO WS-VLD-DETALLE
                STRING "AULA " WS-HO-TBL-AULA (WS-HO-I)
                    " SECC " WS-HO-TBL-SECCION (WS-HO-I)
                    " RENGLON " WS-ED-RENGLON
                    DELIMITED BY SIZE INTO WS-VLD-DETALLE
                END-STRING
                ADD 1 TO WS-RENGLONES-ERRONEOS
                PERFORM ESCRIBE-HALLAZGO-RENGLON
            END-IF.
            IF WS-HO-TBL-DIA (WS-HO-I) = 0
                    OR WS-HO-TBL-PERIODO (WS-HO-I) = 0
                MOVE "DIA/PERIODO MALO" TO WS-VLD-TIPO
                MOVE SPACES TO WS-VLD-DETALLE
                STRING "SECC " WS-HO-TBL-SECCION (WS-HO-I)
                    " RENGLON " WS-ED-RENGLON
                    " (DIA 1 A 5, PERIODO 1 A 12)"
                    DELIMITED BY SIZE INTO WS-VLD-DETALLE
                END-STRING
                ADD 1 TO WS-RENGLONES-ERRONEOS
                PERFORM ESCRIBE-HALLAZGO-RENGLON
            END-IF.
            IF WS-HO-TBL-SEC-IX (WS-HO-I) > 0
                    AND WS-HO-TBL-AULA-IX (WS-HO-I) > 0
                PERFORM REVISA-CAPACIDAD
            END-IF.

       REVISA-CAPACIDAD.
            MOVE "Y" TO WS-PRIMER-PAR-SWITCH.
            PERFORM VARYING WS-HO-K FROM 1 BY 1
                    UNTIL WS-HO-K >= WS-HO-I
                IF WS-HO-TBL-SEC-IX (WS-HO-K)
                        = WS-HO-TBL-SEC-IX (WS-HO-I)
                        AND WS-HO-TBL-AULA-IX (WS-HO-K)
                            = WS-HO-TBL-AULA-IX (WS-HO-I)
                    MOVE "N" TO WS-PRIMER-PAR-SWITCH
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            MOVE WS-HO-TBL-SEC-IX (WS-HO-I) TO WS-SEC-I.
            MOVE WS-HO-TBL-AULA-IX (WS-HO-I) TO WS-AU-IX.
            IF WS-PRIMER-PAR
                    AND WS-HS-TBL-INSCRITOS (WS-SEC-I)
                        > WS-AU-TBL-CAPACIDAD (WS-AU-IX)
                MOVE "CAPACIDAD EXCEDIDA" TO WS-VLD-TIPO
                MOVE WS-HS-TBL-INSCRITOS (WS-SEC-I) TO WS-ED-INSCRITOS
                MOVE WS-AU-TBL-CAPACIDAD (WS-AU-IX) TO WS-ED-CAPACIDAD
                MOVE SPACES TO WS-VLD-DETALLE
                STRING "SECC " WS-HS-TBL-SECCION (WS-SEC-I)
                    " AULA " WS-AU-TBL-AULA (WS-AU-IX)
                    " INSCRITOS " WS-ED-INSCRITOS
                    " CAPACIDAD " WS-ED-CAPACIDAD
                    DELIMITED BY SIZE INTO WS-VLD-DETALLE
                END-STRING
                ADD 1 TO WS-EXCESOS-CAPACIDAD
                PERFORM ESCRIBE-HALLAZGO-RENGLON
            END-IF.

       COMPARA-PAR.
            MOVE WS-HO-TBL-SEC-IX (WS-HO-I) TO WS-SEC-I.
            MOVE WS-HO-TBL-SEC-IX (WS-HO-J) TO WS-SEC-J.
            IF WS-HO-TBL-SECCION (WS-HO-I) = WS-HO-TBL-SECCION (WS-HO-J)
                MOVE "SECCION DUPLICADA" TO WS-VLD-TIPO
                MOVE SPACES TO WS-VLD-DETALLE
                STRING "SECC " WS-HO-TBL-SECCION (WS-HO-I)
                    " EN AULAS " WS-HO-TBL-AULA (WS-HO-I)
                    " Y " WS-HO-TBL-AULA (WS-HO-J)
                    DELIMITED BY SIZE INTO WS-VLD-DETALLE
                END-STRING
                ADD 1 TO WS-RENGLONES-ERRONEOS
                PERFORM ESCRIBE-HALLAZGO
            ELSE
                IF WS-SEC-I > 0 AND WS-SEC-J > 0
                        AND WS-HS-TBL-PROFESOR (WS-SEC-I) NOT = SPACES
                        AND WS-HS-TBL-PROFESOR (WS-SEC-I)
                            = WS-HS-TBL-PROFESOR (WS-SEC-J)
                    MOVE "PROFESOR CRUZADO" TO WS-VLD-TIPO
                    MOVE SPACES TO WS-VLD-DETALLE
                    STRING WS-HS-TBL-PROFESOR (WS-SEC-I)
                        " SECC " WS-HO-TBL-SECCION (WS-HO-I)
                        " Y " WS-HO-TBL-SECCION (WS-HO-J)
                        DELIMITED BY SIZE INTO WS-VLD-DETALLE
                    END-STRING
                    ADD 1 TO WS-CRUCES-PROFESOR
                    PERFORM ESCRIBE-HALLAZGO
                END-IF
                IF WS-HO-TBL-AULA (WS-HO-I) = WS-HO-TBL-AULA (WS-HO-J)
                    MOVE "AULA DOBLE" TO WS-VLD-TIPO
                    MOVE SPACES TO WS-VLD-DETALLE
                    STRING "AULA " WS-HO-TBL-AULA (WS-HO-I)
                        " SECC " WS-HO-TBL-SECCION (WS-HO-I)
                        " Y " WS-HO-TBL-SECCION (WS-HO-J)
                        DELIMITED BY SIZE INTO WS-VLD-DETALLE
                    END-STRING
                    ADD 1 TO WS-CRUCES-AULA
                    PERFORM ESCRIBE-HALLAZGO
                END-IF
      *        Dos secciones de la misma materia a la misma hora son
      *        paralelas: el alumno asiste a una sola.
                IF WS-SEC-I > 0 AND WS-SEC-J > 0
                        AND WS-HS-TBL-MATERIA (WS-SEC-I)
                            NOT = WS-HS-TBL-MATERIA (WS-SEC-J)
                    PERFORM CRUCE-ALUMNOS
                END-IF
            END-IF.

       CRUCE-ALUMNOS.
            PERFORM VARYING WS-ROS-I FROM 1 BY 1
                    UNTIL WS-ROS-I > WS-HL-COUNT
                IF WS-HL-TBL-SEC-IX (WS-ROS-I) = WS-SEC-I
                    MOVE WS-HL-TBL-ALUMNO (WS-ROS-I)
                        TO WS-HL-LOOKUP-ALUMNO
                    MOVE WS-SEC-J TO WS-HL-LOOKUP-SEC-IX
                    PERFORM BUSCA-ALUMNADO
                    IF WS-HL-EN-SECCION
                        MOVE WS-HL-TBL-ALUMNO (WS-ROS-I)
                            TO WS-STU-LOOKUP-ID
                        PERFORM BUSCA-ALUMNO
                        MOVE "ALUMNO CRUZADO" TO WS-VLD-TIPO
                        MOVE SPACES TO WS-VLD-DETALLE
                        STRING WS-STU-LOOKUP-ID " "
                            WS-STU-NOMBRE (1:22)
                            " SECC " WS-HO-TBL-SECCION (WS-HO-I)
                            " Y " WS-HO-TBL-SECCION (WS-HO-J)
                            DELIMITED BY SIZE INTO WS-VLD-DETALLE
                        END-STRING
                        ADD 1 TO WS-CRUCES-ALUMNO
                        PERFORM ESCRIBE-HALLAZGO
                    END-IF
                END-IF
            END-PERFORM.

       ESCRIBE-HALLAZGO.
            MOVE WS-DIA-NOMBRE (WS-HO-TBL-DIA (WS-HO-I)) TO WS-VLD-DIA.
            MOVE WS-HO-TBL-PERIODO (WS-HO-I) TO WS-ED-PERIODO.
            MOVE WS-ED-PERIODO TO WS-VLD-PERIODO.
            WRITE REPORT-LINE FROM WS-VAL-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-HALLAZGO-RENGLON.
      *    Hallazgo de un solo renglon: dia y periodo si son legibles.
            IF WS-HO-TBL-DIA (WS-HO-I) > 0
                MOVE WS-DIA-NOMBRE (WS-HO-TBL-DIA (WS-HO-I))
                    TO WS-VLD-DIA
            ELSE
                MOVE "???" TO WS-VLD-DIA
            END-IF.
            MOVE WS-HO-TBL-PERIODO (WS-HO-I) TO WS-ED-PERIODO.
            MOVE WS-ED-PERIODO TO WS-VLD-PERIODO.
            WRITE REPORT-LINE FROM WS-VAL-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

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
            ELSE
                DISPLAY "SECTMAST.DAT AUSENTE - TODAS LAS SECCIONES "
                    "DEL HORARIO SALDRAN DESCONOCIDAS"
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
      *    Cada materia inscrita lleva el grado del alumno para ubicarlo
      *    en la seccion que le corresponde.
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
            ELSE
                DISPLAY "ENRLSUBJ.DAT AUSENTE - SIN ALUMNADO POR "
                    "SECCION"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       BUSCA-ALUMNO.
            MOVE "(SIN MAESTRO)" TO WS-STU-NOMBRE.
            MOVE 0 TO WS-STU-GRADO.
            PERFORM VARYING WS-STU-I FROM 1 BY 1
                    UNTIL WS-STU-I > WS-STU-COUNT
                IF WS-STU-TBL-ID (WS-STU-I) = WS-STU-LOOKUP-ID
                    MOVE WS-STU-TBL-NOM (WS-STU-I) TO WS-STU-NOMBRE
                    MOVE WS-STU-TBL-GRADO (WS-STU-I) TO WS-STU-GRADO
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "VALIDA-HORARIOS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-CRUCES-PROFESOR WS-CRUCES-AULA.
            MOVE 0 TO WS-CRUCES-ALUMNO WS-EXCESOS-CAPACIDAD.
            MOVE 0 TO WS-RENGLONES-ERRONEOS WS-HALLAZGOS.
            MOVE 0 TO WS-STU-COUNT.

       COPY "HORAWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM VALIDA-HORARIOS.
