      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly attendance run for the school. Rebuilds the
      *          cumulative totals per student and term (ASISACUM.DAT)
      *          from every mark taken on PASA-LISTA (ASISTEN.DAT):
      *          the marks are sorted by student, section, day and
      *          moment of capture so that only the latest mark of a
      *          student in a section on a day counts (a correction
      *          supersedes the original), and each counted mark goes
      *          to the term of the calendar (TERMCAL.DAT) holding its
      *          day. Marks dated after the business date, outside
      *          every term or with an unknown code are left out and
      *          counted. When a student's unexcused absences in the
      *          current term reach a threshold of PARM172.DAT (first
      *          and second, default 5 and 10) a letter to the
      *          guardians is printed on CARTASIS.TXT; the level of
      *          the last letter sent is kept on the totals row so a
      *          threshold is never written to twice, and a student
      *          who passes both at once gets only the second. The
      *          totals of every student and term are listed on
      *          ASISRPT.TXT with the attendance percentage (present
      *          or late over every session marked), the figure
      *          EVALUACION-MULTIPPLE prints on the transcript and
      *          PROMOCIONA-ALUMNOS can hold a promotion on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMULA-ASISTENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM172.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-STATUS.
           SELECT ATTENDANCE-SORTED ASSIGN TO "ASISTEN.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "ASISSORT.WRK".
           SELECT LETTER-REPORT ASSIGN TO "CARTASIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTA-STATUS.
           SELECT TOTALS-REPORT ASSIGN TO "ASISRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ASISSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Umbrales de ausencias sin justificar en el termino.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-UMBRAL-1        PIC 9(3).
           05  PARM-UMBRAL-2        PIC 9(3).

      *    Mismo layout que lee EVALUACION-MULTIPPLE.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05  ST-STUDENT-ID        PIC 9(6).
           05  ST-NOMBRE            PIC X(25).
           05  ST-GRADO             PIC 9(2).

      *    Salida del SORT: las marcas de ASISTEN.DAT por alumno,
      *    seccion, dia y momento de captura.
       FD  ATTENDANCE-SORTED.
       01  ATTENDANCE-SORTED-RECORD.
           05  SR-STUDENT-ID        PIC 9(6).
           05  SR-SECTION           PIC X(4).
           05  SR-FECHA             PIC 9(8).
           05  SR-CODIGO            PIC X.
           05  SR-CAPTURA           PIC 9(16).
           05  SR-OPERADOR          PIC X(8).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-STUDENT-ID        PIC 9(6).
           05  SW-SECTION           PIC X(4).
           05  SW-FECHA             PIC 9(8).
           05  SW-CODIGO            PIC X.
           05  SW-CAPTURA           PIC 9(16).
           05  SW-OPERADOR          PIC X(8).

       FD  LETTER-REPORT.
       01  LETTER-LINE              PIC X(80).

       FD  TOTALS-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "ASISFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-STU-STATUS            PIC XX.
           88  WS-STU-OK            VALUE "00".
       01  WS-SRT-STATUS            PIC XX.
           88  WS-SRT-OK            VALUE "00".
       01  WS-CTA-STATUS            PIC XX.
           88  WS-CTA-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HAY-MARCAS-SWITCH     PIC X VALUE "N".
           88  WS-HAY-MARCAS        VALUE "Y".
       01  WS-PRIMERA-SWITCH        PIC X VALUE "Y".
           88  WS-PRIMERA           VALUE "Y".

      *    Parametros de PARM172.DAT, con sus valores por omision.
       01  WS-UMBRAL-1              PIC 9(3) VALUE 5.
       01  WS-UMBRAL-2              PIC 9(3) VALUE 10.

       01  WS-LEIDAS                PIC 9(7) VALUE 0.
       01  WS-VIGENTES              PIC 9(7) VALUE 0.
       01  WS-CORREGIDAS            PIC 9(7) VALUE 0.
       01  WS-FUTURAS               PIC 9(7) VALUE 0.
       01  WS-FUERA-CALENDARIO      PIC 9(7) VALUE 0.
       01  WS-INVALIDAS             PIC 9(7) VALUE 0.
       01  WS-CARTAS                PIC 9(5) VALUE 0.

       01  WS-TERMINO-ACTUAL        PIC X(6).
       01  WS-NIVEL-CARTA           PIC 9.
       01  WS-UMBRAL-ALCANZADO      PIC 9(3).
       01  WS-SESIONES              PIC 9(5).
       01  WS-PORCENTAJE            PIC 9(3)V9.
       01  WS-AA-J                  PIC 9(4).

      *    Marca retenida del control-break: la ultima leida de cada
      *    alumno, seccion y dia es la que cuenta.
       01  WS-MARCA-ALUMNO          PIC 9(6).
       01  WS-MARCA-SECCION         PIC X(4).
       01  WS-MARCA-FECHA           PIC 9(8).
       01  WS-MARCA-CODIGO          PIC X.

      *    Nombres de alumnos para cartas y listado.
       01  WS-STU-MAX               PIC 9(4) VALUE 1000.
       01  WS-STU-COUNT             PIC 9(4) VALUE 0.
       01  WS-STU-I                 PIC 9(4).
       01  WS-STU-NOMBRE            PIC X(25).
       01  WS-STU-TABLE.
           05  WS-STU-ENTRY OCCURS 1000 TIMES.
               10  WS-STU-TBL-ID    PIC 9(6).
               10  WS-STU-TBL-NOM   PIC X(25).

      *    Carta a los tutores, un bloque por alumno y umbral.
       01  WS-CAR-TITULO.
           05  FILLER               PIC X(31)
                   VALUE "AVISO DE INASISTENCIAS - FECHA ".
           05  WS-CRT-FECHA         PIC 9(8).
       01  WS-CAR-DESTINO.
           05  FILLER               PIC X(27)
                   VALUE "A LOS PADRES O TUTORES DE: ".
           05  WS-CRD-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CRD-NOMBRE        PIC X(25).
       01  WS-CAR-CONTEO.
           05  FILLER               PIC X(8) VALUE "TERMINO ".
           05  WS-CRC-TERMINO       PIC X(6).
           05  FILLER               PIC X(29)
                   VALUE " - AUSENCIAS SIN JUSTIFICAR: ".
           05  WS-CRC-AUSENCIAS     PIC ZZZ9.
           05  FILLER               PIC X(16)
                   VALUE " - JUSTIFICADAS:".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CRC-JUSTIFICADAS  PIC ZZZ9.
       01  WS-CAR-UMBRAL.
           05  FILLER               PIC X(29)
                   VALUE "SE HA ALCANZADO EL UMBRAL DE ".
           05  WS-CRU-UMBRAL        PIC ZZ9.
           05  FILLER               PIC X(18)
                   VALUE " AUSENCIAS (AVISO ".
           05  WS-CRU-NIVEL         PIC 9.
           05  FILLER               PIC X(6) VALUE " DE 2)".
       01  WS-CAR-TEXTO-1.
           05  FILLER               PIC X(40)
                   VALUE "ROGAMOS SE COMUNIQUE CON LA ESCUELA PARA".
           05  FILLER               PIC X(40)
                   VALUE " JUSTIFICAR O CORREGIR LAS AUSENCIAS.".
       01  WS-CAR-TEXTO-2.
           05  FILLER               PIC X(40)
                   VALUE "EL AUSENTISMO REITERADO PUEDE RETENER LA".
           05  FILLER               PIC X(40)
                   VALUE " PROMOCION DEL ALUMNO AL CIERRE DEL ANO.".
       01  WS-CAR-SEPARA            PIC X(80) VALUE ALL "=".

      *    Listado de acumulados.
       01  WS-LIS-TITULO.
           05  FILLER               PIC X(40)
                   VALUE "ASISTENCIA POR ALUMNO Y TERMINO - AL DIA".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LST-FECHA         PIC 9(8).
           05  FILLER               PIC X(17)
                   VALUE " TERMINO ACTUAL: ".
           05  WS-LST-TERMINO       PIC X(6).
       01  WS-LIS-CABECERA.
           05  FILLER               PIC X(37)
                   VALUE "ALUMNO NOMBRE                 TERMINO".
           05  FILLER               PIC X(40)
                   VALUE "    P    A    E    T  ASIST% CARTA".
       01  WS-LIS-DETALLE.
           05  WS-LSD-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LSD-NOMBRE        PIC X(22).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LSD-TERMINO       PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LSD-P             PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LSD-A             PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LSD-E             PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LSD-T             PIC ZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LSD-PORCENTAJE    PIC ZZ9.9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LSD-CARTA         PIC X(11).
       01  WS-LSD-CARTA-NUEVA.
           05  FILLER               PIC X(6) VALUE "NUEVA ".
           05  WS-LCN-NIVEL         PIC 9.
       01  WS-LSD-CARTA-PREVIA.
           05  FILLER               PIC X(6) VALUE "PREVIA".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LCP-NIVEL         PIC 9.
       01  WS-LIS-TOTALES.
           05  FILLER               PIC X(8) VALUE "MARCAS: ".
           05  WS-LTT-LEIDAS        PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE " VIGENTES: ".
           05  WS-LTT-VIGENTES      PIC ZZZZZZ9.
           05  FILLER               PIC X(13) VALUE " CORREGIDAS: ".
           05  WS-LTT-CORREGIDAS    PIC ZZZZZZ9.
           05  FILLER               PIC X(9) VALUE " CARTAS: ".
           05  WS-LTT-CARTAS        PIC ZZZZ9.
       01  WS-LIS-TOTALES-2.
           05  FILLER               PIC X(10) VALUE "FUTURAS: ".
           05  WS-LTT-FUTURAS       PIC ZZZZZZ9.
           05  FILLER               PIC X(21)
                   VALUE " FUERA DE CALENDARIO:".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LTT-FUERA         PIC ZZZZZZ9.
           05  FILLER               PIC X(15) VALUE " CODIGO MALO: ".
           05  WS-LTT-INVALIDAS     PIC ZZZZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ASISWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ACUMULA-ASISTENCIA" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.
            PERFORM LEE-PARAMETROS.

            PERFORM CARGA-TERMINOS.
            IF WS-TC-COUNT = 0
                DISPLAY "TERMCAL.DAT AUSENTE O VACIO - SIN ACUMULAR "
                    "ASISTENCIA"
                PERFORM REGISTRA-RUNSTATS
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.
      *    Solo el termino en curso genera cartas; entre terminos no
      *    hay termino actual y no sale ninguna.
            MOVE WS-OPSLOG-DATE TO WS-TC-LOOKUP-FECHA.
            PERFORM BUSCA-TERMINO.
            IF WS-TC-IX = 0
                MOVE SPACES TO WS-TERMINO-ACTUAL
            ELSE
                MOVE WS-TC-TBL-TERMINO (WS-TC-IX) TO WS-TERMINO-ACTUAL
            END-IF.

      *    Los acumulados se recalculan enteros; de la fila vieja solo
      *    se conserva el nivel de carta ya enviado.
            PERFORM CARGA-ACUMULADOS.
            PERFORM VARYING WS-AA-IX FROM 1 BY 1
                    UNTIL WS-AA-IX > WS-AA-COUNT
                MOVE 0 TO WS-AA-TBL-PRESENTES (WS-AA-IX)
                MOVE 0 TO WS-AA-TBL-AUSENTES (WS-AA-IX)
                MOVE 0 TO WS-AA-TBL-JUSTIFICADAS (WS-AA-IX)
                MOVE 0 TO WS-AA-TBL-TARDANZAS (WS-AA-IX)
            END-PERFORM.
            PERFORM CARGA-ALUMNOS.

            PERFORM ORDENA-ASISTENCIA.
            IF WS-HAY-MARCAS
                PERFORM ACUMULA-MARCAS
            END-IF.
            PERFORM DEPURA-ACUMULADOS.

            OPEN OUTPUT TOTALS-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN ASISRPT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT LETTER-REPORT.
            IF NOT WS-CTA-OK
                MOVE WS-CTA-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN CARTASIS"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-LST-FECHA.
            MOVE WS-TERMINO-ACTUAL TO WS-LST-TERMINO.
            WRITE REPORT-LINE FROM WS-LIS-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-LIS-CABECERA.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-AA-IX FROM 1 BY 1
                    UNTIL WS-AA-IX > WS-AA-COUNT
                PERFORM PROCESA-ACUMULADO
            END-PERFORM.

            PERFORM ESCRIBE-TOTALES.
            CLOSE TOTALS-REPORT LETTER-REPORT.

            SET WS-AA-CAMBIADO TO TRUE.
            PERFORM GRABA-ACUMULADOS.

            DISPLAY "ASISTENCIA - MARCAS: " WS-LEIDAS
                " VIGENTES: " WS-VIGENTES
                " CORREGIDAS: " WS-CORREGIDAS
                " CARTAS: " WS-CARTAS.
            IF WS-FUTURAS > 0 OR WS-FUERA-CALENDARIO > 0
                    OR WS-INVALIDAS > 0
                DISPLAY "MARCAS SIN CONTAR - FUTURAS: " WS-FUTURAS
                    " FUERA DE CALENDARIO: " WS-FUERA-CALENDARIO
                    " CODIGO MALO: " WS-INVALIDAS
            END-IF.

            MOVE WS-LEIDAS TO WS-RUNST-IN-COUNT.
            MOVE WS-CARTAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ORDENA-ASISTENCIA.
      *    Sin ASISTEN.DAT (aun no se ha pasado lista) no hay nada que
      *    ordenar; los acumulados quedan en cero.
            OPEN INPUT ATTENDANCE-FILE.
            IF WS-AS-OK
                CLOSE ATTENDANCE-FILE
                SET WS-HAY-MARCAS TO TRUE
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SW-STUDENT-ID SW-SECTION
                                     SW-FECHA SW-CAPTURA
                    WITH DUPLICATES IN ORDER
                    USING ATTENDANCE-FILE
                    GIVING ATTENDANCE-SORTED
                IF SORT-RETURN NOT = 0
                    MOVE SORT-RETURN TO WS-ABEND-STATUS
                    MOVE "ORDENA-ASISTENCIA SORT"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            ELSE
                DISPLAY "ASISTEN.DAT AUSENTE - SIN MARCAS QUE ACUMULAR"
            END-IF.

       ACUMULA-MARCAS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "Y" TO WS-PRIMERA-SWITCH.
            OPEN INPUT ATTENDANCE-SORTED.
            IF NOT WS-SRT-OK
                MOVE WS-SRT-STATUS TO WS-ABEND-STATUS
                MOVE "ACUMULA-MARCAS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ATTENDANCE-SORTED
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDAS
                        PERFORM RETIENE-MARCA
                END-READ
            END-PERFORM.
            IF NOT WS-PRIMERA
                PERFORM APLICA-MARCA
            END-IF.
            CLOSE ATTENDANCE-SORTED.
            MOVE "N" TO WS-EOF-SWITCH.

       RETIENE-MARCA.
      *    Misma clave que la retenida: es una correccion posterior y
      *    la reemplaza; clave nueva: la retenida ya es definitiva.
            IF WS-PRIMERA
                MOVE "N" TO WS-PRIMERA-SWITCH
            ELSE
                IF SR-STUDENT-ID = WS-MARCA-ALUMNO
                        AND SR-SECTION = WS-MARCA-SECCION
                        AND SR-FECHA = WS-MARCA-FECHA
                    ADD 1 TO WS-CORREGIDAS
                ELSE
                    PERFORM APLICA-MARCA
                END-IF
            END-IF.
            MOVE SR-STUDENT-ID TO WS-MARCA-ALUMNO.
            MOVE SR-SECTION TO WS-MARCA-SECCION.
            MOVE SR-FECHA TO WS-MARCA-FECHA.
            MOVE SR-CODIGO TO WS-MARCA-CODIGO.

       APLICA-MARCA.
            ADD 1 TO WS-VIGENTES.
            MOVE WS-MARCA-FECHA TO WS-TC-LOOKUP-FECHA.
            PERFORM BUSCA-TERMINO.
            EVALUATE TRUE
                WHEN WS-MARCA-FECHA > WS-OPSLOG-DATE
                    ADD 1 TO WS-FUTURAS
                WHEN WS-TC-IX = 0
                    ADD 1 TO WS-FUERA-CALENDARIO
                WHEN WS-MARCA-CODIGO NOT = "P" AND NOT = "A"
                        AND NOT = "E" AND NOT = "T"
                    ADD 1 TO WS-INVALIDAS
                WHEN OTHER
                    PERFORM CUENTA-MARCA
            END-EVALUATE.

       CUENTA-MARCA.
            MOVE WS-MARCA-ALUMNO TO WS-AA-LOOKUP-ALUMNO.
            MOVE WS-TC-TBL-TERMINO (WS-TC-IX) TO WS-AA-LOOKUP-TERMINO.
            PERFORM BUSCA-ACUMULADO.
            IF WS-AA-IX = 0
                IF WS-AA-COUNT >= WS-AA-MAX
                    DISPLAY "TABLA DE ASISTENCIA LLENA EN "
                        WS-AA-MAX " ENTRADAS"
                    MOVE "CUENTA-MARCA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-AA-COUNT
                MOVE WS-AA-COUNT TO WS-AA-IX
                INITIALIZE WS-AA-ENTRY (WS-AA-IX)
                MOVE WS-AA-LOOKUP-ALUMNO TO WS-AA-TBL-ALUMNO (WS-AA-IX)
                MOVE WS-AA-LOOKUP-TERMINO
                    TO WS-AA-TBL-TERMINO (WS-AA-IX)
            END-IF.
            EVALUATE WS-MARCA-CODIGO
                WHEN "P"
                    ADD 1 TO WS-AA-TBL-PRESENTES (WS-AA-IX)
                WHEN "A"
                    ADD 1 TO WS-AA-TBL-AUSENTES (WS-AA-IX)
                WHEN "E"
                    ADD 1 TO WS-AA-TBL-JUSTIFICADAS (WS-AA-IX)
                WHEN "T"
                    ADD 1 TO WS-AA-TBL-TARDANZAS (WS-AA-IX)
            END-EVALUATE.

       DEPURA-ACUMULADOS.
      *    Una fila que se quedo sin marcas (termino fuera del
      *    calendario vigente, marcas de otro ano) sale del fichero.
            MOVE 0 TO WS-AA-J.
            PERFORM VARYING WS-AA-I FROM 1 BY 1
                    UNTIL WS-AA-I > WS-AA-COUNT
                IF WS-AA-TBL-PRESENTES (WS-AA-I) > 0
                        OR WS-AA-TBL-AUSENTES (WS-AA-I) > 0
                        OR WS-AA-TBL-JUSTIFICADAS (WS-AA-I) > 0
                        OR WS-AA-TBL-TARDANZAS (WS-AA-I) > 0
                    ADD 1 TO WS-AA-J
                    IF WS-AA-J < WS-AA-I
                        MOVE WS-AA-ENTRY (WS-AA-I)
                            TO WS-AA-ENTRY (WS-AA-J)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-AA-J TO WS-AA-COUNT.

       PROCESA-ACUMULADO.
            MOVE WS-AA-TBL-ALUMNO (WS-AA-IX) TO WS-LSD-ID.
            PERFORM BUSCA-NOMBRE-ALUMNO.
            MOVE WS-STU-NOMBRE TO WS-LSD-NOMBRE.
            MOVE WS-AA-TBL-TERMINO (WS-AA-IX) TO WS-LSD-TERMINO.
            MOVE WS-AA-TBL-PRESENTES (WS-AA-IX) TO WS-LSD-P.
            MOVE WS-AA-TBL-AUSENTES (WS-AA-IX) TO WS-LSD-A.
            MOVE WS-AA-TBL-JUSTIFICADAS (WS-AA-IX) TO WS-LSD-E.
            MOVE WS-AA-TBL-TARDANZAS (WS-AA-IX) TO WS-LSD-T.
            COMPUTE WS-SESIONES = WS-AA-TBL-PRESENTES (WS-AA-IX)
                + WS-AA-TBL-AUSENTES (WS-AA-IX)
                + WS-AA-TBL-JUSTIFICADAS (WS-AA-IX)
                + WS-AA-TBL-TARDANZAS (WS-AA-IX).
            COMPUTE WS-PORCENTAJE ROUNDED =
                (WS-AA-TBL-PRESENTES (WS-AA-IX)
                 + WS-AA-TBL-TARDANZAS (WS-AA-IX)) * 100 / WS-SESIONES.
            MOVE WS-PORCENTAJE TO WS-LSD-PORCENTAJE.

            MOVE 0 TO WS-NIVEL-CARTA.
            IF WS-AA-TBL-TERMINO (WS-AA-IX) = WS-TERMINO-ACTUAL
                PERFORM EVALUA-UMBRAL
            END-IF.
            EVALUATE TRUE
                WHEN WS-NIVEL-CARTA > 0
                    MOVE WS-NIVEL-CARTA TO WS-LCN-NIVEL
                    MOVE WS-LSD-CARTA-NUEVA TO WS-LSD-CARTA
                WHEN WS-AA-TBL-CARTA-NIVEL (WS-AA-IX) > 0
                    MOVE WS-AA-TBL-CARTA-NIVEL (WS-AA-IX)
                        TO WS-LCP-NIVEL
                    MOVE WS-LSD-CARTA-PREVIA TO WS-LSD-CARTA
                WHEN OTHER
                    MOVE SPACES TO WS-LSD-CARTA
            END-EVALUATE.
            WRITE REPORT-LINE FROM WS-LIS-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

       EVALUA-UMBRAL.
      *    Cada umbral se avisa una sola vez por termino; quien pasa
      *    los dos de golpe recibe solo el segundo.
            EVALUATE TRUE
                WHEN WS-AA-TBL-AUSENTES (WS-AA-IX) >= WS-UMBRAL-2
                        AND WS-AA-TBL-CARTA-NIVEL (WS-AA-IX) < 2
                    MOVE 2 TO WS-NIVEL-CARTA
                    MOVE WS-UMBRAL-2 TO WS-UMBRAL-ALCANZADO
                WHEN WS-AA-TBL-AUSENTES (WS-AA-IX) >= WS-UMBRAL-1
                        AND WS-AA-TBL-CARTA-NIVEL (WS-AA-IX) < 1
                    MOVE 1 TO WS-NIVEL-CARTA
                    MOVE WS-UMBRAL-1 TO WS-UMBRAL-ALCANZADO
            END-EVALUATE.
            IF WS-NIVEL-CARTA > 0
                PERFORM IMPRIME-CARTA
                MOVE WS-NIVEL-CARTA
                    TO WS-AA-TBL-CARTA-NIVEL (WS-AA-IX)
                MOVE WS-OPSLOG-DATE
                    TO WS-AA-TBL-FECHA-CARTA (WS-AA-IX)
                ADD 1 TO WS-CARTAS
            END-IF.

       IMPRIME-CARTA.
            MOVE WS-OPSLOG-DATE TO WS-CRT-FECHA.
            WRITE LETTER-LINE FROM WS-CAR-TITULO.
            PERFORM VERIFICA-CARTA.
            MOVE WS-AA-TBL-ALUMNO (WS-AA-IX) TO WS-CRD-ID.
            MOVE WS-STU-NOMBRE TO WS-CRD-NOMBRE.
            WRITE LETTER-LINE FROM WS-CAR-DESTINO.
            PERFORM VERIFICA-CARTA.
            MOVE WS-AA-TBL-TERMINO (WS-AA-IX) TO WS-CRC-TERMINO.
            MOVE WS-AA-TBL-AUSENTES (WS-AA-IX) TO WS-CRC-AUSENCIAS.
            MOVE WS-AA-TBL-JUSTIFICADAS (WS-AA-IX)
                TO WS-CRC-JUSTIFICADAS.
            WRITE LETTER-LINE FROM WS-CAR-CONTEO.
            PERFORM VERIFICA-CARTA.
            MOVE WS-UMBRAL-ALCANZADO TO WS-CRU-UMBRAL.
            MOVE WS-NIVEL-CARTA TO WS-CRU-NIVEL.
            WRITE LETTER-LINE FROM WS-CAR-UMBRAL.
            PERFORM VERIFICA-CARTA.
            WRITE LETTER-LINE FROM WS-CAR-TEXTO-1.
            PERFORM VERIFICA-CARTA.
            IF WS-NIVEL-CARTA = 2
                WRITE LETTER-LINE FROM WS-CAR-TEXTO-2
                PERFORM VERIFICA-CARTA
            END-IF.
            WRITE LETTER-LINE FROM WS-CAR-SEPARA.
            PERFORM VERIFICA-CARTA.

       BUSCA-NOMBRE-ALUMNO.
            MOVE "(SIN MAESTRO)" TO WS-STU-NOMBRE.
            PERFORM VARYING WS-STU-I FROM 1 BY 1
                    UNTIL WS-STU-I > WS-STU-COUNT
                IF WS-STU-TBL-ID (WS-STU-I)
                        = WS-AA-TBL-ALUMNO (WS-AA-IX)
                    MOVE WS-STU-TBL-NOM (WS-STU-I) TO WS-STU-NOMBRE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       CARGA-ALUMNOS.
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
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ESCRIBE-TOTALES.
            MOVE WS-LEIDAS TO WS-LTT-LEIDAS.
            MOVE WS-VIGENTES TO WS-LTT-VIGENTES.
            MOVE WS-CORREGIDAS TO WS-LTT-CORREGIDAS.
            MOVE WS-CARTAS TO WS-LTT-CARTAS.
            WRITE REPORT-LINE FROM WS-LIS-TOTALES.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-FUTURAS TO WS-LTT-FUTURAS.
            MOVE WS-FUERA-CALENDARIO TO WS-LTT-FUERA.
            MOVE WS-INVALIDAS TO WS-LTT-INVALIDAS.
            WRITE REPORT-LINE FROM WS-LIS-TOTALES-2.
            PERFORM VERIFICA-ESCRITURA.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-UMBRAL-1 IS NUMERIC
                                AND PARM-UMBRAL-1 > 0
                            MOVE PARM-UMBRAL-1 TO WS-UMBRAL-1
                        END-IF
                        IF PARM-UMBRAL-2 IS NUMERIC
                                AND PARM-UMBRAL-2 > 0
                            MOVE PARM-UMBRAL-2 TO WS-UMBRAL-2
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
      *    Un segundo umbral que no supera al primero dejaria una
      *    sola carta posible: se ignora con aviso.
            IF WS-UMBRAL-2 NOT > WS-UMBRAL-1
                DISPLAY "PARM172.DAT: SEGUNDO UMBRAL " WS-UMBRAL-2
                    " NO SUPERA AL PRIMERO " WS-UMBRAL-1
                    " - SE USA EL DOBLE DEL PRIMERO"
                COMPUTE WS-UMBRAL-2 = WS-UMBRAL-1 * 2
            END-IF.

       VERIFICA-CARTA.
            IF NOT WS-CTA-OK
                MOVE WS-CTA-STATUS TO WS-ABEND-STATUS
                MOVE "ACUMULA-ASISTENCIA CARTA" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ACUMULA-ASISTENCIA WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-LEIDAS WS-VIGENTES WS-CORREGIDAS.
            MOVE 0 TO WS-FUTURAS WS-FUERA-CALENDARIO WS-INVALIDAS.
            MOVE 0 TO WS-CARTAS WS-STU-COUNT.
            MOVE "N" TO WS-HAY-MARCAS-SWITCH.
            MOVE 5 TO WS-UMBRAL-1.
            MOVE 10 TO WS-UMBRAL-2.

       COPY "ASISWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ACUMULA-ASISTENCIA.
