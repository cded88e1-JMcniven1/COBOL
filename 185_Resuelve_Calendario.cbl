      ******************************************************************
      * Author:
      * Date:
      * Purpose: Job calendar of the nightly chain. The periodic jobs
      *          (month-end close, premium billing, headcount
      *          snapshot, OPSLOG rotation, year-end close ...) are
      *          kept on the job-calendar master JOBCAL with the rule
      *          that makes them due: last or first business day of
      *          the month (UDHM / PDHM), of the quarter (UDHT /
      *          PDHT) or of the year (UDHA / PDHA), every week on a
      *          weekday (SEMA, day 1 = Monday ... 7 = Sunday) or a
      *          day of the month (DIAM, day 01-31, the last day in a
      *          shorter month). A weekday or day of the month that
      *          is not a business day rolls forward to the next one.
      *          Business days are Monday to Friday less the holidays
      *          on HOLIDAYS.DAT, the calendar GENERA-ORDPERM uses.
      *          Run right after REGISTRA-CORRIDA fixes the business
      *          date, it resolves every rule against that date and
      *          writes the steps due tonight, with the predecessors
      *          the master gives them, to CHAINCAL in the CHAINDEP
      *          layout; nightly_run.sh adds them to the night's run.
      *          A step whose predecessor is STEP130 runs after the
      *          reconciliation. Also prints the forward schedule of
      *          the next 30 days (CALPROX.TXT) so operations sees
      *          the month end coming, or SIN CALENDARIO there when
      *          JOBCAL is missing. A master line with an unknown
      *          rule or an out-of-range day is listed and skipped
      *          and the step ends with RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUELVE-CALENDARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CALENDAR ASSIGN TO "JOBCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCL-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT CHAIN-CALENDAR ASSIGN TO "CHAINCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCL-STATUS.
           SELECT SCHEDULE-REPORT ASSIGN TO "CALPROX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Maestro de calendario, mismo formato de columnas que
      *    CHAINDEP mas la regla; "#" en la columna 1 = comentario.
       FD  JOB-CALENDAR.
       01  JOB-CALENDAR-RECORD.
           05  JC-STEP              PIC X(8).
           05  FILLER               PIC X.
           05  JC-PROGRAMA          PIC X(20).
           05  FILLER               PIC X.
           05  JC-REGLA             PIC X(4).
           05  FILLER               PIC X.
           05  JC-DIA               PIC X(2).
           05  FILLER               PIC X.
           05  JC-DEPS              PIC X(60).

      *    Calendario de feriados: una fecha por linea.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-FECHA            PIC 9(8).

      *    Pasos periodicos de la noche en el formato de CHAINDEP.
       FD  CHAIN-CALENDAR.
       01  CHAIN-CALENDAR-LINE      PIC X(90).

       FD  SCHEDULE-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JCL-STATUS            PIC XX.
           88  WS-JCL-OK            VALUE "00".
       01  WS-HOL-STATUS            PIC XX.
           88  WS-HOL-OK            VALUE "00".
       01  WS-CCL-STATUS            PIC XX.
           88  WS-CCL-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-CALENDARIO-SWITCH     PIC X VALUE "N".
           88  WS-HAY-CALENDARIO    VALUE "Y".
       01  WS-DIA-HABIL-SWITCH      PIC X.
           88  WS-DIA-HABIL         VALUE "Y".
       01  WS-TOCA-SWITCH           PIC X.
           88  WS-TOCA              VALUE "Y".
       01  WS-VALIDA-SWITCH         PIC X.
           88  WS-REGLA-VALIDA      VALUE "Y".

       01  WS-HOL-MAX               PIC 9(3) VALUE 500.
       01  WS-HOL-COUNT             PIC 9(3) VALUE 0.
       01  WS-HOL-I                 PIC 9(3).
       01  WS-HOL-TABLE.
           05  WS-HOL-FECHA OCCURS 500 TIMES PIC 9(8).

       01  WS-JC-MAX                PIC 99 VALUE 50.
       01  WS-JC-COUNT              PIC 99 VALUE 0.
       01  WS-JC-I                  PIC 99.
       01  WS-JC-TABLE.
           05  WS-JC-ENTRY OCCURS 50 TIMES.
               10  WS-JC-STEP       PIC X(8).
               10  WS-JC-PROGRAMA   PIC X(20).
               10  WS-JC-REGLA      PIC X(4).
               10  WS-JC-DIA        PIC 99.
               10  WS-JC-DEPS       PIC X(60).

      *    El dia que se resuelve y sus dias habiles vecinos.
       01  WS-D-INT                 PIC 9(7).
       01  WS-D-FECHA               PIC 9(8).
       01  WS-D-PARTES REDEFINES WS-D-FECHA.
           05  WS-D-ANO             PIC 9(4).
           05  WS-D-MES             PIC 99.
           05  WS-D-DIA             PIC 99.
       01  WS-D-SEMANA              PIC 9.
       01  WS-D-HABIL-SWITCH        PIC X.
           88  WS-D-HABIL           VALUE "Y".
       01  WS-ANT-INT               PIC 9(7).
       01  WS-ANT-FECHA             PIC 9(8).
       01  WS-ANT-PARTES REDEFINES WS-ANT-FECHA.
           05  WS-ANT-ANO           PIC 9(4).
           05  WS-ANT-MES           PIC 99.
           05  WS-ANT-DIA           PIC 99.
       01  WS-SIG-INT               PIC 9(7).
       01  WS-SIG-FECHA             PIC 9(8).
       01  WS-SIG-PARTES REDEFINES WS-SIG-FECHA.
           05  WS-SIG-ANO           PIC 9(4).
           05  WS-SIG-MES           PIC 99.
           05  WS-SIG-DIA           PIC 99.
       01  WS-ULT-MES-SWITCH        PIC X.
           88  WS-ULTIMO-DEL-MES    VALUE "Y".
       01  WS-PRI-MES-SWITCH        PIC X.
           88  WS-PRIMERO-DEL-MES   VALUE "Y".

      *    Fecha de trabajo para saber si un dia es habil.
       01  WS-EV-INT                PIC 9(7).
       01  WS-EV-FECHA              PIC 9(8).
       01  WS-DIA-SEMANA            PIC 9.
       01  WS-X-INT                 PIC 9(7).
       01  WS-X-FECHA               PIC 9(8).
       01  WS-X-PARTES REDEFINES WS-X-FECHA.
           05  FILLER               PIC 9(6).
           05  WS-X-DIA             PIC 99.
       01  WS-X-SIG-FECHA           PIC 9(8).
       01  WS-X-SIG-PARTES REDEFINES WS-X-SIG-FECHA.
           05  FILLER               PIC 9(6).
           05  WS-X-SIG-DIA         PIC 99.
       01  WS-HOY-INT               PIC 9(7).
       01  WS-DIAS-VENTANA          PIC 99 VALUE 30.
       01  WS-NOMBRES-DIA           PIC X(21)
               VALUE "LUNMARMIEJUEVIESABDOM".

       01  WS-COUNTERS.
           05  WS-CNT-AGREGADOS     PIC 9(3) VALUE 0.
           05  WS-CNT-INVALIDAS     PIC 9(3) VALUE 0.
           05  WS-CNT-PROXIMOS      PIC 9(4) VALUE 0.

       01  WS-CAL-COMENTARIO.
           05  FILLER               PIC X(38)
                   VALUE "# PASOS PERIODICOS DEL DIA DE NEGOCIO ".
           05  WS-CCM-FECHA         PIC 9(8).
       01  WS-CAL-LINE.
           05  WS-CCL-STEP          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CCL-PROGRAMA      PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CCL-DEPS          PIC X(60).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(39)
                   VALUE "CALENDARIO DE TRABAJOS PERIODICOS - 30 ".
           05  FILLER               PIC X(11) VALUE "DIAS DESDE ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE         PIC X(80)
               VALUE "FECHA    DIA PASO     PROGRAMA             REGLA D
      -        "IA DEPENDE DE".
       01  WS-PROX-LINE.
           05  WS-PRX-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PRX-DIA           PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PRX-STEP          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PRX-PROGRAMA      PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PRX-REGLA         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PRX-NUM-DIA       PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PRX-DEPS          PIC X(29).
       01  WS-INVALIDA-LINE.
           05  FILLER               PIC X(21)
                   VALUE "LINEA INVALIDA - PASO".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-INV-STEP          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-INV-PROGRAMA      PIC X(20).
           05  FILLER               PIC X(7) VALUE " REGLA ".
           05  WS-INV-REGLA         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-INV-DIA           PIC X(2).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(40).
           05  WS-SUM-COUNT         PIC ZZZ9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       01  WS-SIN-CALENDARIO-LINE   PIC X(80)
               VALUE "SIN CALENDARIO DE TRABAJOS (JOBCAL) - SOLO PASOS D
      -        "IARIOS".

       01  WS-AGREGA-EVENTO.
           05  FILLER               PIC X(7) VALUE "AGREGA ".
           05  WS-AGE-STEP          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AGE-PROGRAMA      PIC X(20).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "RESUELVE-CALENDARIO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-FERIADOS.
            PERFORM CARGA-CALENDARIO.

            OPEN OUTPUT SCHEDULE-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN CALPROX"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            IF WS-CNT-INVALIDAS > 0
                PERFORM LISTA-INVALIDAS
            END-IF.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    El fichero de la noche se regraba siempre, vacio si nada
      *    toca: uno de la noche anterior no debe volver a correr.
            OPEN OUTPUT CHAIN-CALENDAR.
            IF NOT WS-CCL-OK
                MOVE WS-CCL-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN CHAINCAL"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-OPSLOG-DATE TO WS-CCM-FECHA.
            WRITE CHAIN-CALENDAR-LINE FROM WS-CAL-COMENTARIO.
            PERFORM VERIFICA-CADENA.

            COMPUTE WS-HOY-INT =
                FUNCTION INTEGER-OF-DATE (WS-OPSLOG-DATE).
            MOVE WS-HOY-INT TO WS-D-INT.
            PERFORM RESUELVE-DIA.
            PERFORM VARYING WS-JC-I FROM 1 BY 1
                    UNTIL WS-JC-I > WS-JC-COUNT
                PERFORM EVALUA-REGLA
                IF WS-TOCA
                    PERFORM AGREGA-PASO
                    PERFORM ESCRIBE-PROXIMO
                END-IF
            END-PERFORM.
            CLOSE CHAIN-CALENDAR.

      *    Sin JOBCAL no hay nada que proyectar: el reporte lo dice
      *    en lugar de salir vacio.
            IF WS-HAY-CALENDARIO
                PERFORM VARYING WS-D-INT FROM WS-HOY-INT BY 1
                        UNTIL WS-D-INT > WS-HOY-INT + WS-DIAS-VENTANA
                    IF WS-D-INT > WS-HOY-INT
                        PERFORM RESUELVE-DIA
                        PERFORM VARYING WS-JC-I FROM 1 BY 1
                                UNTIL WS-JC-I > WS-JC-COUNT
                            PERFORM EVALUA-REGLA
                            IF WS-TOCA
                                PERFORM ESCRIBE-PROXIMO
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM
            ELSE
                WRITE REPORT-LINE FROM WS-SIN-CALENDARIO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TRABAJOS EN EL CALENDARIO: " TO WS-SUM-LABEL.
            MOVE WS-JC-COUNT TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "PASOS AGREGADOS A LA CORRIDA DE HOY: "
                TO WS-SUM-LABEL.
            MOVE WS-CNT-AGREGADOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "CORRIDAS PERIODICAS EN LA VENTANA: "
                TO WS-SUM-LABEL.
            MOVE WS-CNT-PROXIMOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "LINEAS INVALIDAS DEL CALENDARIO: " TO WS-SUM-LABEL.
            MOVE WS-CNT-INVALIDAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            CLOSE SCHEDULE-REPORT.

            DISPLAY "CALENDARIO - PASOS PERIODICOS AGREGADOS: "
                WS-CNT-AGREGADOS " LINEAS INVALIDAS: "
                WS-CNT-INVALIDAS.

            MOVE WS-JC-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-CNT-AGREGADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-CNT-INVALIDAS > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       RESUELVE-DIA.
      *    Un dia no habil no dispara ninguna regla; para uno habil
      *    se ubican el habil anterior y el siguiente, que dicen si
      *    abre o cierra el mes y desde cuando corre el arrastre.
            COMPUTE WS-D-FECHA = FUNCTION DATE-OF-INTEGER (WS-D-INT).
            COMPUTE WS-D-SEMANA = FUNCTION MOD (WS-D-INT - 1, 7) + 1.
            MOVE WS-D-INT TO WS-EV-INT.
            PERFORM VERIFICA-HABIL.
            MOVE WS-DIA-HABIL-SWITCH TO WS-D-HABIL-SWITCH.
            IF WS-D-HABIL
                MOVE WS-D-INT TO WS-ANT-INT
                MOVE "N" TO WS-DIA-HABIL-SWITCH
                PERFORM UNTIL WS-DIA-HABIL
                    SUBTRACT 1 FROM WS-ANT-INT
                    MOVE WS-ANT-INT TO WS-EV-INT
                    PERFORM VERIFICA-HABIL
                END-PERFORM
                COMPUTE WS-ANT-FECHA =
                    FUNCTION DATE-OF-INTEGER (WS-ANT-INT)
                MOVE WS-D-INT TO WS-SIG-INT
                MOVE "N" TO WS-DIA-HABIL-SWITCH
                PERFORM UNTIL WS-DIA-HABIL
                    ADD 1 TO WS-SIG-INT
                    MOVE WS-SIG-INT TO WS-EV-INT
                    PERFORM VERIFICA-HABIL
                END-PERFORM
                COMPUTE WS-SIG-FECHA =
                    FUNCTION DATE-OF-INTEGER (WS-SIG-INT)
                MOVE "N" TO WS-ULT-MES-SWITCH WS-PRI-MES-SWITCH
                IF WS-SIG-MES NOT = WS-D-MES
                    SET WS-ULTIMO-DEL-MES TO TRUE
                END-IF
                IF WS-ANT-MES NOT = WS-D-MES
                    SET WS-PRIMERO-DEL-MES TO TRUE
                END-IF
            END-IF.

       VERIFICA-HABIL.
      *    1 = lunes ... 7 = domingo (INTEGER-OF-DATE del 1601-01-01
      *    cayo en lunes), como en GENERA-ORDPERM.
            SET WS-DIA-HABIL TO TRUE.
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-EV-INT - 1, 7) + 1.
            IF WS-DIA-SEMANA > 5
                MOVE "N" TO WS-DIA-HABIL-SWITCH
            ELSE
                COMPUTE WS-EV-FECHA =
                    FUNCTION DATE-OF-INTEGER (WS-EV-INT)
                PERFORM VARYING WS-HOL-I FROM 1 BY 1
                        UNTIL WS-HOL-I > WS-HOL-COUNT
                    IF WS-HOL-FECHA (WS-HOL-I) = WS-EV-FECHA
                        MOVE "N" TO WS-DIA-HABIL-SWITCH
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.

       EVALUA-REGLA.
            MOVE "N" TO WS-TOCA-SWITCH.
            IF WS-D-HABIL
                EVALUATE WS-JC-REGLA (WS-JC-I)
                    WHEN "UDHM"
                        IF WS-ULTIMO-DEL-MES
                            SET WS-TOCA TO TRUE
                        END-IF
                    WHEN "PDHM"
                        IF WS-PRIMERO-DEL-MES
                            SET WS-TOCA TO TRUE
                        END-IF
                    WHEN "UDHT"
                        IF WS-ULTIMO-DEL-MES
                                AND FUNCTION MOD (WS-D-MES, 3) = 0
                            SET WS-TOCA TO TRUE
                        END-IF
                    WHEN "PDHT"
                        IF WS-PRIMERO-DEL-MES
                                AND FUNCTION MOD (WS-D-MES, 3) = 1
                            SET WS-TOCA TO TRUE
                        END-IF
                    WHEN "UDHA"
                        IF WS-ULTIMO-DEL-MES AND WS-D-MES = 12
                            SET WS-TOCA TO TRUE
                        END-IF
                    WHEN "PDHA"
                        IF WS-PRIMERO-DEL-MES AND WS-D-MES = 1
                            SET WS-TOCA TO TRUE
                        END-IF
                    WHEN "SEMA"
                        PERFORM BUSCA-DIA-SEMANA
                    WHEN "DIAM"
                        PERFORM BUSCA-DIA-MES
                END-EVALUATE
            END-IF.

       BUSCA-DIA-SEMANA.
      *    Toca si el dia de la semana cayo entre el habil anterior
      *    (excluido) y hoy: un viernes feriado corre el lunes.
            PERFORM VARYING WS-X-INT FROM WS-ANT-INT BY 1
                    UNTIL WS-X-INT >= WS-D-INT OR WS-TOCA
                IF FUNCTION MOD (WS-X-INT, 7) + 1
                        = WS-JC-DIA (WS-JC-I)
                    SET WS-TOCA TO TRUE
                END-IF
            END-PERFORM.

       BUSCA-DIA-MES.
      *    Igual que la semanal; el dia 31 en un mes de 30 es el
      *    ultimo del mes.
            PERFORM VARYING WS-X-INT FROM WS-ANT-INT BY 1
                    UNTIL WS-X-INT >= WS-D-INT OR WS-TOCA
                COMPUTE WS-X-FECHA =
                    FUNCTION DATE-OF-INTEGER (WS-X-INT + 1)
                COMPUTE WS-X-SIG-FECHA =
                    FUNCTION DATE-OF-INTEGER (WS-X-INT + 2)
                IF WS-X-DIA = WS-JC-DIA (WS-JC-I)
                    SET WS-TOCA TO TRUE
                END-IF
                IF WS-X-SIG-DIA = 1 AND WS-X-DIA < WS-JC-DIA (WS-JC-I)
                    SET WS-TOCA TO TRUE
                END-IF
            END-PERFORM.

       AGREGA-PASO.
            ADD 1 TO WS-CNT-AGREGADOS.
            MOVE WS-JC-STEP (WS-JC-I) TO WS-CCL-STEP.
            MOVE WS-JC-PROGRAMA (WS-JC-I) TO WS-CCL-PROGRAMA.
            MOVE WS-JC-DEPS (WS-JC-I) TO WS-CCL-DEPS.
            WRITE CHAIN-CALENDAR-LINE FROM WS-CAL-LINE.
            PERFORM VERIFICA-CADENA.
            DISPLAY "PASO PERIODICO " WS-JC-STEP (WS-JC-I) " "
                WS-JC-PROGRAMA (WS-JC-I) " TRAS "
                FUNCTION TRIM (WS-JC-DEPS (WS-JC-I)).
            MOVE WS-JC-STEP (WS-JC-I) TO WS-AGE-STEP.
            MOVE WS-JC-PROGRAMA (WS-JC-I) TO WS-AGE-PROGRAMA.
            MOVE WS-AGREGA-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       ESCRIBE-PROXIMO.
            ADD 1 TO WS-CNT-PROXIMOS.
            MOVE WS-D-FECHA TO WS-PRX-FECHA.
            MOVE WS-NOMBRES-DIA (WS-D-SEMANA * 3 - 2:3) TO WS-PRX-DIA.
            MOVE WS-JC-STEP (WS-JC-I) TO WS-PRX-STEP.
            MOVE WS-JC-PROGRAMA (WS-JC-I) TO WS-PRX-PROGRAMA.
            MOVE WS-JC-REGLA (WS-JC-I) TO WS-PRX-REGLA.
            IF WS-JC-REGLA (WS-JC-I) = "SEMA" OR "DIAM"
                MOVE WS-JC-DIA (WS-JC-I) TO WS-PRX-NUM-DIA
            ELSE
                MOVE SPACES TO WS-PRX-NUM-DIA
            END-IF.
            MOVE WS-JC-DEPS (WS-JC-I) TO WS-PRX-DEPS.
            WRITE REPORT-LINE FROM WS-PROX-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CARGA-CALENDARIO.
      *    Sin maestro de calendario la noche corre solo los pasos
      *    diarios de CHAINDEP.
            MOVE 0 TO WS-JC-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT JOB-CALENDAR.
            IF NOT WS-JCL-OK
                DISPLAY "SIN CALENDARIO DE TRABAJOS (JOBCAL) - "
                    "SOLO PASOS DIARIOS"
            ELSE
                SET WS-HAY-CALENDARIO TO TRUE
                PERFORM UNTIL WS-EOF
                    READ JOB-CALENDAR
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF JC-STEP NOT = SPACES
                                    AND JC-STEP (1:1) NOT = "#"
                                PERFORM VALIDA-LINEA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOB-CALENDAR
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       VALIDA-LINEA.
            SET WS-REGLA-VALIDA TO TRUE.
            EVALUATE JC-REGLA
                WHEN "UDHM" WHEN "PDHM" WHEN "UDHT"
                WHEN "PDHT" WHEN "UDHA" WHEN "PDHA"
                    CONTINUE
                WHEN "SEMA"
                    IF JC-DIA NOT NUMERIC
                        MOVE "N" TO WS-VALIDA-SWITCH
                    ELSE
                        IF JC-DIA < "01" OR JC-DIA > "07"
                            MOVE "N" TO WS-VALIDA-SWITCH
                        END-IF
                    END-IF
                WHEN "DIAM"
                    IF JC-DIA NOT NUMERIC
                        MOVE "N" TO WS-VALIDA-SWITCH
                    ELSE
                        IF JC-DIA < "01" OR JC-DIA > "31"
                            MOVE "N" TO WS-VALIDA-SWITCH
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-VALIDA-SWITCH
            END-EVALUATE.
            IF JC-PROGRAMA = SPACES
                MOVE "N" TO WS-VALIDA-SWITCH
            END-IF.
            IF WS-REGLA-VALIDA
                PERFORM AGREGA-TRABAJO
            ELSE
                ADD 1 TO WS-CNT-INVALIDAS
                DISPLAY "CALENDARIO - LINEA INVALIDA, PASO " JC-STEP
                    " REGLA " JC-REGLA " DIA " JC-DIA
            END-IF.

       AGREGA-TRABAJO.
            IF WS-JC-COUNT >= WS-JC-MAX
                DISPLAY "TABLA DE CALENDARIO LLENA EN " WS-JC-MAX
                    " ENTRADAS"
                MOVE "AGREGA-TRABAJO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-JC-COUNT.
            MOVE JC-STEP TO WS-JC-STEP (WS-JC-COUNT).
            MOVE JC-PROGRAMA TO WS-JC-PROGRAMA (WS-JC-COUNT).
            MOVE JC-REGLA TO WS-JC-REGLA (WS-JC-COUNT).
            IF JC-DIA NUMERIC
                MOVE JC-DIA TO WS-JC-DIA (WS-JC-COUNT)
            ELSE
                MOVE 0 TO WS-JC-DIA (WS-JC-COUNT)
            END-IF.
      *    Sin predecesores va tras REGISTRA-CORRIDA, como en
      *    CHAINDEP ningun paso corre antes de fijar la fecha.
            IF JC-DEPS = SPACES OR FUNCTION TRIM (JC-DEPS) = "-"
                MOVE "STEP004" TO WS-JC-DEPS (WS-JC-COUNT)
            ELSE
                MOVE JC-DEPS TO WS-JC-DEPS (WS-JC-COUNT)
            END-IF.

       LISTA-INVALIDAS.
      *    Segunda pasada sobre el maestro solo para listar lo que se
      *    descarto; la tabla guarda solo las lineas validas.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT JOB-CALENDAR.
            PERFORM UNTIL WS-EOF
                READ JOB-CALENDAR
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF JC-STEP NOT = SPACES
                                AND JC-STEP (1:1) NOT = "#"
                            PERFORM LISTA-SI-INVALIDA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE JOB-CALENDAR.
            MOVE "N" TO WS-EOF-SWITCH.

       LISTA-SI-INVALIDA.
            PERFORM VARYING WS-JC-I FROM 1 BY 1
                    UNTIL WS-JC-I > WS-JC-COUNT
                IF WS-JC-STEP (WS-JC-I) = JC-STEP
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-JC-I > WS-JC-COUNT
                MOVE JC-STEP TO WS-INV-STEP
                MOVE JC-PROGRAMA TO WS-INV-PROGRAMA
                MOVE JC-REGLA TO WS-INV-REGLA
                MOVE JC-DIA TO WS-INV-DIA
                WRITE REPORT-LINE FROM WS-INVALIDA-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       CARGA-FERIADOS.
            MOVE 0 TO WS-HOL-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT HOLIDAY-FILE.
            IF WS-HOL-OK
                PERFORM UNTIL WS-EOF
                    READ HOLIDAY-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-HOL-COUNT < WS-HOL-MAX
                                    AND HOL-FECHA IS NUMERIC
                                ADD 1 TO WS-HOL-COUNT
                                MOVE HOL-FECHA
                                    TO WS-HOL-FECHA (WS-HOL-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLIDAY-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "RESUELVE-CALENDARIO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-CADENA.
            IF NOT WS-CCL-OK
                MOVE WS-CCL-STATUS TO WS-ABEND-STATUS
                MOVE "RESUELVE-CALENDARIO WRITE CAL"
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
            MOVE 0 TO WS-HOL-COUNT WS-JC-COUNT.
            MOVE "N" TO WS-CALENDARIO-SWITCH.
            INITIALIZE WS-COUNTERS.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM RESUELVE-CALENDARIO.
