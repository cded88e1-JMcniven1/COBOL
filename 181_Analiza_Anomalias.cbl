      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly security analytics over the entry gate's
      *          audit trail. Every decision Condicional_IF_OR stamped
      *          on ACCSAUDT.TXT for the business date is checked for
      *          four patterns, each flag carrying a severity (A
      *          alta, M media, B baja):
      *          - HORA ATIPICA: a granted entry more than the
      *            PARM181.DAT minutes (default 180) and more than
      *            three standard deviations away from the badge's
      *            usual entry time, learned night after night on
      *            the per-badge profile ACCPERF.DAT (a badge with
      *            fewer than the minimum observations, default 10,
      *            is not judged yet); twice the minutes is alta.
      *          - DOBLE PUERTA: the same badge at two doors sooner
      *            than the walking time between them on ZONADIST.DAT
      *            (pairs not on file are not checked); always alta,
      *            a cloned badge is the likely cause.
      *          - RAFAGA PIN: PIN INVALIDO denials at one door from
      *            at least the PARM181.DAT number of distinct badges
      *            (default 3) within the window (default 10
      *            minutes); twice the badges is alta.
      *          - BAJA RRHH / EN LICENCIA: an attempt with the badge
      *            of an employee terminated on HRTERMS.DAT up to the
      *            date (alta when granted, media when denied) or on
      *            an approved leave of LEAVEREQ.DAT covering the date
      *            (media when granted, baja when denied), through
      *            the badge-to-employee linkage BADGEMP.DAT.
      *          Exits (SALIDA) only take part in the door-to-door
      *          check. The flags print on ANOMACC.TXT; every alta
      *          flag is also appended to the ODALERT.TXT queue with
      *          subject ACCESO for DESPACHA-ALERTAS to deliver (route
      *          ACCESO / A to security on ALRTROUT.DAT), and a rerun
      *          of the same date does not queue it twice nor count
      *          the day twice in the profiles.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALIZA-ANOMALIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM181.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "ACCSAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT ACCESS-PROFILE ASSIGN TO "ACCPERF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT ACCESS-PROFILE-NEW ASSIGN TO "ACCPERF.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRN-STATUS.
           SELECT ZONE-DISTANCE ASSIGN TO "ZONADIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZDS-STATUS.
           SELECT BADGE-EMPLOYEE ASSIGN TO "BADGEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDG-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT LEAVE-REQUESTS ASSIGN TO "LEAVEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO "ODALERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALQ-STATUS.
           SELECT ANOMALY-REPORT ASSIGN TO "ANOMACC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Minimo de observaciones para juzgar el horario de un
      *    badge, minutos de desvio que lo vuelven atipico, ventana
      *    en minutos y cantidad de badges distintos de una rafaga
      *    de PIN INVALIDO. Cero o no numerico, rige el valor
      *    compilado.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-MIN-OBS         PIC 9(3).
           05  PARM-UMBRAL-MIN      PIC 9(4).
           05  PARM-VENTANA-PIN     PIC 9(3).
           05  PARM-RAFAGA-BADGES   PIC 9(3).

       FD  AUDIT-TRAIL.
       01  AUDIT-LINE               PIC X(80).

      *    Perfil horario por badge: entradas concedidas observadas,
      *    suma y suma de cuadrados del minuto del dia de la entrada
      *    y la ultima fecha de negocio sumada.
       FD  ACCESS-PROFILE.
       01  ACCESS-PROFILE-RECORD.
           05  AP-BADGE-ID          PIC X(8).
           05  AP-OBSERVACIONES     PIC 9(5).
           05  AP-SUMA              PIC 9(9).
           05  AP-SUMA-CUADRADOS    PIC 9(12).
           05  AP-ULTIMA-FECHA      PIC 9(8).

       FD  ACCESS-PROFILE-NEW.
       01  ACCESS-PROFILE-NEW-LINE  PIC X(42).

      *    Minutos minimos para ir a pie de una puerta a la otra; el
      *    par vale en los dos sentidos.
       FD  ZONE-DISTANCE.
       01  ZONE-DISTANCE-RECORD.
           05  ZD-ZONA-A            PIC X(4).
           05  ZD-ZONA-B            PIC X(4).
           05  ZD-MINUTOS           PIC 9(3).

      *    Vinculo credencial-empleado: la misma atadura que une los
      *    badges de PINMAST con los ids de HRMAST.
       FD  BADGE-EMPLOYEE.
       01  BADGE-EMPLOYEE-RECORD.
           05  BE-BADGE-ID          PIC X(8).
           05  BE-EMPLOYEE-ID       PIC 9(6).

      *    Mismo layout que mantiene REVOCA-CREDENCIALES.
       FD  TERMINATION-FILE.
       01  TERMINATION-RECORD.
           05  TR-EMPLOYEE-ID       PIC 9(6).
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

      *    Mismo layout que mantiene MANTIENE-LICENCIAS.
       FD  LEAVE-REQUESTS.
       01  LEAVE-REQUEST-RECORD.
           05  LR-EMPLOYEE-ID       PIC 9(6).
           05  LR-CODIGO            PIC X(3).
           05  LR-DESDE             PIC 9(8).
           05  LR-HASTA             PIC 9(8).
           05  LR-DIAS              PIC 9(3).
           05  LR-PAGADA            PIC X.
           05  LR-ESTADO            PIC X.
           05  LR-APROBADOR         PIC X(8).
           05  LR-FECHA             PIC 9(8).

       FD  ALERT-QUEUE.
       01  ALERT-QUEUE-LINE         PIC X(80).

       FD  ANOMALY-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-AUD-STATUS            PIC XX.
           88  WS-AUD-OK            VALUE "00".
       01  WS-PRF-STATUS            PIC XX.
           88  WS-PRF-OK            VALUE "00".
       01  WS-PRN-STATUS            PIC XX.
           88  WS-PRN-OK            VALUE "00".
       01  WS-ZDS-STATUS            PIC XX.
           88  WS-ZDS-OK            VALUE "00".
       01  WS-BDG-STATUS            PIC XX.
           88  WS-BDG-OK            VALUE "00".
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-OK            VALUE "00".
       01  WS-LRQ-STATUS            PIC XX.
           88  WS-LRQ-OK            VALUE "00".
       01  WS-ALQ-STATUS            PIC XX.
           88  WS-ALQ-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".

       01  WS-MIN-OBS               PIC 9(3) VALUE 10.
       01  WS-UMBRAL-MIN            PIC 9(4) VALUE 180.
       01  WS-VENTANA-PIN           PIC 9(3) VALUE 10.
       01  WS-RAFAGA-BADGES         PIC 9(3) VALUE 3.

      *    Decisiones del dia en el orden del correlativo.
       01  WS-EV-MAX                PIC 9(4) VALUE 5000.
       01  WS-EV-COUNT              PIC 9(4) VALUE 0.
       01  WS-EV-I                  PIC 9(4).
       01  WS-EV-J                  PIC 9(4).
       01  WS-EV-K                  PIC 9(4).
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 5000 TIMES.
               10  WS-EV-BADGE      PIC X(8).
               10  WS-EV-DECISION   PIC X(16).
               10  WS-EV-SEGUNDOS   PIC 9(5).
               10  WS-EV-HORA       PIC 9(6).
               10  WS-EV-ZONA       PIC X(4).
      *            S = hora atipica, no entra al perfil; C = ya
      *            contada en una rafaga de PIN.
               10  WS-EV-MARCA      PIC X.

      *    Perfiles horarios.
       01  WS-PF-MAX                PIC 9(4) VALUE 3000.
       01  WS-PF-COUNT              PIC 9(4) VALUE 0.
       01  WS-PF-IX                 PIC 9(4).
       01  WS-PF-I                  PIC 9(4).
       01  WS-PF-TABLE.
           05  WS-PF-ENTRY OCCURS 3000 TIMES.
               10  WS-PF-BADGE      PIC X(8).
               10  WS-PF-OBS        PIC 9(5).
               10  WS-PF-SUMA       PIC 9(9).
               10  WS-PF-CUADRADOS  PIC 9(12).
               10  WS-PF-FECHA      PIC 9(8).
      *            Y = sumado en esta corrida.
               10  WS-PF-HOY        PIC X.

      *    Ultima puerta por badge para el chequeo de doble puerta.
       01  WS-UP-COUNT              PIC 9(4) VALUE 0.
       01  WS-UP-IX                 PIC 9(4).
       01  WS-UP-TABLE.
           05  WS-UP-ENTRY OCCURS 5000 TIMES.
               10  WS-UP-BADGE      PIC X(8).
               10  WS-UP-ZONA       PIC X(4).
               10  WS-UP-SEGUNDOS   PIC 9(5).

       01  WS-ZD-MAX                PIC 9(3) VALUE 200.
       01  WS-ZD-COUNT              PIC 9(3) VALUE 0.
       01  WS-ZD-TABLE.
           05  WS-ZD-ENTRY OCCURS 200 TIMES
                   INDEXED BY ZD-IDX.
               10  WS-ZD-ZONA-A     PIC X(4).
               10  WS-ZD-ZONA-B     PIC X(4).
               10  WS-ZD-MINUTOS    PIC 9(3).

       01  WS-BDG-MAX               PIC 9(4) VALUE 2000.
       01  WS-BDG-COUNT             PIC 9(4) VALUE 0.
       01  WS-BDG-TABLE.
           05  WS-BDG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BDG-IDX.
               10  WS-BDG-BADGE     PIC X(8).
               10  WS-BDG-EMP       PIC 9(6).

      *    Bajas hasta la fecha y licencias aprobadas que la cubren.
       01  WS-TRM-MAX               PIC 9(4) VALUE 1000.
       01  WS-TRM-COUNT             PIC 9(4) VALUE 0.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TRM-IDX.
               10  WS-TRM-EMP       PIC 9(6).
               10  WS-TRM-FECHA     PIC 9(8).
       01  WS-LIC-MAX               PIC 9(4) VALUE 1000.
       01  WS-LIC-COUNT             PIC 9(4) VALUE 0.
       01  WS-LIC-TABLE.
           05  WS-LIC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY LIC-IDX.
               10  WS-LIC-EMP       PIC 9(6).
               10  WS-LIC-CODIGO    PIC X(3).
               10  WS-LIC-HASTA     PIC 9(8).

      *    Alertas de acceso ya encoladas para la fecha (corrida
      *    repetida).
       01  WS-AQ-MAX                PIC 9(4) VALUE 500.
       01  WS-AQ-COUNT              PIC 9(4) VALUE 0.
       01  WS-AQ-TABLE.
           05  WS-AQ-ENTRY OCCURS 500 TIMES
                   INDEXED BY AQ-IDX.
               10  WS-AQ-TEXTO      PIC X(61).

       01  WS-AUDIT-PARSED.
           05  WS-AUP-FECHA         PIC 9(8).
           05  FILLER               PIC X.
           05  WS-AUP-HH            PIC 99.
           05  WS-AUP-MM            PIC 99.
           05  WS-AUP-SS            PIC 99.
           05  WS-AUP-CC            PIC 99.
           05  FILLER               PIC X.
           05  WS-AUP-BADGE         PIC X(8).
           05  FILLER               PIC X.
           05  WS-AUP-DECISION      PIC X(16).
           05  FILLER               PIC X.
           05  WS-AUP-SEQ           PIC X(9).
           05  FILLER               PIC X.
           05  WS-AUP-ZONA          PIC X(4).
           05  FILLER               PIC X(22).

       01  WS-EMPLEADO              PIC 9(6).
       01  WS-CONCEDIDA-SWITCH      PIC X.
           88  WS-CONCEDIDA         VALUE "Y".
       01  WS-MINUTO                PIC 9(4).
       01  WS-MEDIA                 PIC 9(4)V99.
       01  WS-VARIANZA              PIC S9(9)V99.
       01  WS-DESVIO                PIC 9(5)V99.
       01  WS-DISTANCIA             PIC 9(5)V99.
       01  WS-TRANSCURRIDO          PIC S9(5).
       01  WS-MINIMO-SEG            PIC 9(5).
       01  WS-VENTANA-SEG           PIC 9(5).
       01  WS-DISTINTOS             PIC 9(4).

      *    Hallazgo en curso, comun al reporte y a la alerta.
       01  WS-HZ-SEVERIDAD          PIC X.
       01  WS-HZ-TIPO               PIC X(12).
       01  WS-HZ-BADGE              PIC X(8).
       01  WS-HZ-ZONA               PIC X(4).
       01  WS-HZ-HORA               PIC 9(6).
       01  WS-HZ-DETALLE            PIC X(36).
       01  WS-CUENTA-EDIT           PIC ZZZ9.
       01  WS-MINUTOS-EDIT          PIC ZZZ9.
       01  WS-SEGUNDOS-EDIT         PIC ZZZZ9.

       01  WS-COUNTERS.
           05  WS-CNT-ALTA          PIC 9(5) VALUE 0.
           05  WS-CNT-MEDIA         PIC 9(5) VALUE 0.
           05  WS-CNT-BAJA          PIC 9(5) VALUE 0.
           05  WS-CNT-ENCOLADAS     PIC 9(5) VALUE 0.
           05  WS-CNT-LEIDAS        PIC 9(7) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(37)
                   VALUE "ANOMALIAS DE ACCESO DEL DIA - FECHA ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(40)
                   VALUE "S TIPO         BADGE    ZONA HORA".
           05  FILLER               PIC X(40)
                   VALUE "DETALLE".
       01  WS-DETAIL-LINE.
           05  WS-DET-SEVERIDAD     PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-TIPO          PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ZONA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-HORA          PIC 99B99B99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-DETALLE       PIC X(36).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(7) VALUE "ALTAS: ".
           05  WS-TOT-ALTA          PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE "  MEDIAS:".
           05  WS-TOT-MEDIA         PIC ZZZZ9.
           05  FILLER               PIC X(8) VALUE "  BAJAS:".
           05  WS-TOT-BAJA          PIC ZZZZ9.
           05  FILLER               PIC X(20)
                   VALUE "  ALERTAS ENCOLADAS:".
           05  WS-TOT-ENCOLADAS     PIC ZZZZ9.
      *    Mismas columnas que lee DESPACHA-ALERTAS: asunto en la
      *    primera palabra, fecha en 18-25 y badge en 36-43 (la
      *    cuenta que casan los reconocimientos de ALRTACK.DAT).
       01  WS-ALERT-LINE.
           05  FILLER               PIC X(17)
                   VALUE "ACCESO ANOMALIA".
           05  WS-ALR-FECHA         PIC 9(8).
           05  FILLER               PIC X(10) VALUE " BADGE:".
           05  WS-ALR-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ALR-TIPO          PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ALR-ZONA          PIC X(4).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ANALIZA-ANOMALIAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-EVENTOS.
            PERFORM CARGA-PERFILES.
            PERFORM CARGA-DISTANCIAS.
            PERFORM CARGA-VINCULOS.
            PERFORM CARGA-BAJAS.
            PERFORM CARGA-LICENCIAS.
            PERFORM CARGA-ALERTAS-PREVIAS.

            OPEN OUTPUT ANOMALY-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN ANOMACC"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-EV-I FROM 1 BY 1
                    UNTIL WS-EV-I > WS-EV-COUNT
                PERFORM ANALIZA-EVENTO
            END-PERFORM.
            PERFORM BUSCA-RAFAGAS-PIN.

            MOVE WS-CNT-ALTA TO WS-TOT-ALTA.
            MOVE WS-CNT-MEDIA TO WS-TOT-MEDIA.
            MOVE WS-CNT-BAJA TO WS-TOT-BAJA.
            MOVE WS-CNT-ENCOLADAS TO WS-TOT-ENCOLADAS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE ANOMALY-REPORT.

            PERFORM ACTUALIZA-PERFILES.
            PERFORM GRABA-PERFILES.

            IF WS-CNT-ALTA > 0
                DISPLAY "ANOMALIAS DE ACCESO ALTAS: " WS-CNT-ALTA
                    " ENCOLADAS A SEGURIDAD: " WS-CNT-ENCOLADAS
                    " - VER ANOMACC.TXT"
            END-IF.

            MOVE WS-CNT-LEIDAS TO WS-RUNST-IN-COUNT.
            COMPUTE WS-RUNST-OUT-COUNT =
                WS-CNT-ALTA + WS-CNT-MEDIA + WS-CNT-BAJA.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ANALIZA-EVENTO.
            MOVE "N" TO WS-CONCEDIDA-SWITCH.
            IF WS-EV-DECISION (WS-EV-I) (1:12) = "PUEDE ENTRAR"
                SET WS-CONCEDIDA TO TRUE
            END-IF.
            PERFORM VERIFICA-DOBLE-PUERTA.
            IF WS-EV-DECISION (WS-EV-I) (1:7) NOT = "SALIDA "
                IF WS-CONCEDIDA
                    PERFORM VERIFICA-HORA-ATIPICA
                END-IF
                PERFORM VERIFICA-TITULAR
            END-IF.

       VERIFICA-HORA-ATIPICA.
      *    Un badge sin historia suficiente no se juzga: el perfil
      *    recien se esta aprendiendo.
            MOVE 0 TO WS-PF-IX.
            PERFORM VARYING WS-PF-I FROM 1 BY 1
                    UNTIL WS-PF-I > WS-PF-COUNT
                IF WS-PF-BADGE (WS-PF-I) = WS-EV-BADGE (WS-EV-I)
                    MOVE WS-PF-I TO WS-PF-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-PF-IX > 0
                IF WS-PF-OBS (WS-PF-IX) >= WS-MIN-OBS
                        AND WS-PF-OBS (WS-PF-IX) > 0
                    PERFORM EVALUA-HORA-ATIPICA
                END-IF
            END-IF.

       EVALUA-HORA-ATIPICA.
            COMPUTE WS-MINUTO = WS-EV-SEGUNDOS (WS-EV-I) / 60.
            COMPUTE WS-MEDIA ROUNDED =
                WS-PF-SUMA (WS-PF-IX) / WS-PF-OBS (WS-PF-IX).
            COMPUTE WS-VARIANZA ROUNDED =
                WS-PF-CUADRADOS (WS-PF-IX) / WS-PF-OBS (WS-PF-IX)
                - WS-MEDIA * WS-MEDIA.
            IF WS-VARIANZA < 0
                MOVE 0 TO WS-VARIANZA
            END-IF.
            COMPUTE WS-DESVIO ROUNDED = FUNCTION SQRT (WS-VARIANZA).
            COMPUTE WS-DISTANCIA = FUNCTION ABS (WS-MINUTO - WS-MEDIA).
            IF WS-DISTANCIA > WS-UMBRAL-MIN
                    AND WS-DISTANCIA > 3 * WS-DESVIO
                MOVE "S" TO WS-EV-MARCA (WS-EV-I)
                IF WS-DISTANCIA > 2 * WS-UMBRAL-MIN
                    MOVE "A" TO WS-HZ-SEVERIDAD
                ELSE
                    MOVE "M" TO WS-HZ-SEVERIDAD
                END-IF
                MOVE "HORA ATIPICA" TO WS-HZ-TIPO
                MOVE WS-DISTANCIA TO WS-MINUTOS-EDIT
                MOVE SPACES TO WS-HZ-DETALLE
                STRING "A" WS-MINUTOS-EDIT " MIN DE SU HORA USUAL"
                    DELIMITED BY SIZE INTO WS-HZ-DETALLE
                END-STRING
                PERFORM PREPARA-HALLAZGO-EVENTO
                PERFORM REGISTRA-HALLAZGO
            END-IF.

       VERIFICA-DOBLE-PUERTA.
      *    Se compara con la decision anterior del mismo badge; el
      *    trail va en orden de correlativo, asi que es la previa en
      *    el tiempo.
            MOVE 0 TO WS-UP-IX.
            PERFORM VARYING WS-EV-K FROM 1 BY 1
                    UNTIL WS-EV-K > WS-UP-COUNT
                IF WS-UP-BADGE (WS-EV-K) = WS-EV-BADGE (WS-EV-I)
                    MOVE WS-EV-K TO WS-UP-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-UP-IX = 0
                ADD 1 TO WS-UP-COUNT
                MOVE WS-UP-COUNT TO WS-UP-IX
                MOVE WS-EV-BADGE (WS-EV-I) TO WS-UP-BADGE (WS-UP-IX)
            ELSE
                IF WS-UP-ZONA (WS-UP-IX) NOT = WS-EV-ZONA (WS-EV-I)
                    PERFORM EVALUA-DOBLE-PUERTA
                END-IF
            END-IF.
            MOVE WS-EV-ZONA (WS-EV-I) TO WS-UP-ZONA (WS-UP-IX).
            MOVE WS-EV-SEGUNDOS (WS-EV-I) TO WS-UP-SEGUNDOS (WS-UP-IX).

       EVALUA-DOBLE-PUERTA.
            MOVE 0 TO WS-MINIMO-SEG.
            PERFORM VARYING ZD-IDX FROM 1 BY 1
                    UNTIL ZD-IDX > WS-ZD-COUNT
                IF (WS-ZD-ZONA-A (ZD-IDX) = WS-UP-ZONA (WS-UP-IX)
                        AND WS-ZD-ZONA-B (ZD-IDX)
                            = WS-EV-ZONA (WS-EV-I))
                    OR (WS-ZD-ZONA-B (ZD-IDX) = WS-UP-ZONA (WS-UP-IX)
                        AND WS-ZD-ZONA-A (ZD-IDX)
                            = WS-EV-ZONA (WS-EV-I))
                    COMPUTE WS-MINIMO-SEG = WS-ZD-MINUTOS (ZD-IDX) * 60
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            COMPUTE WS-TRANSCURRIDO = WS-EV-SEGUNDOS (WS-EV-I)
                - WS-UP-SEGUNDOS (WS-UP-IX).
            IF WS-MINIMO-SEG > 0
                    AND WS-TRANSCURRIDO < WS-MINIMO-SEG
                MOVE "A" TO WS-HZ-SEVERIDAD
                MOVE "DOBLE PUERTA" TO WS-HZ-TIPO
                MOVE WS-TRANSCURRIDO TO WS-SEGUNDOS-EDIT
                MOVE SPACES TO WS-HZ-DETALLE
                STRING "DESDE " WS-UP-ZONA (WS-UP-IX) " EN"
                    WS-SEGUNDOS-EDIT " SEG"
                    DELIMITED BY SIZE INTO WS-HZ-DETALLE
                END-STRING
                PERFORM PREPARA-HALLAZGO-EVENTO
                PERFORM REGISTRA-HALLAZGO
            END-IF.

       VERIFICA-TITULAR.
      *    Badge de un empleado dado de baja o de licencia: la
      *    credencial deberia estar en el cajon, no en la puerta.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BDG-COUNT
                IF WS-BDG-BADGE (BDG-IDX) = WS-EV-BADGE (WS-EV-I)
                    SET WS-HALLADO TO TRUE
                    MOVE WS-BDG-EMP (BDG-IDX) TO WS-EMPLEADO
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-HALLADO
                MOVE "N" TO WS-HALLADO-SWITCH
                PERFORM VARYING TRM-IDX FROM 1 BY 1
                        UNTIL TRM-IDX > WS-TRM-COUNT
                    IF WS-TRM-EMP (TRM-IDX) = WS-EMPLEADO
                        SET WS-HALLADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF WS-HALLADO
                    PERFORM HALLAZGO-BAJA
                ELSE
                    PERFORM VARYING LIC-IDX FROM 1 BY 1
                            UNTIL LIC-IDX > WS-LIC-COUNT
                        IF WS-LIC-EMP (LIC-IDX) = WS-EMPLEADO
                            SET WS-HALLADO TO TRUE
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                    IF WS-HALLADO
                        PERFORM HALLAZGO-LICENCIA
                    END-IF
                END-IF
            END-IF.

       HALLAZGO-BAJA.
            IF WS-CONCEDIDA
                MOVE "A" TO WS-HZ-SEVERIDAD
            ELSE
                MOVE "M" TO WS-HZ-SEVERIDAD
            END-IF.
            MOVE "BAJA RRHH" TO WS-HZ-TIPO.
            MOVE SPACES TO WS-HZ-DETALLE.
            STRING WS-EMPLEADO " DE BAJA "
                WS-TRM-FECHA (TRM-IDX) " "
                WS-EV-DECISION (WS-EV-I) (1:12)
                DELIMITED BY SIZE INTO WS-HZ-DETALLE
            END-STRING.
            PERFORM PREPARA-HALLAZGO-EVENTO.
            PERFORM REGISTRA-HALLAZGO.

       HALLAZGO-LICENCIA.
            IF WS-CONCEDIDA
                MOVE "M" TO WS-HZ-SEVERIDAD
            ELSE
                MOVE "B" TO WS-HZ-SEVERIDAD
            END-IF.
            MOVE "EN LICENCIA" TO WS-HZ-TIPO.
            MOVE SPACES TO WS-HZ-DETALLE.
            STRING WS-EMPLEADO " " WS-LIC-CODIGO (LIC-IDX)
                " HASTA " WS-LIC-HASTA (LIC-IDX)
                DELIMITED BY SIZE INTO WS-HZ-DETALLE
            END-STRING.
            PERFORM PREPARA-HALLAZGO-EVENTO.
            PERFORM REGISTRA-HALLAZGO.

       PREPARA-HALLAZGO-EVENTO.
            MOVE WS-EV-BADGE (WS-EV-I) TO WS-HZ-BADGE.
            MOVE WS-EV-ZONA (WS-EV-I) TO WS-HZ-ZONA.
            MOVE WS-EV-HORA (WS-EV-I) TO WS-HZ-HORA.

       BUSCA-RAFAGAS-PIN.
      *    Cada PIN INVALIDO aun no contado abre una ventana en su
      *    puerta; si en ella fallan badges distintos suficientes es
      *    una rafaga, se informa una vez y sus denegaciones quedan
      *    contadas para no repetirla desde la siguiente.
            COMPUTE WS-VENTANA-SEG = WS-VENTANA-PIN * 60.
            PERFORM VARYING WS-EV-I FROM 1 BY 1
                    UNTIL WS-EV-I > WS-EV-COUNT
                IF WS-EV-DECISION (WS-EV-I) (1:12) = "PIN INVALIDO"
                        AND WS-EV-MARCA (WS-EV-I) NOT = "C"
                    PERFORM CUENTA-RAFAGA
                    IF WS-DISTINTOS >= WS-RAFAGA-BADGES
                        PERFORM HALLAZGO-RAFAGA
                    END-IF
                END-IF
            END-PERFORM.

       CUENTA-RAFAGA.
            MOVE 0 TO WS-DISTINTOS.
            PERFORM VARYING WS-EV-J FROM WS-EV-I BY 1
                    UNTIL WS-EV-J > WS-EV-COUNT
                IF WS-EV-SEGUNDOS (WS-EV-J)
                        > WS-EV-SEGUNDOS (WS-EV-I) + WS-VENTANA-SEG
                    EXIT PERFORM
                END-IF
                IF WS-EV-DECISION (WS-EV-J) (1:12) = "PIN INVALIDO"
                        AND WS-EV-ZONA (WS-EV-J)
                            = WS-EV-ZONA (WS-EV-I)
                    MOVE "N" TO WS-HALLADO-SWITCH
                    PERFORM VARYING WS-EV-K FROM WS-EV-I BY 1
                            UNTIL WS-EV-K >= WS-EV-J
                        IF WS-EV-DECISION (WS-EV-K) (1:12)
                                = "PIN INVALIDO"
                                AND WS-EV-ZONA (WS-EV-K)
                                    = WS-EV-ZONA (WS-EV-I)
                                AND WS-EV-BADGE (WS-EV-K)
                                    = WS-EV-BADGE (WS-EV-J)
                            SET WS-HALLADO TO TRUE
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                    IF NOT WS-HALLADO
                        ADD 1 TO WS-DISTINTOS
                    END-IF
                END-IF
            END-PERFORM.

       HALLAZGO-RAFAGA.
            PERFORM VARYING WS-EV-J FROM WS-EV-I BY 1
                    UNTIL WS-EV-J > WS-EV-COUNT
                IF WS-EV-SEGUNDOS (WS-EV-J)
                        > WS-EV-SEGUNDOS (WS-EV-I) + WS-VENTANA-SEG
                    EXIT PERFORM
                END-IF
                IF WS-EV-DECISION (WS-EV-J) (1:12) = "PIN INVALIDO"
                        AND WS-EV-ZONA (WS-EV-J)
                            = WS-EV-ZONA (WS-EV-I)
                    MOVE "C" TO WS-EV-MARCA (WS-EV-J)
                END-IF
            END-PERFORM.
            IF WS-DISTINTOS >= 2 * WS-RAFAGA-BADGES
                MOVE "A" TO WS-HZ-SEVERIDAD
            ELSE
                MOVE "M" TO WS-HZ-SEVERIDAD
            END-IF.
            MOVE "RAFAGA PIN" TO WS-HZ-TIPO.
            MOVE "VARIOS" TO WS-HZ-BADGE.
            MOVE WS-EV-ZONA (WS-EV-I) TO WS-HZ-ZONA.
            MOVE WS-EV-HORA (WS-EV-I) TO WS-HZ-HORA.
            MOVE WS-DISTINTOS TO WS-CUENTA-EDIT.
            MOVE WS-VENTANA-PIN TO WS-MINUTOS-EDIT.
            MOVE SPACES TO WS-HZ-DETALLE.
            STRING WS-CUENTA-EDIT " BADGES PIN INVALIDO EN"
                WS-MINUTOS-EDIT " MIN"
                DELIMITED BY SIZE INTO WS-HZ-DETALLE
            END-STRING.
            PERFORM REGISTRA-HALLAZGO.

       REGISTRA-HALLAZGO.
            MOVE WS-HZ-SEVERIDAD TO WS-DET-SEVERIDAD.
            MOVE WS-HZ-TIPO TO WS-DET-TIPO.
            MOVE WS-HZ-BADGE TO WS-DET-BADGE.
            MOVE WS-HZ-ZONA TO WS-DET-ZONA.
            MOVE WS-HZ-HORA TO WS-DET-HORA.
            INSPECT WS-DET-HORA REPLACING ALL " " BY ":".
            MOVE WS-HZ-DETALLE TO WS-DET-DETALLE.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            EVALUATE WS-HZ-SEVERIDAD
                WHEN "A"
                    ADD 1 TO WS-CNT-ALTA
                    PERFORM ENCOLA-ALERTA
                WHEN "M"
                    ADD 1 TO WS-CNT-MEDIA
                WHEN OTHER
                    ADD 1 TO WS-CNT-BAJA
            END-EVALUATE.

       ENCOLA-ALERTA.
      *    Una corrida repetida de la misma fecha no encola de nuevo
      *    lo que ya esta en la cola (despachado o no).
            MOVE WS-OPSLOG-DATE TO WS-ALR-FECHA.
            MOVE WS-HZ-BADGE TO WS-ALR-BADGE.
            MOVE WS-HZ-TIPO TO WS-ALR-TIPO.
            MOVE WS-HZ-ZONA TO WS-ALR-ZONA.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING AQ-IDX FROM 1 BY 1
                    UNTIL AQ-IDX > WS-AQ-COUNT
                IF WS-AQ-TEXTO (AQ-IDX) = WS-ALERT-LINE
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-HALLADO
                PERFORM AGREGA-ALERTA
            END-IF.

       AGREGA-ALERTA.
            OPEN EXTEND ALERT-QUEUE.
            IF NOT WS-ALQ-OK
                OPEN OUTPUT ALERT-QUEUE
                IF NOT WS-ALQ-OK
                    MOVE WS-ALQ-STATUS TO WS-ABEND-STATUS
                    MOVE "AGREGA-ALERTA OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            WRITE ALERT-QUEUE-LINE FROM WS-ALERT-LINE.
            IF NOT WS-ALQ-OK
                MOVE WS-ALQ-STATUS TO WS-ABEND-STATUS
                MOVE "AGREGA-ALERTA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE ALERT-QUEUE.
            ADD 1 TO WS-CNT-ENCOLADAS.
            IF WS-AQ-COUNT < WS-AQ-MAX
                ADD 1 TO WS-AQ-COUNT
                MOVE WS-ALERT-LINE TO WS-AQ-TEXTO (WS-AQ-COUNT)
            END-IF.

       ACTUALIZA-PERFILES.
      *    Las entradas concedidas del dia que no fueron atipicas
      *    alimentan el perfil; un badge ya sumado para esta fecha
      *    (corrida repetida) no se vuelve a sumar.
            PERFORM VARYING WS-EV-I FROM 1 BY 1
                    UNTIL WS-EV-I > WS-EV-COUNT
                IF WS-EV-DECISION (WS-EV-I) (1:12) = "PUEDE ENTRAR"
                        AND WS-EV-MARCA (WS-EV-I) NOT = "S"
                    PERFORM SUMA-A-PERFIL
                END-IF
            END-PERFORM.

       SUMA-A-PERFIL.
            MOVE 0 TO WS-PF-IX.
            PERFORM VARYING WS-PF-I FROM 1 BY 1
                    UNTIL WS-PF-I > WS-PF-COUNT
                IF WS-PF-BADGE (WS-PF-I) = WS-EV-BADGE (WS-EV-I)
                    MOVE WS-PF-I TO WS-PF-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-PF-IX = 0
                IF WS-PF-COUNT >= WS-PF-MAX
                    DISPLAY "TABLA DE PERFILES LLENA EN " WS-PF-MAX
                        " ENTRADAS"
                    MOVE "SUMA-A-PERFIL" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-PF-COUNT
                MOVE WS-PF-COUNT TO WS-PF-IX
                MOVE WS-EV-BADGE (WS-EV-I) TO WS-PF-BADGE (WS-PF-IX)
                MOVE 0 TO WS-PF-OBS (WS-PF-IX) WS-PF-SUMA (WS-PF-IX)
                MOVE 0 TO WS-PF-CUADRADOS (WS-PF-IX)
                MOVE 0 TO WS-PF-FECHA (WS-PF-IX)
                MOVE "N" TO WS-PF-HOY (WS-PF-IX)
            END-IF.
            IF WS-PF-FECHA (WS-PF-IX) < WS-OPSLOG-DATE
                    OR WS-PF-HOY (WS-PF-IX) = "Y"
                COMPUTE WS-MINUTO = WS-EV-SEGUNDOS (WS-EV-I) / 60
                ADD 1 TO WS-PF-OBS (WS-PF-IX)
                ADD WS-MINUTO TO WS-PF-SUMA (WS-PF-IX)
                COMPUTE WS-PF-CUADRADOS (WS-PF-IX) =
                    WS-PF-CUADRADOS (WS-PF-IX) + WS-MINUTO * WS-MINUTO
                MOVE WS-OPSLOG-DATE TO WS-PF-FECHA (WS-PF-IX)
                MOVE "Y" TO WS-PF-HOY (WS-PF-IX)
            END-IF.

       GRABA-PERFILES.
            OPEN OUTPUT ACCESS-PROFILE-NEW.
            IF NOT WS-PRN-OK
                MOVE WS-PRN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-PERFILES OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-PF-I FROM 1 BY 1
                    UNTIL WS-PF-I > WS-PF-COUNT
                MOVE WS-PF-BADGE (WS-PF-I) TO AP-BADGE-ID
                MOVE WS-PF-OBS (WS-PF-I) TO AP-OBSERVACIONES
                MOVE WS-PF-SUMA (WS-PF-I) TO AP-SUMA
                MOVE WS-PF-CUADRADOS (WS-PF-I) TO AP-SUMA-CUADRADOS
                MOVE WS-PF-FECHA (WS-PF-I) TO AP-ULTIMA-FECHA
                WRITE ACCESS-PROFILE-NEW-LINE
                    FROM ACCESS-PROFILE-RECORD
                IF NOT WS-PRN-OK
                    MOVE WS-PRN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-PERFILES WRITE" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE ACCESS-PROFILE-NEW.
            PERFORM PROMUEVE-PERFILES.

       PROMUEVE-PERFILES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCESS-PROFILE-NEW.
            IF NOT WS-PRN-OK
                MOVE WS-PRN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PERFILES OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ACCESS-PROFILE.
            IF NOT WS-PRF-OK
                MOVE WS-PRF-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PERFILES OPEN P"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ACCESS-PROFILE-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE ACCESS-PROFILE-RECORD
                            FROM ACCESS-PROFILE-NEW-LINE
                        IF NOT WS-PRF-OK
                            MOVE WS-PRF-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-PERFILES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCESS-PROFILE-NEW ACCESS-PROFILE.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-EVENTOS.
      *    Sin ACCSAUDT.TXT no hay nada que analizar; el reporte
      *    sale igual, vacio, con su COMPLETED.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT AUDIT-TRAIL.
            IF NOT WS-AUD-OK
                DISPLAY "ACCSAUDT.TXT AUSENTE - SIN DECISIONES"
                SET WS-EOF TO TRUE
            END-IF.
            PERFORM UNTIL WS-EOF
                READ AUDIT-TRAIL INTO WS-AUDIT-PARSED
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CNT-LEIDAS
                        IF WS-AUP-FECHA = WS-OPSLOG-DATE
                            PERFORM AGREGA-EVENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-AUD-OK OR WS-AUD-STATUS = "10"
                CLOSE AUDIT-TRAIL
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-EVENTO.
            IF WS-EV-COUNT >= WS-EV-MAX
                DISPLAY "TABLA DE DECISIONES LLENA EN " WS-EV-MAX
                    " ENTRADAS"
                MOVE "AGREGA-EVENTO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-EV-COUNT.
            MOVE WS-AUP-BADGE TO WS-EV-BADGE (WS-EV-COUNT).
            MOVE WS-AUP-DECISION TO WS-EV-DECISION (WS-EV-COUNT).
            COMPUTE WS-EV-SEGUNDOS (WS-EV-COUNT) =
                WS-AUP-HH * 3600 + WS-AUP-MM * 60 + WS-AUP-SS.
            COMPUTE WS-EV-HORA (WS-EV-COUNT) =
                WS-AUP-HH * 10000 + WS-AUP-MM * 100 + WS-AUP-SS.
      *    Registro de antes de las zonas: puerta principal.
            IF WS-AUP-ZONA = SPACES
                MOVE "PRIN" TO WS-EV-ZONA (WS-EV-COUNT)
            ELSE
                MOVE WS-AUP-ZONA TO WS-EV-ZONA (WS-EV-COUNT)
            END-IF.
            MOVE SPACE TO WS-EV-MARCA (WS-EV-COUNT).

       CARGA-PERFILES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCESS-PROFILE.
            IF WS-PRF-OK
                PERFORM UNTIL WS-EOF
                    READ ACCESS-PROFILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
      *                     Un perfil fuera de la tabla se perderia
      *                     al regrabar: se aborta.
                            IF WS-PF-COUNT >= WS-PF-MAX
                                DISPLAY "TABLA DE PERFILES LLENA EN "
                                    WS-PF-MAX " ENTRADAS"
                                MOVE "CARGA-PERFILES"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-PF-COUNT
                            MOVE AP-BADGE-ID
                                TO WS-PF-BADGE (WS-PF-COUNT)
                            MOVE AP-OBSERVACIONES
                                TO WS-PF-OBS (WS-PF-COUNT)
                            MOVE AP-SUMA TO WS-PF-SUMA (WS-PF-COUNT)
                            MOVE AP-SUMA-CUADRADOS
                                TO WS-PF-CUADRADOS (WS-PF-COUNT)
                            MOVE AP-ULTIMA-FECHA
                                TO WS-PF-FECHA (WS-PF-COUNT)
                            MOVE "N" TO WS-PF-HOY (WS-PF-COUNT)
                    END-READ
                END-PERFORM
                CLOSE ACCESS-PROFILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-DISTANCIAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ZONE-DISTANCE.
            IF WS-ZDS-OK
                PERFORM UNTIL WS-EOF
                    READ ZONE-DISTANCE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-ZD-COUNT >= WS-ZD-MAX
                                DISPLAY "TABLA DE DISTANCIAS LLENA EN "
                                    WS-ZD-MAX " ENTRADAS"
                                MOVE "CARGA-DISTANCIAS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-ZD-COUNT
                            SET ZD-IDX TO WS-ZD-COUNT
                            MOVE ZD-ZONA-A TO WS-ZD-ZONA-A (ZD-IDX)
                            MOVE ZD-ZONA-B TO WS-ZD-ZONA-B (ZD-IDX)
                            MOVE ZD-MINUTOS TO WS-ZD-MINUTOS (ZD-IDX)
                    END-READ
                END-PERFORM
                CLOSE ZONE-DISTANCE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-VINCULOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BADGE-EMPLOYEE.
            IF WS-BDG-OK
                PERFORM UNTIL WS-EOF
                    READ BADGE-EMPLOYEE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-BDG-COUNT >= WS-BDG-MAX
                                DISPLAY "TABLA DE VINCULOS LLENA EN "
                                    WS-BDG-MAX " ENTRADAS"
                                MOVE "CARGA-VINCULOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-BDG-COUNT
                            SET BDG-IDX TO WS-BDG-COUNT
                            MOVE BE-BADGE-ID TO WS-BDG-BADGE (BDG-IDX)
                            MOVE BE-EMPLOYEE-ID TO WS-BDG-EMP (BDG-IDX)
                    END-READ
                END-PERFORM
                CLOSE BADGE-EMPLOYEE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-BAJAS.
      *    Toda baja con fecha hasta la de negocio, pendiente o ya
      *    revocada por REVOCA-CREDENCIALES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TERMINATION-FILE.
            IF WS-TRM-OK
                PERFORM UNTIL WS-EOF
                    READ TERMINATION-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF TR-FECHA <= WS-OPSLOG-DATE
                                PERFORM AGREGA-BAJA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TERMINATION-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-BAJA.
            IF WS-TRM-COUNT >= WS-TRM-MAX
                DISPLAY "TABLA DE BAJAS LLENA EN " WS-TRM-MAX
                    " ENTRADAS"
                MOVE "AGREGA-BAJA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-TRM-COUNT.
            SET TRM-IDX TO WS-TRM-COUNT.
            MOVE TR-EMPLOYEE-ID TO WS-TRM-EMP (TRM-IDX).
            MOVE TR-FECHA TO WS-TRM-FECHA (TRM-IDX).

       CARGA-LICENCIAS.
      *    Solo las aprobadas que cubren la fecha de negocio, igual
      *    que CAPTURA-ASISTENCIA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-REQUESTS.
            IF WS-LRQ-OK
                PERFORM UNTIL WS-EOF
                    READ LEAVE-REQUESTS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LR-ESTADO = "A"
                                    AND LR-DESDE <= WS-OPSLOG-DATE
                                    AND LR-HASTA >= WS-OPSLOG-DATE
                                PERFORM AGREGA-LICENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-REQUESTS
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-LICENCIA.
            IF WS-LIC-COUNT >= WS-LIC-MAX
                DISPLAY "TABLA DE LICENCIAS LLENA EN " WS-LIC-MAX
                    " ENTRADAS"
                MOVE "AGREGA-LICENCIA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LIC-COUNT.
            SET LIC-IDX TO WS-LIC-COUNT.
            MOVE LR-EMPLOYEE-ID TO WS-LIC-EMP (LIC-IDX).
            MOVE LR-CODIGO TO WS-LIC-CODIGO (LIC-IDX).
            MOVE LR-HASTA TO WS-LIC-HASTA (LIC-IDX).

       CARGA-ALERTAS-PREVIAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ALERT-QUEUE.
            IF WS-ALQ-OK
                PERFORM UNTIL WS-EOF
                    READ ALERT-QUEUE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF ALERT-QUEUE-LINE (1:15)
                                    = "ACCESO ANOMALIA"
                                    AND ALERT-QUEUE-LINE (18:8)
                                        = WS-OPSLOG-DATE
                                    AND WS-AQ-COUNT < WS-AQ-MAX
                                ADD 1 TO WS-AQ-COUNT
                                MOVE ALERT-QUEUE-LINE (1:61)
                                    TO WS-AQ-TEXTO (WS-AQ-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALERT-QUEUE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-MIN-OBS IS NUMERIC
                                AND PARM-MIN-OBS > 0
                            MOVE PARM-MIN-OBS TO WS-MIN-OBS
                        END-IF
                        IF PARM-UMBRAL-MIN IS NUMERIC
                                AND PARM-UMBRAL-MIN > 0
                            MOVE PARM-UMBRAL-MIN TO WS-UMBRAL-MIN
                        END-IF
                        IF PARM-VENTANA-PIN IS NUMERIC
                                AND PARM-VENTANA-PIN > 0
                            MOVE PARM-VENTANA-PIN TO WS-VENTANA-PIN
                        END-IF
                        IF PARM-RAFAGA-BADGES IS NUMERIC
                                AND PARM-RAFAGA-BADGES > 0
                            MOVE PARM-RAFAGA-BADGES
                                TO WS-RAFAGA-BADGES
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ANALIZA-ANOMALIAS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-EV-COUNT WS-PF-COUNT WS-UP-COUNT.
            MOVE 0 TO WS-ZD-COUNT WS-BDG-COUNT WS-TRM-COUNT.
            MOVE 0 TO WS-LIC-COUNT WS-AQ-COUNT.
            MOVE 10 TO WS-MIN-OBS.
            MOVE 180 TO WS-UMBRAL-MIN.
            MOVE 10 TO WS-VENTANA-PIN.
            MOVE 3 TO WS-RAFAGA-BADGES.
            INITIALIZE WS-COUNTERS.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ANALIZA-ANOMALIAS.
