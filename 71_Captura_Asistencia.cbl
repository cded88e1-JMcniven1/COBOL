      *          the attendance file (ATTEND.DAT): tipo P with worked
      *          and overtime hours, tipo I when the day has a single
      *          punch (flagged on MISSPNCH.TXT for supervisor
      *          completion and not fed to payroll; each line carries
      *          the employee's supervisor from HR-SUPERVISOR-ID so
      *          it can be routed), tipo F when a
      *          linked badge logged no grant at all (the
      *          unpaid-absence candidate CALCULA-NOMINA prorates).
      *          A day with no grant that an approved leave on
      *          LEAVEREQ.DAT (MANTIENE-LICENCIAS) covers is not an
      *          absence: it is written tipo L when the leave type is
      *          paid and tipo S when it is unpaid, which payroll
      *          docks like the absence.
      *          Each day is also measured against the shift roster
      *          (ROSTER.DAT, MANTIENE-TURNOS) and the holiday
      *          calendar (HOLIDAYS.DAT): the record carries the day
      *          type (L working day, D rest day - rostered, or a
      *          weekend for an employee with no roster line - and F
      *          holiday) and the shift, which CALCULA-NOMINA prices
      *          overtime by. On a working day overtime is what
      *          exceeds the rostered shift (the 8-hour day when the
      *          employee has no roster line); on a rest day or a
      *          holiday every hour worked is overtime. A rest day
      *          or holiday without a grant is no absence and writes
      *          nothing. Late arrivals and early departures beyond
      *          the tolerance in PARM71.DAT (minutes, 5 when the
      *          file is absent) and rostered working days with no
      *          grant and no leave (no-shows) are listed on
      *          TARDANZA.TXT with the employee's supervisor. Only
      *          the grants of the business date are read, so a
      *          shift running past midnight is measured up to
      *          midnight and its early departure is not checked.
      *          The SALIDA decisions the exit readers now stamp on
      *          the same trail count as punches too, so clock-out
      *          is the badge's actual exit when it badged out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MISSING-PUNCH-REPORT ASSIGN TO "MISSPNCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LEAVE-REQUESTS ASSIGN TO "LEAVEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT ATTENDANCE-PARM-FILE ASSIGN TO "PARM71.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TARDINESS-REPORT ASSIGN TO "TARDANZA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           COPY "TURNSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".


      *    Un dia por empleado: tipo P (presente, con horas y
      *    extras), I (fichada incompleta, pendiente de supervisor),
      *    F (falta, candidato a prorrateo de ausencia), L (licencia
      *    pagada) o S (licencia sin goce). Tipo de dia L (habil),
      *    D (descanso) o F (feriado) y turno del roster (blanco sin
      *    roster) para la tarifa de la hora extra.
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05  AT-EMPLOYEE-ID       PIC 9(6).
           05  AT-TIPO              PIC X.
           05  AT-HORAS             PIC 9(2)V99.
           05  AT-EXTRA             PIC 9(2)V99.
           05  AT-TIPO-DIA          PIC X.
           05  AT-TURNO             PIC X(4).

       FD  MISSING-PUNCH-REPORT.
       01  REPORT-LINE              PIC X(80).

      *    Mismo layout que graba MANTIENE-LICENCIAS.
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

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Calendario de feriados: una fecha por linea.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-FECHA            PIC 9(8).

      *    Tolerancia en minutos antes de marcar tardanza o salida
      *    anticipada.
       FD  ATTENDANCE-PARM-FILE.
       01  ATTENDANCE-PARM-RECORD.
           05  PARM-TOLERANCIA      PIC 9(2).

       FD  TARDINESS-REPORT.
       01  TARDINESS-LINE           PIC X(80).

       COPY "TURNFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".

           88  WS-ATT-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-LRQ-STATUS            PIC XX.
           88  WS-LRQ-OK            VALUE "00".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-HR-ABIERTO-SWITCH     PIC X VALUE "N".
           88  WS-HR-ABIERTO        VALUE "Y".
       01  WS-LRQ-EOF-SWITCH        PIC X VALUE "N".
           88  WS-LRQ-EOF           VALUE "Y".
       01  WS-AUD-EOF-SWITCH        PIC X VALUE "N".
           88  WS-AUD-EOF           VALUE "Y".
       01  WS-BDG-EOF-SWITCH        PIC X VALUE "N".
           88  WS-BDG-EOF           VALUE "Y".
       01  WS-HOL-STATUS            PIC XX.
           88  WS-HOL-OK            VALUE "00".
       01  WS-HOL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-HOL-EOF           VALUE "Y".
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-TAR-STATUS            PIC XX.
           88  WS-TAR-OK            VALUE "00".

      *    Linea de auditoria del gate: fecha, hora, badge y
      *    decision separados por un espacio (layout de
       01  WS-BDG-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-BDG-HALLADO       VALUE "Y".

      *    Licencias aprobadas que cubren la fecha de negocio.
       01  WS-LIC-MAX               PIC 9(4) VALUE 500.
       01  WS-LIC-COUNT             PIC 9(4) VALUE 0.
       01  WS-LIC-TABLE.
           05  WS-LIC-ENTRY OCCURS 500 TIMES
                   INDEXED BY LIC-IDX.
               10  WS-LIC-EMP       PIC 9(6).
               10  WS-LIC-PAGADA    PIC X.
       01  WS-LIC-HALLADA-SWITCH    PIC X VALUE "N".
           88  WS-LIC-HALLADA       VALUE "Y".

       01  WS-SEGUNDOS              PIC 9(6).
       01  WS-HORAS                 PIC 9(2)V99.
       01  WS-EXTRA                 PIC 9(2)V99.
       01  WS-PRESENTES             PIC 9(6) VALUE 0.
       01  WS-INCOMPLETOS           PIC 9(6) VALUE 0.
       01  WS-FALTAS                PIC 9(6) VALUE 0.
       01  WS-LICENCIAS             PIC 9(6) VALUE 0.
       01  WS-DESCANSOS             PIC 9(6) VALUE 0.
       01  WS-TARDANZAS             PIC 9(6) VALUE 0.
       01  WS-ANTICIPADAS           PIC 9(6) VALUE 0.
       01  WS-NO-PRESENTADOS        PIC 9(6) VALUE 0.

      *    Calendario de la fecha de negocio.
       01  WS-FECHA-INT             PIC 9(7).
       01  WS-DIA-SEMANA            PIC 9.
       01  WS-FERIADO-SWITCH        PIC X VALUE "N".
           88  WS-FERIADO           VALUE "Y".
       01  WS-FIN-SEMANA-SWITCH     PIC X VALUE "N".
           88  WS-FIN-SEMANA        VALUE "Y".
       01  WS-TOLERANCIA            PIC 9(2) VALUE 5.
       01  WS-TOLERANCIA-SEG        PIC 9(4).

      *    Dia del empleado segun el roster: con linea de roster,
      *    programado (turno a cumplir en dia no feriado), horario
      *    en segundos desde la medianoche (la salida pasa de 86400
      *    cuando el turno cruza la medianoche).
       01  WS-CON-ROSTER-SWITCH     PIC X.
           88  WS-CON-ROSTER        VALUE "Y".
       01  WS-PROGRAMADO-SWITCH     PIC X.
           88  WS-PROGRAMADO        VALUE "Y".
       01  WS-TIPO-DIA              PIC X.
       01  WS-TURNO-DIA             PIC X(4).
       01  WS-PROG-ENTRADA-SEG      PIC 9(6).
       01  WS-PROG-SALIDA-SEG       PIC 9(6).
       01  WS-JORNADA-DIA           PIC 9(2)V99.
       01  WS-HHMM                  PIC 9(4).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH           PIC 99.
           05  WS-HHMM-MM           PIC 99.
       01  WS-SEG-FMT               PIC 9(6).
       01  WS-HORA-EDIT.
           05  WS-HED-HH            PIC 99.
           05  FILLER               PIC X VALUE ":".
           05  WS-HED-MM            PIC 99.
       01  WS-MINUTOS               PIC 9(4).
       01  WS-SUPERVISOR-ID         PIC 9(6).

       01  WS-MISSING-LINE.
           05  FILLER               PIC X(20)
           05  WS-MIS-BADGE         PIC X(8).
           05  FILLER               PIC X(10) VALUE " EMPLEADO ".
           05  WS-MIS-EMP           PIC 9(6).
           05  FILLER               PIC X(24)
                   VALUE " - COMPLETAR SUPERVISOR ".
           05  WS-MIS-SUPERVISOR    PIC X(11).
       01  WS-TARDINESS-DETAIL.
           05  WS-TAR-TIPO          PIC X(14).
           05  FILLER               PIC X(5) VALUE " EMP ".
           05  WS-TAR-EMP           PIC 9(6).
           05  FILLER               PIC X(7) VALUE " TURNO ".
           05  WS-TAR-TURNO         PIC X(4).
           05  FILLER               PIC X(6) VALUE " PROG ".
           05  WS-TAR-PROG          PIC X(5).
           05  FILLER               PIC X(6) VALUE " REAL ".
           05  WS-TAR-REAL          PIC X(5).
           05  FILLER               PIC X(5) VALUE " MIN ".
           05  WS-TAR-MIN           PIC ZZZ9.
           05  FILLER               PIC X(5) VALUE " SUP ".
           05  WS-TAR-SUP           PIC X(6).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(24).
           05  WS-SUM-COUNT         PIC ZZZZZ9.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "TURNWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF.

            PERFORM RECORRE-AUDITORIA.
            PERFORM CARGA-LICENCIAS.
            PERFORM LEE-TOLERANCIA.
            PERFORM CLASIFICA-FECHA.
            MOVE WS-OPSLOG-DATE TO WS-ROS-FECHA-CARGA.
            PERFORM CARGA-ROSTER.

            OPEN EXTEND ATTENDANCE-FILE.
            IF NOT WS-ATT-OK
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TARDINESS-REPORT.
            IF NOT WS-TAR-OK
                MOVE WS-TAR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN TARDANZA"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
      *    HRMAST solo da el supervisor de cada fichada incompleta
      *    y de cada tardanza; sin el master el renglon sale sin
      *    asignar.
            OPEN INPUT HR-MASTER-FILE.
            IF WS-HR-OK
                SET WS-HR-ABIERTO TO TRUE
            ELSE
                DISPLAY "HRMAST NO DISPONIBLE - FICHADAS INCOMPLETAS "
                    "SIN SUPERVISOR"
            END-IF.

            PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BDG-COUNT
            END-PERFORM.

            PERFORM ESCRIBE-RESUMEN.
            PERFORM ESCRIBE-RESUMEN-TARDANZA.
            CLOSE ATTENDANCE-FILE MISSING-PUNCH-REPORT
                TARDINESS-REPORT.
            IF WS-HR-ABIERTO
                CLOSE HR-MASTER-FILE
            END-IF.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-PRESENTES TO WS-RUNST-OUT-COUNT.
            GOBACK.

       RECORRE-AUDITORIA.
      *    Solo los PUEDE ENTRAR y las SALIDA de la fecha de negocio
      *    cuentan como fichada; el resto de decisiones son
      *    denegaciones.
            OPEN INPUT AUDIT-TRAIL.
            IF NOT WS-AUD-OK
                DISPLAY "ACCSAUDT.TXT AUSENTE - DIA SIN FICHADAS"
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        IF WS-AUP-FECHA = WS-OPSLOG-DATE
                                AND (WS-AUP-DECISION (1:12)
                                    = "PUEDE ENTRAR"
                                 OR WS-AUP-DECISION (1:7)
                                    = "SALIDA ")
                            PERFORM ANOTA-FICHADA
                        END-IF
                END-READ
            END-IF.

       DERIVA-JORNADA.
            PERFORM CLASIFICA-DIA.
            EVALUATE TRUE
                WHEN WS-BDG-GRANTS (BDG-IDX) = 0
                    PERFORM BUSCA-LICENCIA
                    EVALUATE TRUE
                        WHEN WS-LIC-HALLADA
                            PERFORM GRABA-LICENCIA
                        WHEN WS-PROGRAMADO
                            PERFORM GRABA-FALTA
                            PERFORM REPORTA-NO-PRESENTADO
      *                 Descanso o feriado sin fichada: nada que
      *                 registrar ni descontar.
                        WHEN WS-TIPO-DIA NOT = "L"
                            ADD 1 TO WS-DESCANSOS
                        WHEN OTHER
                            PERFORM GRABA-FALTA
                    END-EVALUATE
                WHEN WS-BDG-GRANTS (BDG-IDX) = 1
                  OR WS-BDG-SEG-MIN (BDG-IDX)
                        = WS-BDG-SEG-MAX (BDG-IDX)
                    PERFORM GRABA-INCOMPLETO
                WHEN OTHER
                    PERFORM GRABA-PRESENTE
                    IF WS-PROGRAMADO
                        PERFORM VERIFICA-LLEGADA
                        PERFORM VERIFICA-SALIDA
                    END-IF
            END-EVALUATE.

       CLASIFICA-DIA.
      *    La linea del roster manda sobre el calendario; sin ella el
      *    fin de semana es descanso. El feriado lo es para todos.
            MOVE "N" TO WS-CON-ROSTER-SWITCH.
            MOVE "N" TO WS-PROGRAMADO-SWITCH.
            MOVE SPACES TO WS-TURNO-DIA.
            MOVE "L" TO WS-TIPO-DIA.
            MOVE WS-BDG-EMP (BDG-IDX) TO WS-ROS-LOOKUP-EMP.
            MOVE WS-OPSLOG-DATE TO WS-ROS-LOOKUP-FECHA.
            PERFORM BUSCA-ROSTER.
            IF WS-ROS-IX > 0
                SET WS-CON-ROSTER TO TRUE
                IF WS-ROS-TBL-DESCANSO (WS-ROS-IX) = "S"
                    MOVE "D" TO WS-TIPO-DIA
                ELSE
                    MOVE WS-ROS-TBL-TURNO (WS-ROS-IX) TO WS-TURNO-DIA
                    PERFORM CALCULA-HORARIO
                    IF NOT WS-FERIADO
                        SET WS-PROGRAMADO TO TRUE
                    END-IF
                END-IF
            ELSE
                IF WS-FIN-SEMANA
                    MOVE "D" TO WS-TIPO-DIA
                END-IF
            END-IF.
            IF WS-FERIADO
                MOVE "F" TO WS-TIPO-DIA
            END-IF.

       CALCULA-HORARIO.
            MOVE WS-ROS-TBL-ENTRADA (WS-ROS-IX) TO WS-HHMM.
            COMPUTE WS-PROG-ENTRADA-SEG =
                WS-HHMM-HH * 3600 + WS-HHMM-MM * 60.
            MOVE WS-ROS-TBL-SALIDA (WS-ROS-IX) TO WS-HHMM.
            COMPUTE WS-PROG-SALIDA-SEG =
                WS-HHMM-HH * 3600 + WS-HHMM-MM * 60.
            IF WS-PROG-SALIDA-SEG <= WS-PROG-ENTRADA-SEG
                ADD 86400 TO WS-PROG-SALIDA-SEG
            END-IF.
            COMPUTE WS-JORNADA-DIA ROUNDED =
                (WS-PROG-SALIDA-SEG - WS-PROG-ENTRADA-SEG) / 3600.

       GRABA-PRESENTE.
      *    En dia habil es extra lo que pasa del turno programado (o
      *    de la jornada comun sin roster); en descanso o feriado
      *    toda hora trabajada es extra.
            COMPUTE WS-HORAS ROUNDED =
                (WS-BDG-SEG-MAX (BDG-IDX)
                - WS-BDG-SEG-MIN (BDG-IDX)) / 3600.
            IF NOT WS-PROGRAMADO
                MOVE WS-JORNADA TO WS-JORNADA-DIA
            END-IF.
            EVALUATE TRUE
                WHEN WS-TIPO-DIA NOT = "L"
                    MOVE WS-HORAS TO WS-EXTRA
                WHEN WS-HORAS > WS-JORNADA-DIA
                    COMPUTE WS-EXTRA = WS-HORAS - WS-JORNADA-DIA
                WHEN OTHER
                    MOVE 0 TO WS-EXTRA
            END-EVALUATE.
            MOVE WS-BDG-EMP (BDG-IDX) TO AT-EMPLOYEE-ID.
            MOVE WS-OPSLOG-DATE TO AT-FECHA.
            MOVE "P" TO AT-TIPO.
            PERFORM GRABA-ASISTENCIA.
            MOVE WS-BDG-BADGE (BDG-IDX) TO WS-MIS-BADGE.
            MOVE WS-BDG-EMP (BDG-IDX) TO WS-MIS-EMP.
            PERFORM BUSCA-SUPERVISOR.
            IF WS-SUPERVISOR-ID = 0
                MOVE "SIN ASIGNAR" TO WS-MIS-SUPERVISOR
            ELSE
                MOVE WS-SUPERVISOR-ID TO WS-MIS-SUPERVISOR
            END-IF.
            WRITE REPORT-LINE FROM WS-MISSING-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD 1 TO WS-INCOMPLETOS.

       BUSCA-SUPERVISOR.
      *    El renglon va al supervisor del empleado; sin supervisor
      *    (cima de linea) o sin el empleado en HRMAST, sin asignar.
            MOVE 0 TO WS-SUPERVISOR-ID.
            IF WS-HR-ABIERTO
                MOVE WS-BDG-EMP (BDG-IDX) TO HR-EMPLOYEE-ID
                READ HR-MASTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE HR-SUPERVISOR-ID TO WS-SUPERVISOR-ID
                END-READ
            END-IF.

       VERIFICA-LLEGADA.
            IF WS-BDG-SEG-MIN (BDG-IDX)
                    > WS-PROG-ENTRADA-SEG + WS-TOLERANCIA-SEG
                COMPUTE WS-MINUTOS =
                    (WS-BDG-SEG-MIN (BDG-IDX)
                    - WS-PROG-ENTRADA-SEG) / 60
                MOVE "LLEGADA TARDE" TO WS-TAR-TIPO
                MOVE WS-PROG-ENTRADA-SEG TO WS-SEG-FMT
                PERFORM FORMATEA-HORA
                MOVE WS-HORA-EDIT TO WS-TAR-PROG
                MOVE WS-BDG-SEG-MIN (BDG-IDX) TO WS-SEG-FMT
                PERFORM FORMATEA-HORA
                MOVE WS-HORA-EDIT TO WS-TAR-REAL
                PERFORM ESCRIBE-TARDANZA
                ADD 1 TO WS-TARDANZAS
            END-IF.

       VERIFICA-SALIDA.
      *    El turno que cruza la medianoche termina al dia siguiente,
      *    fuera de las fichadas de la fecha: no se juzga su salida.
            IF WS-PROG-SALIDA-SEG < 86400
                    AND WS-BDG-SEG-MAX (BDG-IDX) + WS-TOLERANCIA-SEG
                        < WS-PROG-SALIDA-SEG
                COMPUTE WS-MINUTOS =
                    (WS-PROG-SALIDA-SEG
                    - WS-BDG-SEG-MAX (BDG-IDX)) / 60
                MOVE "SALIDA ANTICIP" TO WS-TAR-TIPO
                MOVE WS-PROG-SALIDA-SEG TO WS-SEG-FMT
                PERFORM FORMATEA-HORA
                MOVE WS-HORA-EDIT TO WS-TAR-PROG
                MOVE WS-BDG-SEG-MAX (BDG-IDX) TO WS-SEG-FMT
                PERFORM FORMATEA-HORA
                MOVE WS-HORA-EDIT TO WS-TAR-REAL
                PERFORM ESCRIBE-TARDANZA
                ADD 1 TO WS-ANTICIPADAS
            END-IF.

       REPORTA-NO-PRESENTADO.
            MOVE 0 TO WS-MINUTOS.
            MOVE "NO SE PRESENTO" TO WS-TAR-TIPO.
            MOVE WS-PROG-ENTRADA-SEG TO WS-SEG-FMT.
            PERFORM FORMATEA-HORA.
            MOVE WS-HORA-EDIT TO WS-TAR-PROG.
            MOVE "--:--" TO WS-TAR-REAL.
            PERFORM ESCRIBE-TARDANZA.
            ADD 1 TO WS-NO-PRESENTADOS.

       ESCRIBE-TARDANZA.
            MOVE WS-BDG-EMP (BDG-IDX) TO WS-TAR-EMP.
            MOVE WS-TURNO-DIA TO WS-TAR-TURNO.
            MOVE WS-MINUTOS TO WS-TAR-MIN.
            PERFORM BUSCA-SUPERVISOR.
            IF WS-SUPERVISOR-ID = 0
                MOVE "------" TO WS-TAR-SUP
            ELSE
                MOVE WS-SUPERVISOR-ID TO WS-TAR-SUP
            END-IF.
            WRITE TARDINESS-LINE FROM WS-TARDINESS-DETAIL.
            PERFORM VERIFICA-ESCRITURA-TARDANZA.

       FORMATEA-HORA.
            COMPUTE WS-HED-HH = WS-SEG-FMT / 3600.
            COMPUTE WS-HED-MM =
                (WS-SEG-FMT - WS-HED-HH * 3600) / 60.

       GRABA-FALTA.
            MOVE WS-BDG-EMP (BDG-IDX) TO AT-EMPLOYEE-ID.
            MOVE WS-OPSLOG-DATE TO AT-FECHA.
            PERFORM GRABA-ASISTENCIA.
            ADD 1 TO WS-FALTAS.

       GRABA-LICENCIA.
      *    Dia cubierto por licencia aprobada: L se paga, S se
      *    descuenta en la nomina igual que la falta.
            MOVE WS-BDG-EMP (BDG-IDX) TO AT-EMPLOYEE-ID.
            MOVE WS-OPSLOG-DATE TO AT-FECHA.
            IF WS-LIC-PAGADA (LIC-IDX) = "S"
                MOVE "L" TO AT-TIPO
            ELSE
                MOVE "S" TO AT-TIPO
            END-IF.
            MOVE 0 TO AT-HORAS.
            MOVE 0 TO AT-EXTRA.
            PERFORM GRABA-ASISTENCIA.
            ADD 1 TO WS-LICENCIAS.

       BUSCA-LICENCIA.
            MOVE "N" TO WS-LIC-HALLADA-SWITCH.
            PERFORM VARYING LIC-IDX FROM 1 BY 1
                    UNTIL LIC-IDX > WS-LIC-COUNT
                    OR WS-LIC-HALLADA
                IF WS-LIC-EMP (LIC-IDX) = WS-BDG-EMP (BDG-IDX)
                    SET WS-LIC-HALLADA TO TRUE
                END-IF
            END-PERFORM.
            IF WS-LIC-HALLADA
                SET LIC-IDX DOWN BY 1
            END-IF.

       LEE-TOLERANCIA.
      *    Sin PARM71.DAT rige la tolerancia compilada.
            OPEN INPUT ATTENDANCE-PARM-FILE.
            IF WS-PARM-OK
                READ ATTENDANCE-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
                END-READ
                CLOSE ATTENDANCE-PARM-FILE
            END-IF.
            COMPUTE WS-TOLERANCIA-SEG = WS-TOLERANCIA * 60.

       CLASIFICA-FECHA.
      *    1 = lunes ... 7 = domingo (INTEGER-OF-DATE del 1601-01-01
      *    cayo en lunes).
            COMPUTE WS-FECHA-INT =
                FUNCTION INTEGER-OF-DATE(WS-OPSLOG-DATE).
            COMPUTE WS-DIA-SEMANA =
                FUNCTION MOD(WS-FECHA-INT - 1, 7) + 1.
            IF WS-DIA-SEMANA > 5
                SET WS-FIN-SEMANA TO TRUE
            END-IF.
            OPEN INPUT HOLIDAY-FILE.
            IF WS-HOL-OK
                PERFORM UNTIL WS-HOL-EOF
                    READ HOLIDAY-FILE
                        AT END SET WS-HOL-EOF TO TRUE
                        NOT AT END
                            IF HOL-FECHA = WS-OPSLOG-DATE
                                SET WS-FERIADO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLIDAY-FILE
            END-IF.

       CARGA-LICENCIAS.
      *    Sin LEAVEREQ.DAT no hay licencias: todo dia sin fichada
      *    es falta, como antes.
            OPEN INPUT LEAVE-REQUESTS.
            IF WS-LRQ-OK
                PERFORM UNTIL WS-LRQ-EOF
                    READ LEAVE-REQUESTS
                        AT END SET WS-LRQ-EOF TO TRUE
                        NOT AT END
                            IF LR-ESTADO = "A"
                                    AND LR-DESDE <= WS-OPSLOG-DATE
                                    AND LR-HASTA >= WS-OPSLOG-DATE
                                PERFORM CARGA-UNA-LICENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-REQUESTS
            END-IF.

       CARGA-UNA-LICENCIA.
            IF WS-LIC-COUNT < WS-LIC-MAX
                ADD 1 TO WS-LIC-COUNT
                SET LIC-IDX TO WS-LIC-COUNT
                MOVE LR-EMPLOYEE-ID TO WS-LIC-EMP (LIC-IDX)
                MOVE LR-PAGADA TO WS-LIC-PAGADA (LIC-IDX)
            ELSE
      *         La licencia omitida saldria como falta y CALCULA-
      *         NOMINA aun la reclasifica contra LEAVEREQ.
                DISPLAY "TABLA DE LICENCIAS LLENA - EMPLEADO "
                    LR-EMPLOYEE-ID " OMITIDO"
            END-IF.

       GRABA-ASISTENCIA.
            MOVE WS-TIPO-DIA TO AT-TIPO-DIA.
            MOVE WS-TURNO-DIA TO AT-TURNO.
            WRITE ATTENDANCE-RECORD.
            IF NOT WS-ATT-OK
                MOVE WS-ATT-STATUS TO WS-ABEND-STATUS
            MOVE WS-FALTAS TO WS-SUM-COUNT.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DIAS DE LICENCIA: " TO WS-SUM-LABEL.
            MOVE WS-LICENCIAS TO WS-SUM-COUNT.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DESCANSOS Y FERIADOS: " TO WS-SUM-LABEL.
            MOVE WS-DESCANSOS TO WS-SUM-COUNT.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-RESUMEN-TARDANZA.
            MOVE "LLEGADAS TARDE: " TO WS-SUM-LABEL.
            MOVE WS-TARDANZAS TO WS-SUM-COUNT.
            WRITE TARDINESS-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA-TARDANZA.
            MOVE "SALIDAS ANTICIPADAS: " TO WS-SUM-LABEL.
            MOVE WS-ANTICIPADAS TO WS-SUM-COUNT.
            WRITE TARDINESS-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA-TARDANZA.
            MOVE "NO SE PRESENTARON: " TO WS-SUM-LABEL.
            MOVE WS-NO-PRESENTADOS TO WS-SUM-COUNT.
            WRITE TARDINESS-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA-TARDANZA.

       CARGA-VINCULOS.
            OPEN INPUT BADGE-EMPLOYEE.
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA-TARDANZA.
            IF NOT WS-TAR-OK
                MOVE WS-TAR-STATUS TO WS-ABEND-STATUS
                MOVE "CAPTURA-ASISTENCIA WRITE TAR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "TURNWR.cpy".

       END PROGRAM CAPTURA-ASISTENCIA.
