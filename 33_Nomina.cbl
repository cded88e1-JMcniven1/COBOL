      *          totals finance remits to the third parties) and one
      *          payslip record per employee on PAYSLIPS.DAT for the
      *          print shop, with the coded deductions itemized.
      *          Income tax is withheld against the dated bracket
      *          table of the tax year (TAXTABLE.DAT: brackets with
      *          fixed amount and marginal rate, plus the personal
      *          allowance): the year-to-date gross plus the period's
      *          is annualized over the months elapsed, taxed on the
      *          scale, and the share due to date less what PAYYTD
      *          already holds is withheld, so the annual accumulated
      *          tax closes at what the employee owes. The register
      *          shows the bracket applied. With no table for the year
      *          the flat PARM-TAX-RATE still applies. Arrears worked
      *          out by the retroactive pay run (CALCULA-RETROACTIVO,
      *          RETROPAY.DAT) are paid on the employee's next
      *          payslip: the differential gross, tax and social
      *          security are added to the period's, the RETRO amount
      *          is itemized on the payslip, and the entry is marked
      *          paid with the run date. Every payslip written is
      *          also kept on the permanent payslip history (PAYHIST,
      *          keyed by employee, pay period and type) that
      *          CONSULTA-RECIBOS reprints from. Court-ordered
      *          garnishments come off the garnishment order master
      *          (GARNMAST.DAT, MANTIENE-EMBARGOS) ahead of every
      *          other deduction: the employee's live orders are
      *          taken in priority order, each within its cap rule
      *          (ordinary or support share of disposable earnings
      *          from PARM121.DAT, or the percentage the court set)
      *          less what the higher-ranked orders already took,
      *          never past the order's balance; a balance reaching
      *          zero marks the order satisfied. The master is
      *          rewritten with the new balances at close and every
      *          amount withheld goes to EMBRET.DAT for the
      *          remittance to the creditors (REMESA-EMBARGOS).
      *          Attendance days covered by an approved leave
      *          (LEAVEREQ.DAT, MANTIENE-LICENCIAS) follow the leave
      *          type: a paid leave day (tipo L, or an F the leave
      *          covers) is paid in full, an unpaid leave day (tipo
      *          S) is docked like the unpaid absence.
      *          Members of the retirement savings plan (PLANMIEM.DAT,
      *          MANTIENE-PLAN-RETIRO) contribute their elected
      *          percentage of gross, capped at the plan maximum and
      *          at the annual limit of PARM129.DAT and never past the
      *          net, as deduction RET right after the garnishments
      *          (a DEDMAST.DAT RET line no longer applies to a plan
      *          member); the employer matches at the plan rate on
      *          contributions up to the matched share of gross. Both
      *          sides accumulate on the member account (PLANCTA.DAT,
      *          rewritten at close, movements on PLANMOV.DAT) and
      *          the run's employer match goes to RETGL.DAT for the
      *          GL extract.
      *          Overtime is priced by the overtime rules
      *          (OTRULES.DAT, MANTIENE-TURNOS): each attendance
      *          day's overtime hours are weighted by the factor of
      *          its day type (working day, rest day, holiday) and
      *          shift as CAPTURA-ASISTENCIA recorded them, falling
      *          back to the day type's any-shift rule and then to
      *          the plain rate, and the weighted hours are paid at
      *          HR-SALARIO / 240.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOAN-MASTER-NEW ASSIGN TO "LOANMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNN-STATUS.
      *    Ordenes judiciales de embargo (MANTIENE-EMBARGOS): se
      *    aplican antes que el resto de las deducciones, por
      *    prioridad y dentro del tope de cada orden; el master se
      *    regraba al cierre con los saldos nuevos, y lo retenido
      *    queda en EMBRET.DAT para la remesa a los acreedores.
           SELECT GARN-MASTER ASSIGN TO "GARNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GMM-STATUS.
           SELECT GARN-MASTER-NEW ASSIGN TO "GARNMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GMN-STATUS.
           SELECT GARN-WITHHELD ASSIGN TO "EMBRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMR-STATUS.
      *    Topes legales sobre el ingreso disponible; sin fichero,
      *    25% ordinario y 50% alimentos.
           SELECT GARN-PARM-FILE ASSIGN TO "PARM121.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GMP-STATUS.
      *    Asistencia derivada del gate (CAPTURA-ASISTENCIA): horas
      *    extra pagadas y faltas prorrateadas sobre el bruto. El
      *    fichero se consume: lo leido pasa a ATTPROC.DAT y el
           SELECT ATTENDANCE-PROCESSED ASSIGN TO "ATTPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASP-STATUS.
      *    Licencias aprobadas: una falta que una licencia cubre se
      *    reclasifica por el tipo de licencia antes de pasar a la
      *    constancia.
           SELECT LEAVE-REQUESTS ASSIGN TO "LEAVEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.
      *    Retenciones de la corrida para la remesa mensual a las
      *    autoridades (REMESA-RETENCIONES): un registro por corrida
      *    con el impuesto y la seguridad social retenidos.
           SELECT FIELD-SECURITY ASSIGN TO "FLDSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSC-STATUS.
      *    Atrasos por cambio de salario retroactivo pendientes de
      *    pago (CALCULA-RETROACTIVO); se regraba al cierre con los
      *    pagados marcados, por el fichero de trabajo.
           SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-STATUS.
           SELECT RETRO-PAY-NEW ASSIGN TO "RETROPAY.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
      *    Escala de retencion por tramos del ano fiscal; sin ella la
      *    tasa plana de PARM33.DAT.
           COPY "TAXTBSL.cpy".
      *    Plan de retiro: reglas, miembros con su porcentaje
      *    elegido, cuentas (regrabadas al cierre) y movimientos.
           COPY "PLANRSL.cpy".
      *    Aporte patronal al plan de la corrida, pendiente de
      *    postear por EXTRAE-GL (estado R una vez posteado).
           SELECT PLAN-GL-FILE ASSIGN TO "RETGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.
      *    Historico permanente de recibos por empleado y periodo:
      *    PAYSLIPS.DAT se pisa en cada corrida, PAYHIST no.
           COPY "PAYHSL.cpy".
           COPY "HEXTSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

       FD  LOAN-MASTER-NEW.
       01  LOAN-NEW-LINE            PIC X(50).

      *    Mismo layout que graba MANTIENE-EMBARGOS; estado A =
      *    vigente, S = saldada, L = levantada por el juzgado. Regla
      *    de tope O ordinaria, A alimentos, P porcentaje de la
      *    orden.
       FD  GARN-MASTER.
       01  GARN-MASTER-RECORD.
           05  GM-REFERENCIA        PIC X(15).
           05  GM-EMPLOYEE-ID       PIC 9(6).
           05  GM-ACREEDOR          PIC X(6).
           05  GM-TOTAL             PIC 9(7)V99.
           05  GM-SALDO             PIC 9(7)V99.
           05  GM-PRIORIDAD         PIC 99.
           05  GM-REGLA             PIC X.
           05  GM-PORCENTAJE        PIC 9(3)V99.
           05  GM-CUOTA             PIC 9(7)V99.
           05  GM-FECHA-ALTA        PIC 9(8).
           05  GM-ESTADO            PIC X.

       FD  GARN-MASTER-NEW.
       01  GARN-NEW-LINE            PIC X(71).

      *    Estado " " pendiente de remesar, "R" ya remesado por
      *    REMESA-EMBARGOS.
       FD  GARN-WITHHELD.
       01  GARN-WITHHELD-RECORD.
           05  ER-FECHA             PIC 9(8).
           05  ER-REFERENCIA        PIC X(15).
           05  ER-EMPLOYEE-ID       PIC 9(6).
           05  ER-ACREEDOR          PIC X(6).
           05  ER-IMPORTE           PIC 9(7)V99.
           05  ER-SALDO             PIC 9(7)V99.
           05  ER-ESTADO            PIC X.

       FD  GARN-PARM-FILE.
       01  GARN-PARM-RECORD.
           05  GMP-TOPE-ORDINARIO   PIC 9(3)V99.
           05  GMP-TOPE-ALIMENTOS   PIC 9(3)V99.

      *    Mismo layout que graba CAPTURA-ASISTENCIA: tipo P
      *    presente, I fichada incompleta (no alimenta la nomina),
      *    F falta, L licencia pagada, S licencia sin goce. Tipo de
      *    dia y turno fijan la tarifa de la hora extra; un feed
      *    anterior los trae en blanco y paga la tarifa simple.
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05  AT-EMPLOYEE-ID       PIC 9(6).
           05  AT-TIPO              PIC X.
           05  AT-HORAS             PIC 9(2)V99.
           05  AT-EXTRA             PIC 9(2)V99.
           05  AT-TIPO-DIA          PIC X.
           05  AT-TURNO             PIC X(4).

       FD  ATTENDANCE-PROCESSED.
       01  ATTENDANCE-PROC-LINE     PIC X(28).

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

      *    Estado " " pendiente de remesar, "R" ya remesado por
      *    REMESA-RETENCIONES.
               10  PS-DED-AMOUNT    PIC 9(7)V99.
           05  PS-DED-TOTAL         PIC 9(7)V99.
           05  PS-NET               PIC 9(7)V99.
      *    Atrasos retroactivos pagados en el recibo (RETRO), ya
      *    incluidos en PS-GROSS.
           05  PS-RETRO             PIC 9(7)V99.

      *    Mismo layout que graba CALCULA-RETROACTIVO: estado en
      *    blanco pendiente, P pagado en la nomina de RP-FECHA-PAGO.
       FD  RETRO-PAY-FILE.
       01  RETRO-PAY-RECORD.
           05  RP-EMPLOYEE-ID       PIC 9(6).
           05  RP-FECHA-EFECTIVA    PIC 9(8).
           05  RP-FECHA             PIC 9(8).
           05  RP-PERIODOS          PIC 9(3).
           05  RP-GROSS             PIC 9(7)V99.
           05  RP-TAX               PIC 9(7)V99.
           05  RP-SS                PIC 9(7)V99.
           05  RP-ESTADO            PIC X.
           05  RP-FECHA-PAGO        PIC 9(8).

       FD  RETRO-PAY-NEW.
       01  RETRO-PAY-NEW-LINE       PIC X(60).

       FD  FIELD-SECURITY.
       01  FIELD-SECURITY-RECORD.
           05  FS-FIELD             PIC X(8).
           05  FS-MIN-LEVEL         PIC 9.

       COPY "TAXTBFD.cpy".
       COPY "PAYHFD.cpy".
       COPY "PLANRFD.cpy".
       COPY "HEXTFD.cpy".

      *    Mismo layout que BENGL.DAT: mes, importe y estado.
       FD  PLAN-GL-FILE.
       01  PLAN-GL-RECORD.
           05  RG-ANOMES            PIC 9(6).
           05  RG-IMPORTE           PIC 9(9)V99.
           05  RG-ESTADO            PIC X.

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".

           88  WS-LNM-EOF           VALUE "Y".
       01  WS-LNM-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-LNM-PRESENTE      VALUE "Y".
       01  WS-GMM-STATUS            PIC XX.
           88  WS-GMM-OK            VALUE "00".
       01  WS-GMN-STATUS            PIC XX.
           88  WS-GMN-OK            VALUE "00".
       01  WS-EMR-STATUS            PIC XX.
           88  WS-EMR-OK            VALUE "00".
       01  WS-GMP-STATUS            PIC XX.
           88  WS-GMP-OK            VALUE "00".
       01  WS-GMM-EOF-SWITCH        PIC X VALUE "N".
           88  WS-GMM-EOF           VALUE "Y".
       01  WS-GMM-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-GMM-PRESENTE      VALUE "Y".
       01  WS-ASI-STATUS            PIC XX.
           88  WS-ASI-OK            VALUE "00".
       01  WS-ASP-STATUS            PIC XX.
           88  WS-ASI-EOF           VALUE "Y".
       01  WS-ASI-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-ASI-PRESENTE      VALUE "Y".
       01  WS-LRQ-STATUS            PIC XX.
           88  WS-LRQ-OK            VALUE "00".
       01  WS-LRQ-EOF-SWITCH        PIC X VALUE "N".
           88  WS-LRQ-EOF           VALUE "Y".
       01  WS-WHH-STATUS            PIC XX.
           88  WS-WHH-OK            VALUE "00".
       01  WS-CKP-STATUS            PIC XX.
       01  WS-TAX-RATE              PIC 9V999 VALUE 0.150.
       01  WS-SS-RATE               PIC 9V999 VALUE 0.062.

      *    Retencion acumulativa por escala: nomina mensual, el mes de
      *    negocio es el numero de periodos transcurridos del ano.
       01  WS-ANOMES-NEGOCIO        PIC 9(6).
       01  WS-ANOMES-R REDEFINES WS-ANOMES-NEGOCIO.
           05  WS-ANOMES-ANO        PIC 9(4).
           05  WS-ANOMES-MES        PIC 9(2).
       01  WS-PERIODOS-ANO          PIC 9(2) VALUE 12.
       01  WS-YTD-GROSS-EMP         PIC 9(9)V99.
       01  WS-YTD-TAX-EMP           PIC 9(9)V99.
       01  WS-IMPUESTO-A-FECHA      PIC 9(9)V99.

      *    Acumuladores del control break por departamento y de la
      *    corrida completa, en COMP-3 porque se suman por empleado.
       01  WS-CURRENT-DEPT          PIC X(4).
               10  WS-LN-ESTADO     PIC X.
       01  WS-LN-IMPORTE            PIC 9(7)V99.

      *    Ordenes de embargo en memoria, como los prestamos: el
      *    master entero al arranque, saldos rebajados en la tabla
      *    y regrabado al cierre. WS-GM-RETENIDO acumula lo retenido
      *    por la orden en esta corrida (para EMBRET.DAT).
       01  WS-GM-MAX                PIC 9(4) VALUE 500.
       01  WS-GM-COUNT              PIC 9(4) VALUE 0.
       01  WS-GM-TABLE.
           05  WS-GM-ENTRY OCCURS 500 TIMES
                   INDEXED BY GM-IDX.
               10  WS-GM-REFERENCIA PIC X(15).
               10  WS-GM-EMP        PIC 9(6).
               10  WS-GM-ACREEDOR   PIC X(6).
               10  WS-GM-TOTAL      PIC 9(7)V99.
               10  WS-GM-SALDO      PIC 9(7)V99.
               10  WS-GM-PRIORIDAD  PIC 99.
               10  WS-GM-REGLA      PIC X.
               10  WS-GM-PORCENTAJE PIC 9(3)V99.
               10  WS-GM-CUOTA      PIC 9(7)V99.
               10  WS-GM-FECHA      PIC 9(8).
               10  WS-GM-ESTADO     PIC X.
               10  WS-GM-RETENIDO   PIC 9(7)V99.
               10  WS-GM-TOMADA     PIC X.
       01  WS-GM-ELEGIDA            PIC 9(4).
       01  WS-GM-MEJOR-PRIORIDAD    PIC 99.
       01  WS-TOPE-ORDINARIO        PIC 9(3)V99 VALUE 25.
       01  WS-TOPE-ALIMENTOS        PIC 9(3)V99 VALUE 50.
       01  WS-EMB-DISPONIBLE        PIC 9(7)V99.
       01  WS-EMB-TOMADO            PIC 9(7)V99.
       01  WS-EMB-PORCENTAJE        PIC 9(3)V99.
       01  WS-EMB-TOPE              PIC S9(7)V99.
       01  WS-EMB-IMPORTE           PIC 9(7)V99.
       01  WS-EMB-SALDADAS          PIC 9(4) VALUE 0.

      *    Plan de retiro: aporte del empleado y contrapartida
      *    patronal del recibo en curso, y el total patronal de la
      *    corrida que va a RETGL.DAT.
       01  WS-RGL-STATUS            PIC XX.
           88  WS-RGL-OK            VALUE "00".
       01  WS-MIEMBRO-PLAN-SWITCH   PIC X VALUE "N".
           88  WS-MIEMBRO-PLAN      VALUE "Y".
       01  WS-RET-PORCENTAJE        PIC 9V999.
       01  WS-RET-APORTE            PIC 9(7)V99.
       01  WS-RET-BASE-MATCH        PIC 9(7)V99.
       01  WS-RET-MATCH             PIC 9(7)V99.
       01  WS-RET-MARGEN-ANUAL      PIC S9(9)V99.
       01  WS-RUN-MATCH             PIC 9(9)V99 VALUE 0.

      *    Atrasos retroactivos en memoria: se carga el fichero
      *    entero, el pago marca la entrada y el cierre lo regraba.
       01  WS-RTP-STATUS            PIC XX.
           88  WS-RTP-OK            VALUE "00".
       01  WS-RTN-STATUS            PIC XX.
           88  WS-RTN-OK            VALUE "00".
       01  WS-RTP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-RTP-EOF           VALUE "Y".
       01  WS-RTP-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-RTP-PRESENTE      VALUE "Y".
       01  WS-RT-MAX                PIC 9(4) VALUE 1000.
       01  WS-RT-COUNT              PIC 9(4) VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY RT-IDX.
               10  WS-RT-EMP        PIC 9(6).
               10  WS-RT-EFECTIVA   PIC 9(8).
               10  WS-RT-FECHA      PIC 9(8).
               10  WS-RT-PERIODOS   PIC 9(3).
               10  WS-RT-GROSS      PIC 9(7)V99.
               10  WS-RT-TAX        PIC 9(7)V99.
               10  WS-RT-SS         PIC 9(7)V99.
               10  WS-RT-ESTADO     PIC X.
               10  WS-RT-PAGO       PIC 9(8).
       01  WS-RETRO-GROSS           PIC 9(7)V99.
       01  WS-RETRO-TAX             PIC 9(7)V99.
       01  WS-RETRO-SS              PIC 9(7)V99.

      *    Asistencia agregada por empleado para el periodo: horas
      *    extra trabajadas y ponderadas por el factor de su regla
      *    (tarifa = salario / 240 horas mensuales por hora
      *    ponderada) y faltas a prorratear (un treintavo del
      *    salario por dia).
       01  WS-AS-MAX                PIC 9(4) VALUE 2000.
       01  WS-AS-COUNT              PIC 9(4) VALUE 0.
       01  WS-AS-TABLE.
                   INDEXED BY AS-IDX.
               10  WS-AS-EMP        PIC 9(6).
               10  WS-AS-EXTRA      PIC 9(4)V99.
               10  WS-AS-EXTRA-POND PIC 9(5)V99.
               10  WS-AS-FALTAS     PIC 9(3).
       01  WS-AS-HALLADO-SWITCH     PIC X VALUE "N".
           88  WS-AS-HALLADO        VALUE "Y".
       01  WS-IMPORTE-EXTRA         PIC 9(7)V99.

      *    Licencias aprobadas vigentes desde el ano anterior, para
      *    reclasificar las faltas que cubren.
       01  WS-LIC-MAX               PIC 9(4) VALUE 2000.
       01  WS-LIC-COUNT             PIC 9(4) VALUE 0.
       01  WS-LIC-TABLE.
           05  WS-LIC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY LIC-IDX.
               10  WS-LIC-EMP       PIC 9(6).
               10  WS-LIC-DESDE     PIC 9(8).
               10  WS-LIC-HASTA     PIC 9(8).
               10  WS-LIC-PAGADA    PIC X.
       01  WS-LIC-HALLADA-SWITCH    PIC X VALUE "N".
           88  WS-LIC-HALLADA       VALUE "Y".
       01  WS-LIC-DESDE-MINIMO      PIC 9(8).
       01  WS-IMPORTE-FALTAS        PIC 9(7)V99.

       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
           05  FILLER               PIC X(12) VALUE "BRUTO".
           05  FILLER               PIC X(12) VALUE "NETO".
           05  FILLER               PIC X(12) VALUE "DEDUC".
           05  FILLER               PIC X(5)  VALUE "TRAMO".

       01  WS-DETAIL-LINE.
           05  WS-DET-ID            PIC 9(6).
           05  WS-DET-NET-X REDEFINES WS-DET-NET PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACE.
           05  WS-DET-DEDUC         PIC Z(6)9.99.
           05  FILLER               PIC X(5) VALUE SPACE.
           05  WS-DET-TRAMO         PIC Z9.
       01  WS-FSC-STATUS            PIC XX.
           88  WS-FSC-OK            VALUE "00".
       01  WS-FSC-EOF-SWITCH        PIC X VALUE "N".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TAXTBWS.cpy".
       COPY "PAYHWS.cpy".
       COPY "PLANRWS.cpy".
       COPY "HEXTWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".


            PERFORM LEE-PARAMETROS.
            COMPUTE WS-ANO-NEGOCIO = WS-OPSLOG-DATE / 10000.
            COMPUTE WS-ANOMES-NEGOCIO = WS-OPSLOG-DATE / 100.
            MOVE WS-ANO-NEGOCIO TO WS-TAXT-ANO.
            MOVE WS-OPSLOG-DATE TO WS-TAXT-FECHA.
            PERFORM CARGA-TABLA-IMPUESTO.
            IF NOT WS-TAXT-LOADED
                DISPLAY "SIN ESCALA DE RETENCION PARA " WS-ANO-NEGOCIO
                    " - SE APLICA LA TASA PLANA DE PARM33"
            END-IF.
            PERFORM LEE-CHECKPOINT.
            PERFORM CARGA-DEDUCCIONES.
            PERFORM CARGA-PRESTAMOS.
            PERFORM LEE-TOPES-EMBARGO.
            PERFORM CARGA-EMBARGOS.
            PERFORM LEE-PARAMETROS-PLAN.
            PERFORM CARGA-MIEMBROS-PLAN.
            PERFORM CARGA-CUENTAS-PLAN.
            PERFORM CARGA-LICENCIAS.
            PERFORM CARGA-REGLAS-EXTRA.
            PERFORM CARGA-ASISTENCIA.
            PERFORM CARGA-ACUMULADO-ANUAL.
            PERFORM CARGA-RETROACTIVOS.
            PERFORM LEE-SEGURIDAD-CAMPOS.
            IF WS-NIVEL-SALARIO = 0
      *        Salida en claro concedida por el perfil: queda
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-ANOMES-NEGOCIO TO WS-PAYH-PERIODO.
            SET WS-PAYH-NOMINA TO TRUE.
            PERFORM ABRE-HISTORIA-RECIBOS.

      *    START por la clave alterna para recorrer el roster en orden
      *    de departamento, que es el orden del control break del
            PERFORM ESCRIBE-TOTAL-NOMINA.
            PERFORM ESCRIBE-TOTALES-CODIGOS.

            CLOSE HR-MASTER-FILE PAYROLL-REGISTER PAYSLIP-FILE
                PAYSLIP-HISTORY.
            PERFORM GRABA-ACUMULADO-ANUAL.
            PERFORM GRABA-PRESTAMOS.
            PERFORM GRABA-EMBARGOS.
            PERFORM GRABA-CUENTAS-PLAN.
            PERFORM GRABA-APORTE-PATRONAL.
            PERFORM GRABA-RETROACTIVOS.
            PERFORM VACIA-ASISTENCIA.
            PERFORM GRABA-RETENCIONES.
            PERFORM LIMPIA-CHECKPOINT.
       CALCULA-EMPLEADO.
            MOVE HR-SALARIO TO WS-GROSS.
            PERFORM AJUSTA-ASISTENCIA.
            COMPUTE WS-SS ROUNDED = WS-GROSS * WS-SS-RATE.
            PERFORM CALCULA-RETENCION.
            PERFORM APLICA-RETROACTIVO.
            COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-SS.
            PERFORM LIMPIA-DEDUCCIONES-RECIBO.
            PERFORM APLICA-EMBARGOS.
            PERFORM APLICA-PLAN-RETIRO.
            PERFORM APLICA-DEDUCCIONES.
            PERFORM APLICA-PRESTAMOS.

                MOVE WS-NET TO WS-DET-NET
            END-IF.
            MOVE WS-DED-EMP-TOTAL TO WS-DET-DEDUC.
            MOVE WS-TAXT-TRAMO TO WS-DET-TRAMO.
            IF NOT WS-SUPRIME-SALIDA
                WRITE REPORT-LINE FROM WS-DETAIL-LINE
                IF NOT WS-RPT-OK
            MOVE WS-TAX TO PS-TAX.
            MOVE WS-SS TO PS-SS.
            MOVE WS-NET TO PS-NET.
            MOVE WS-RETRO-GROSS TO PS-RETRO.
            IF NOT WS-SUPRIME-SALIDA
                WRITE PAYSLIP-RECORD
                IF NOT WS-SLIP-OK
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE HR-DEPT-CODE TO WS-PAYH-DEPTO
                PERFORM ARCHIVA-RECIBO
            END-IF.

            PERFORM ACUMULA-ANUAL.
            ADD WS-SS TO WS-RUN-SS.
            ADD 1 TO WS-EMP-COUNT.

       CALCULA-RETENCION.
      *    Con escala cargada la retencion es acumulativa: el bruto
      *    del ano a la fecha mas el del periodo se anualiza por los
      *    meses transcurridos, se aplica la escala y se retiene la
      *    parte del impuesto anual que toca a la fecha menos lo ya
      *    retenido en PAYYTD. Un periodo de mas retenido se compensa
      *    en los siguientes (nunca retencion negativa) y el neto no
      *    queda por debajo de cero.
            MOVE 0 TO WS-TAXT-TRAMO.
            IF NOT WS-TAXT-LOADED
                COMPUTE WS-TAX ROUNDED = WS-GROSS * WS-TAX-RATE
            ELSE
                PERFORM BUSCA-ACUMULADO-EMPLEADO
                COMPUTE WS-TAXT-BASE ROUNDED =
                    (WS-YTD-GROSS-EMP + WS-GROSS) * WS-PERIODOS-ANO
                    / WS-ANOMES-MES
                PERFORM CALCULA-IMPUESTO-ANUAL
                COMPUTE WS-IMPUESTO-A-FECHA ROUNDED =
                    WS-TAXT-IMPUESTO * WS-ANOMES-MES / WS-PERIODOS-ANO
                IF WS-IMPUESTO-A-FECHA > WS-YTD-TAX-EMP
                    COMPUTE WS-TAX =
                        WS-IMPUESTO-A-FECHA - WS-YTD-TAX-EMP
                ELSE
                    MOVE 0 TO WS-TAX
                END-IF
                IF WS-TAX + WS-SS > WS-GROSS
                    COMPUTE WS-TAX = WS-GROSS - WS-SS
                END-IF
            END-IF.

       APLICA-RETROACTIVO.
      *    Atrasos pendientes del empleado: el bruto, el impuesto y
      *    la seguridad social ya recalculados mes a mes por
      *    CALCULA-RETROACTIVO se suman a los del periodo tal cual
      *    (la retencion del periodo ya se calculo sin ellos) y la
      *    entrada queda pagada con la fecha de la corrida.
            MOVE 0 TO WS-RETRO-GROSS.
            MOVE 0 TO WS-RETRO-TAX.
            MOVE 0 TO WS-RETRO-SS.
            PERFORM VARYING RT-IDX FROM 1 BY 1
                    UNTIL RT-IDX > WS-RT-COUNT
                IF WS-RT-EMP (RT-IDX) = HR-EMPLOYEE-ID
                        AND WS-RT-ESTADO (RT-IDX) = SPACE
                    ADD WS-RT-GROSS (RT-IDX) TO WS-RETRO-GROSS
                    ADD WS-RT-TAX (RT-IDX) TO WS-RETRO-TAX
                    ADD WS-RT-SS (RT-IDX) TO WS-RETRO-SS
                    MOVE "P" TO WS-RT-ESTADO (RT-IDX)
                    MOVE WS-OPSLOG-DATE TO WS-RT-PAGO (RT-IDX)
                END-IF
            END-PERFORM.
            ADD WS-RETRO-GROSS TO WS-GROSS.
            ADD WS-RETRO-TAX TO WS-TAX.
            ADD WS-RETRO-SS TO WS-SS.

       BUSCA-ACUMULADO-EMPLEADO.
      *    Bruto e impuesto ya acumulados por el empleado en el ano
      *    de negocio; cero si es su primer cobro del ejercicio.
            MOVE 0 TO WS-YTD-GROSS-EMP.
            MOVE 0 TO WS-YTD-TAX-EMP.
            PERFORM VARYING PYT-IDX FROM 1 BY 1
                    UNTIL PYT-IDX > WS-PYT-COUNT
                IF WS-PYT-ANO (PYT-IDX) = WS-ANO-NEGOCIO
                        AND WS-PYT-EMP (PYT-IDX) = HR-EMPLOYEE-ID
                    MOVE WS-PYT-GROSS (PYT-IDX) TO WS-YTD-GROSS-EMP
                    MOVE WS-PYT-TAX (PYT-IDX) TO WS-YTD-TAX-EMP
                END-IF
            END-PERFORM.

       LEE-CHECKPOINT.
      *    Checkpoint de la misma fecha de negocio con registros
      *    pendientes = corrida incompleta que se reanuda.
            END-IF.
            CLOSE WITHHELD-FILE.

       LIMPIA-DEDUCCIONES-RECIBO.
            MOVE 0 TO WS-DED-EMP-TOTAL.
            MOVE 0 TO PS-DED-COUNT.
            MOVE SPACES TO PS-DEDUCCION (1) PS-DEDUCCION (2)
                PS-DED-AMOUNT (3) PS-DED-AMOUNT (4)
                PS-DED-AMOUNT (5).
            MOVE 0 TO PS-DED-TOTAL.

       APLICA-EMBARGOS.
      *    Ordenes vigentes del empleado de menor a mayor prioridad.
      *    El ingreso disponible es el bruto menos impuesto y
      *    seguridad social; cada orden toma su cuota (o todo lo que
      *    permita el tope si no fija cuota) sin pasar de su tope
      *    menos lo ya embargado por las anteriores, de su saldo ni
      *    del neto. Saldo en cero = orden saldada.
            MOVE WS-NET TO WS-EMB-DISPONIBLE.
            MOVE 0 TO WS-EMB-TOMADO.
            PERFORM VARYING GM-IDX FROM 1 BY 1
                    UNTIL GM-IDX > WS-GM-COUNT
                MOVE "N" TO WS-GM-TOMADA (GM-IDX)
            END-PERFORM.
            PERFORM BUSCA-SIGUIENTE-ORDEN.
            PERFORM UNTIL WS-GM-ELEGIDA = 0
                SET GM-IDX TO WS-GM-ELEGIDA
                MOVE "Y" TO WS-GM-TOMADA (GM-IDX)
                PERFORM APLICA-UNA-ORDEN
                PERFORM BUSCA-SIGUIENTE-ORDEN
            END-PERFORM.

       BUSCA-SIGUIENTE-ORDEN.
            MOVE 0 TO WS-GM-ELEGIDA.
            MOVE 99 TO WS-GM-MEJOR-PRIORIDAD.
            PERFORM VARYING GM-IDX FROM 1 BY 1
                    UNTIL GM-IDX > WS-GM-COUNT
                IF WS-GM-EMP (GM-IDX) = HR-EMPLOYEE-ID
                        AND WS-GM-ESTADO (GM-IDX) = "A"
                        AND WS-GM-TOMADA (GM-IDX) = "N"
                        AND (WS-GM-ELEGIDA = 0
                        OR WS-GM-PRIORIDAD (GM-IDX)
                            < WS-GM-MEJOR-PRIORIDAD)
                    SET WS-GM-ELEGIDA TO GM-IDX
                    MOVE WS-GM-PRIORIDAD (GM-IDX)
                        TO WS-GM-MEJOR-PRIORIDAD
                END-IF
            END-PERFORM.

       APLICA-UNA-ORDEN.
            EVALUATE WS-GM-REGLA (GM-IDX)
                WHEN "A"
                    MOVE WS-TOPE-ALIMENTOS TO WS-EMB-PORCENTAJE
                WHEN "P"
                    MOVE WS-GM-PORCENTAJE (GM-IDX)
                        TO WS-EMB-PORCENTAJE
                WHEN OTHER
                    MOVE WS-TOPE-ORDINARIO TO WS-EMB-PORCENTAJE
            END-EVALUATE.
            COMPUTE WS-EMB-TOPE ROUNDED =
                WS-EMB-DISPONIBLE * WS-EMB-PORCENTAJE / 100
                - WS-EMB-TOMADO.
            IF WS-EMB-TOPE < 0
                MOVE 0 TO WS-EMB-TOPE
            END-IF.
            IF WS-GM-CUOTA (GM-IDX) > 0
                    AND WS-GM-CUOTA (GM-IDX) < WS-EMB-TOPE
                MOVE WS-GM-CUOTA (GM-IDX) TO WS-EMB-IMPORTE
            ELSE
                MOVE WS-EMB-TOPE TO WS-EMB-IMPORTE
            END-IF.
            IF WS-EMB-IMPORTE > WS-GM-SALDO (GM-IDX)
                MOVE WS-GM-SALDO (GM-IDX) TO WS-EMB-IMPORTE
            END-IF.
            IF WS-EMB-IMPORTE > WS-NET
                MOVE WS-NET TO WS-EMB-IMPORTE
            END-IF.
            IF WS-EMB-IMPORTE > 0
                SUBTRACT WS-EMB-IMPORTE FROM WS-NET
                SUBTRACT WS-EMB-IMPORTE FROM WS-GM-SALDO (GM-IDX)
                ADD WS-EMB-IMPORTE TO WS-GM-RETENIDO (GM-IDX)
                ADD WS-EMB-IMPORTE TO WS-EMB-TOMADO
                ADD WS-EMB-IMPORTE TO WS-DED-EMP-TOTAL
                MOVE WS-EMB-IMPORTE TO WS-DED-IMPORTE
                MOVE "EMB" TO WS-CTL-COD
                PERFORM ACUMULA-CODIGO
                IF PS-DED-COUNT < 5
                    ADD 1 TO PS-DED-COUNT
                    MOVE "EMB" TO PS-DED-CODE (PS-DED-COUNT)
                    MOVE WS-EMB-IMPORTE
                        TO PS-DED-AMOUNT (PS-DED-COUNT)
                END-IF
                IF WS-GM-SALDO (GM-IDX) = 0
                    MOVE "S" TO WS-GM-ESTADO (GM-IDX)
                    ADD 1 TO WS-EMB-SALDADAS
                END-IF
            END-IF.

       APLICA-DEDUCCIONES.
      *    Recorre la tabla de deducciones vigentes buscando las del
      *    empleado en curso; cada una se itemiza en el recibo (hasta
      *    cinco), se acumula en el total por codigo y se descuenta
      *    del neto. Una deduccion mayor que el neto disponible se
      *    toma parcial: el neto nunca queda negativo. Los embargos
      *    judiciales ya se tomaron antes (APLICA-EMBARGOS). Al
      *    miembro del plan de retiro su aporte se lo toma
      *    APLICA-PLAN-RETIRO: una linea RET vieja de DEDMAST no
      *    se le descuenta dos veces.
            PERFORM VARYING DED-IDX FROM 1 BY 1
                    UNTIL DED-IDX > WS-DED-COUNT
                IF WS-DED-EMP (DED-IDX) = HR-EMPLOYEE-ID
                        AND NOT (WS-MIEMBRO-PLAN
                        AND WS-DED-COD (DED-IDX) = "RET")
                    IF WS-DED-TIPO (DED-IDX) = "P"
                        COMPUTE WS-DED-IMPORTE ROUNDED =
                            WS-GROSS * WS-DED-VALOR (DED-IDX)
            END-PERFORM.
            MOVE WS-DED-EMP-TOTAL TO PS-DED-TOTAL.

       APLICA-PLAN-RETIRO.
      *    Aporte del miembro activo: su porcentaje elegido (nunca
      *    mas que el maximo del plan) sobre el bruto, sin pasar del
      *    limite anual ni del neto. La contrapartida patronal es la
      *    tasa del plan sobre lo aportado hasta el tope del bruto
      *    que se iguala. Ambos lados quedan en la cuenta; en
      *    reanudacion el tramo saltado se recalcula igual en la
      *    tabla, que solo se graba al cierre.
            MOVE "N" TO WS-MIEMBRO-PLAN-SWITCH.
            MOVE 0 TO WS-RET-APORTE.
            MOVE 0 TO WS-RET-MATCH.
            MOVE HR-EMPLOYEE-ID TO WS-PLAN-LOOKUP-EMP.
            PERFORM BUSCA-MIEMBRO-PLAN.
            IF WS-PLNM-IX > 0
                SET WS-MIEMBRO-PLAN TO TRUE
                IF WS-PLNM-TBL-ESTADO (WS-PLNM-IX) = "A"
                        AND WS-PLNM-TBL-INSCRIPCION (WS-PLNM-IX)
                        <= WS-OPSLOG-DATE
                    PERFORM CALCULA-APORTE-PLAN
                END-IF
            END-IF.

       CALCULA-APORTE-PLAN.
            MOVE WS-PLNM-TBL-PORC (WS-PLNM-IX) TO WS-RET-PORCENTAJE.
            IF WS-RET-PORCENTAJE > WS-PLAN-PORC-MAXIMO
                MOVE WS-PLAN-PORC-MAXIMO TO WS-RET-PORCENTAJE
            END-IF.
            COMPUTE WS-RET-APORTE ROUNDED =
                WS-GROSS * WS-RET-PORCENTAJE.
            PERFORM BUSCA-CUENTA-PLAN.
            IF WS-PLNC-IX = 0
                PERFORM ABRE-CUENTA-PLAN
            END-IF.
            IF WS-PLNC-TBL-ANO (WS-PLNC-IX) NOT = WS-ANO-NEGOCIO
                MOVE WS-ANO-NEGOCIO TO WS-PLNC-TBL-ANO (WS-PLNC-IX)
                MOVE 0 TO WS-PLNC-TBL-APORTE-ANO (WS-PLNC-IX)
            END-IF.
            IF WS-PLAN-LIMITE-ANUAL > 0
                COMPUTE WS-RET-MARGEN-ANUAL = WS-PLAN-LIMITE-ANUAL
                    - WS-PLNC-TBL-APORTE-ANO (WS-PLNC-IX)
                IF WS-RET-MARGEN-ANUAL < 0
                    MOVE 0 TO WS-RET-MARGEN-ANUAL
                END-IF
                IF WS-RET-APORTE > WS-RET-MARGEN-ANUAL
                    MOVE WS-RET-MARGEN-ANUAL TO WS-RET-APORTE
                END-IF
            END-IF.
            IF WS-RET-APORTE > WS-NET
                MOVE WS-NET TO WS-RET-APORTE
            END-IF.
            IF WS-RET-APORTE > 0
                COMPUTE WS-RET-BASE-MATCH ROUNDED =
                    WS-GROSS * WS-PLAN-TOPE-MATCH
                IF WS-RET-APORTE < WS-RET-BASE-MATCH
                    MOVE WS-RET-APORTE TO WS-RET-BASE-MATCH
                END-IF
                COMPUTE WS-RET-MATCH ROUNDED =
                    WS-RET-BASE-MATCH * WS-PLAN-TASA-MATCH
                SUBTRACT WS-RET-APORTE FROM WS-NET
                ADD WS-RET-APORTE TO WS-DED-EMP-TOTAL
                MOVE WS-RET-APORTE TO WS-DED-IMPORTE
                MOVE "RET" TO WS-CTL-COD
                PERFORM ACUMULA-CODIGO
                IF PS-DED-COUNT < 5
                    ADD 1 TO PS-DED-COUNT
                    MOVE "RET" TO PS-DED-CODE (PS-DED-COUNT)
                    MOVE WS-RET-APORTE TO PS-DED-AMOUNT (PS-DED-COUNT)
                END-IF
                ADD WS-RET-APORTE TO WS-PLNC-TBL-SALDO-EMP (WS-PLNC-IX)
                    WS-PLNC-TBL-APORTE-ANO (WS-PLNC-IX)
                    WS-PLNC-TBL-CORRIDA-EMP (WS-PLNC-IX)
                ADD WS-RET-MATCH TO WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                    WS-PLNC-TBL-CORRIDA-PAT (WS-PLNC-IX)
                    WS-RUN-MATCH
                MOVE WS-OPSLOG-DATE TO WS-PLNC-TBL-FECHA (WS-PLNC-IX)
                SET WS-PLNC-CAMBIADO TO TRUE
            END-IF.

       GRABA-APORTE-PATRONAL.
      *    Un registro por corrida con la contrapartida patronal,
      *    pendiente de postear como gasto contra aportes por pagar
      *    al plan.
            IF WS-RUN-MATCH > 0
                OPEN EXTEND PLAN-GL-FILE
                IF NOT WS-RGL-OK
                    OPEN OUTPUT PLAN-GL-FILE
                    IF NOT WS-RGL-OK
                        MOVE WS-RGL-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-APORTE-PATRONAL OPEN"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
                MOVE WS-ANOMES-NEGOCIO TO RG-ANOMES
                MOVE WS-RUN-MATCH TO RG-IMPORTE
                MOVE SPACE TO RG-ESTADO
                WRITE PLAN-GL-RECORD
                IF NOT WS-RGL-OK
                    MOVE WS-RGL-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-APORTE-PATRONAL WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                CLOSE PLAN-GL-FILE
                DISPLAY "APORTE PATRONAL AL PLAN DE RETIRO: "
                    WS-RUN-MATCH
            END-IF.

       AJUSTA-ASISTENCIA.
      *    Horas extra ponderadas al bruto a tarifa de salario / 240
      *    horas del mes; faltas prorrateadas a un treintavo del
      *    salario por dia, sin dejar el bruto negativo.
            MOVE "N" TO WS-AS-HALLADO-SWITCH.
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX > WS-AS-COUNT
            IF WS-AS-HALLADO
                SET AS-IDX DOWN BY 1
                COMPUTE WS-IMPORTE-EXTRA ROUNDED =
                    HR-SALARIO / 240 * WS-AS-EXTRA-POND (AS-IDX)
                COMPUTE WS-IMPORTE-FALTAS ROUNDED =
                    HR-SALARIO / 30 * WS-AS-FALTAS (AS-IDX)
                ADD WS-IMPORTE-EXTRA TO WS-GROSS

       CARGA-UNA-ASISTENCIA.
      *    En reanudacion la corrida incompleta ya copio el feed a
      *    ATTPROC; no se duplica la constancia. La falta cubierta
      *    por una licencia aprobada despues de la captura pasa a la
      *    constancia ya reclasificada.
            IF AT-TIPO = "F"
                PERFORM RECLASIFICA-FALTA
            END-IF.
            IF NOT WS-REANUDA
                WRITE ATTENDANCE-PROC-LINE FROM ATTENDANCE-RECORD
                IF NOT WS-ASP-OK
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            IF AT-TIPO = "P" OR AT-TIPO = "F" OR AT-TIPO = "S"
                PERFORM ACUMULA-ASISTENCIA
            END-IF.

       RECLASIFICA-FALTA.
            MOVE "N" TO WS-LIC-HALLADA-SWITCH.
            PERFORM VARYING LIC-IDX FROM 1 BY 1
                    UNTIL LIC-IDX > WS-LIC-COUNT
                    OR WS-LIC-HALLADA
                IF WS-LIC-EMP (LIC-IDX) = AT-EMPLOYEE-ID
                        AND WS-LIC-DESDE (LIC-IDX) <= AT-FECHA
                        AND WS-LIC-HASTA (LIC-IDX) >= AT-FECHA
                    SET WS-LIC-HALLADA TO TRUE
                END-IF
            END-PERFORM.
            IF WS-LIC-HALLADA
                SET LIC-IDX DOWN BY 1
                IF WS-LIC-PAGADA (LIC-IDX) = "S"
                    MOVE "L" TO AT-TIPO
                ELSE
                    MOVE "S" TO AT-TIPO
                END-IF
            END-IF.

       ACUMULA-ASISTENCIA.
            MOVE "N" TO WS-AS-HALLADO-SWITCH.
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    SET AS-IDX TO WS-AS-COUNT
                    MOVE AT-EMPLOYEE-ID TO WS-AS-EMP (AS-IDX)
                    MOVE 0 TO WS-AS-EXTRA (AS-IDX)
                    MOVE 0 TO WS-AS-EXTRA-POND (AS-IDX)
                    MOVE 0 TO WS-AS-FALTAS (AS-IDX)
                ELSE
                    DISPLAY "TABLA DE ASISTENCIA LLENA - EMPLEADO "
            END-IF.
            IF AT-TIPO = "P"
                ADD AT-EXTRA TO WS-AS-EXTRA (AS-IDX)
                MOVE AT-TIPO-DIA TO WS-HEXT-LOOKUP-TIPO
                MOVE AT-TURNO TO WS-HEXT-LOOKUP-TURNO
                PERFORM BUSCA-FACTOR-EXTRA
                COMPUTE WS-AS-EXTRA-POND (AS-IDX) ROUNDED =
                    WS-AS-EXTRA-POND (AS-IDX)
                    + AT-EXTRA * WS-HEXT-FACTOR
            END-IF.
            IF AT-TIPO = "F" OR AT-TIPO = "S"
                ADD 1 TO WS-AS-FALTAS (AS-IDX)
            END-IF.

       CARGA-LICENCIAS.
      *    Basta con las licencias que terminan desde el primero de
      *    enero del ano anterior: el feed nunca trae dias mas
      *    viejos.
            COMPUTE WS-LIC-DESDE-MINIMO =
                (WS-ANO-NEGOCIO - 1) * 10000 + 101.
            OPEN INPUT LEAVE-REQUESTS.
            IF WS-LRQ-OK
                PERFORM UNTIL WS-LRQ-EOF
                    READ LEAVE-REQUESTS
                        AT END SET WS-LRQ-EOF TO TRUE
                        NOT AT END
                            IF LR-ESTADO = "A"
                                    AND LR-HASTA >= WS-LIC-DESDE-MINIMO
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
                MOVE LR-DESDE TO WS-LIC-DESDE (LIC-IDX)
                MOVE LR-HASTA TO WS-LIC-HASTA (LIC-IDX)
                MOVE LR-PAGADA TO WS-LIC-PAGADA (LIC-IDX)
            ELSE
      *         Una licencia pagada sin cargar se descontaria como
      *         falta: se aborta.
                DISPLAY "TABLA DE LICENCIAS LLENA - EMPLEADO "
                    LR-EMPLOYEE-ID
                MOVE "CARGA-UNA-LICENCIA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       VACIA-ASISTENCIA.
      *    El feed consumido queda vacio para el periodo siguiente;
      *    la constancia esta en ATTPROC.DAT.
            END-PERFORM.
            CLOSE LOAN-MASTER-NEW LOAN-MASTER.

       LEE-TOPES-EMBARGO.
            OPEN INPUT GARN-PARM-FILE.
            IF WS-GMP-OK
                READ GARN-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF GMP-TOPE-ORDINARIO IS NUMERIC
                            MOVE GMP-TOPE-ORDINARIO
                                TO WS-TOPE-ORDINARIO
                        END-IF
                        IF GMP-TOPE-ALIMENTOS IS NUMERIC
                            MOVE GMP-TOPE-ALIMENTOS
                                TO WS-TOPE-ALIMENTOS
                        END-IF
                END-READ
                CLOSE GARN-PARM-FILE
            END-IF.

       CARGA-EMBARGOS.
      *    Sin GARNMAST.DAT en disco no hay embargos que aplicar y
      *    el cierre no regraba nada.
            OPEN INPUT GARN-MASTER.
            IF WS-GMM-OK
                SET WS-GMM-PRESENTE TO TRUE
                PERFORM UNTIL WS-GMM-EOF
                    READ GARN-MASTER
                        AT END SET WS-GMM-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-EMBARGO
                    END-READ
                END-PERFORM
                CLOSE GARN-MASTER
            END-IF.

       CARGA-UN-EMBARGO.
            IF WS-GM-COUNT < WS-GM-MAX
                ADD 1 TO WS-GM-COUNT
                SET GM-IDX TO WS-GM-COUNT
                MOVE GM-REFERENCIA TO WS-GM-REFERENCIA (GM-IDX)
                MOVE GM-EMPLOYEE-ID TO WS-GM-EMP (GM-IDX)
                MOVE GM-ACREEDOR TO WS-GM-ACREEDOR (GM-IDX)
                MOVE GM-TOTAL TO WS-GM-TOTAL (GM-IDX)
                MOVE GM-SALDO TO WS-GM-SALDO (GM-IDX)
                MOVE GM-PRIORIDAD TO WS-GM-PRIORIDAD (GM-IDX)
                MOVE GM-REGLA TO WS-GM-REGLA (GM-IDX)
                MOVE GM-PORCENTAJE TO WS-GM-PORCENTAJE (GM-IDX)
                MOVE GM-CUOTA TO WS-GM-CUOTA (GM-IDX)
                MOVE GM-FECHA-ALTA TO WS-GM-FECHA (GM-IDX)
                MOVE GM-ESTADO TO WS-GM-ESTADO (GM-IDX)
                MOVE 0 TO WS-GM-RETENIDO (GM-IDX)
                MOVE "N" TO WS-GM-TOMADA (GM-IDX)
            ELSE
      *         Dejarla fuera de la tabla la borraria del master
      *         al regrabar GRABA-EMBARGOS: se aborta.
                DISPLAY "TABLA DE EMBARGOS LLENA - ORDEN "
                    GM-REFERENCIA
                MOVE "CARGA-UN-EMBARGO"
                    TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       GRABA-EMBARGOS.
      *    Lo retenido por cada orden queda pendiente de remesa en
      *    EMBRET.DAT; el master se regraba con los saldos nuevos por
      *    el fichero de trabajo (patron PROMUEVE-IMAGEN).
            IF WS-GMM-PRESENTE
                PERFORM GRABA-RETENIDO-EMBARGOS
                OPEN OUTPUT GARN-MASTER-NEW
                IF NOT WS-GMN-OK
                    MOVE WS-GMN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-EMBARGOS OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING GM-IDX FROM 1 BY 1
                        UNTIL GM-IDX > WS-GM-COUNT
                    MOVE WS-GM-REFERENCIA (GM-IDX) TO GM-REFERENCIA
                    MOVE WS-GM-EMP (GM-IDX) TO GM-EMPLOYEE-ID
                    MOVE WS-GM-ACREEDOR (GM-IDX) TO GM-ACREEDOR
                    MOVE WS-GM-TOTAL (GM-IDX) TO GM-TOTAL
                    MOVE WS-GM-SALDO (GM-IDX) TO GM-SALDO
                    MOVE WS-GM-PRIORIDAD (GM-IDX) TO GM-PRIORIDAD
                    MOVE WS-GM-REGLA (GM-IDX) TO GM-REGLA
                    MOVE WS-GM-PORCENTAJE (GM-IDX) TO GM-PORCENTAJE
                    MOVE WS-GM-CUOTA (GM-IDX) TO GM-CUOTA
                    MOVE WS-GM-FECHA (GM-IDX) TO GM-FECHA-ALTA
                    MOVE WS-GM-ESTADO (GM-IDX) TO GM-ESTADO
                    WRITE GARN-NEW-LINE FROM GARN-MASTER-RECORD
                    IF NOT WS-GMN-OK
                        MOVE WS-GMN-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-EMBARGOS WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE GARN-MASTER-NEW
                PERFORM PROMUEVE-EMBARGOS
                IF WS-EMB-SALDADAS > 0
                    DISPLAY "ORDENES DE EMBARGO SALDADAS EN LA "
                        "CORRIDA: " WS-EMB-SALDADAS
                END-IF
            END-IF.

       GRABA-RETENIDO-EMBARGOS.
            OPEN EXTEND GARN-WITHHELD.
            IF NOT WS-EMR-OK
                OPEN OUTPUT GARN-WITHHELD
                IF NOT WS-EMR-OK
                    MOVE WS-EMR-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RETENIDO-EMBARGOS OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING GM-IDX FROM 1 BY 1
                    UNTIL GM-IDX > WS-GM-COUNT
                IF WS-GM-RETENIDO (GM-IDX) > 0
                    MOVE WS-OPSLOG-DATE TO ER-FECHA
                    MOVE WS-GM-REFERENCIA (GM-IDX) TO ER-REFERENCIA
                    MOVE WS-GM-EMP (GM-IDX) TO ER-EMPLOYEE-ID
                    MOVE WS-GM-ACREEDOR (GM-IDX) TO ER-ACREEDOR
                    MOVE WS-GM-RETENIDO (GM-IDX) TO ER-IMPORTE
                    MOVE WS-GM-SALDO (GM-IDX) TO ER-SALDO
                    MOVE SPACE TO ER-ESTADO
                    WRITE GARN-WITHHELD-RECORD
                    IF NOT WS-EMR-OK
                        MOVE WS-EMR-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-RETENIDO-EMBARGOS WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE GARN-WITHHELD.

       PROMUEVE-EMBARGOS.
            MOVE "N" TO WS-GMM-EOF-SWITCH.
            OPEN INPUT GARN-MASTER-NEW.
            IF NOT WS-GMN-OK
                MOVE WS-GMN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-EMBARGOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT GARN-MASTER.
            IF NOT WS-GMM-OK
                MOVE WS-GMM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-EMBARGOS OPEN GMM"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-GMM-EOF
                READ GARN-MASTER-NEW
                    AT END SET WS-GMM-EOF TO TRUE
                    NOT AT END
                        WRITE GARN-MASTER-RECORD FROM GARN-NEW-LINE
                        IF NOT WS-GMM-OK
                            MOVE WS-GMM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-EMBARGOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE GARN-MASTER-NEW GARN-MASTER.

       CARGA-RETROACTIVOS.
      *    Sin RETROPAY.DAT no hay atrasos que pagar ni que regrabar.
            OPEN INPUT RETRO-PAY-FILE.
            IF WS-RTP-OK
                SET WS-RTP-PRESENTE TO TRUE
                PERFORM UNTIL WS-RTP-EOF
                    READ RETRO-PAY-FILE
                        AT END SET WS-RTP-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-RETROACTIVO
                    END-READ
                END-PERFORM
                CLOSE RETRO-PAY-FILE
            END-IF.

       CARGA-UN-RETROACTIVO.
            IF WS-RT-COUNT < WS-RT-MAX
                ADD 1 TO WS-RT-COUNT
                SET RT-IDX TO WS-RT-COUNT
                MOVE RP-EMPLOYEE-ID TO WS-RT-EMP (RT-IDX)
                MOVE RP-FECHA-EFECTIVA TO WS-RT-EFECTIVA (RT-IDX)
                MOVE RP-FECHA TO WS-RT-FECHA (RT-IDX)
                MOVE RP-PERIODOS TO WS-RT-PERIODOS (RT-IDX)
                MOVE RP-GROSS TO WS-RT-GROSS (RT-IDX)
                MOVE RP-TAX TO WS-RT-TAX (RT-IDX)
                MOVE RP-SS TO WS-RT-SS (RT-IDX)
                MOVE RP-ESTADO TO WS-RT-ESTADO (RT-IDX)
                MOVE RP-FECHA-PAGO TO WS-RT-PAGO (RT-IDX)
            ELSE
      *         Fuera de la tabla se perderia al regrabar: se aborta.
                DISPLAY "TABLA DE ATRASOS LLENA - EMPLEADO "
                    RP-EMPLOYEE-ID
                MOVE "CARGA-UN-RETROACTIVO"
                    TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       GRABA-RETROACTIVOS.
      *    Regraba RETROPAY con los pagados de la corrida marcados,
      *    por el fichero de trabajo (patron PROMUEVE-IMAGEN).
            IF WS-RTP-PRESENTE
                OPEN OUTPUT RETRO-PAY-NEW
                IF NOT WS-RTN-OK
                    MOVE WS-RTN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RETROACTIVOS OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING RT-IDX FROM 1 BY 1
                        UNTIL RT-IDX > WS-RT-COUNT
                    MOVE WS-RT-EMP (RT-IDX) TO RP-EMPLOYEE-ID
                    MOVE WS-RT-EFECTIVA (RT-IDX) TO RP-FECHA-EFECTIVA
                    MOVE WS-RT-FECHA (RT-IDX) TO RP-FECHA
                    MOVE WS-RT-PERIODOS (RT-IDX) TO RP-PERIODOS
                    MOVE WS-RT-GROSS (RT-IDX) TO RP-GROSS
                    MOVE WS-RT-TAX (RT-IDX) TO RP-TAX
                    MOVE WS-RT-SS (RT-IDX) TO RP-SS
                    MOVE WS-RT-ESTADO (RT-IDX) TO RP-ESTADO
                    MOVE WS-RT-PAGO (RT-IDX) TO RP-FECHA-PAGO
                    WRITE RETRO-PAY-NEW-LINE FROM RETRO-PAY-RECORD
                    IF NOT WS-RTN-OK
                        MOVE WS-RTN-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-RETROACTIVOS WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE RETRO-PAY-NEW
                PERFORM PROMUEVE-RETROACTIVOS
            END-IF.

       PROMUEVE-RETROACTIVOS.
            MOVE "N" TO WS-RTP-EOF-SWITCH.
            OPEN INPUT RETRO-PAY-NEW.
            IF NOT WS-RTN-OK
                MOVE WS-RTN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RETROACTIVOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT RETRO-PAY-FILE.
            IF NOT WS-RTP-OK
                MOVE WS-RTP-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RETROACTIVOS OPEN RTP"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-RTP-EOF
                READ RETRO-PAY-NEW
                    AT END SET WS-RTP-EOF TO TRUE
                    NOT AT END
                        WRITE RETRO-PAY-RECORD FROM RETRO-PAY-NEW-LINE
                        IF NOT WS-RTP-OK
                            MOVE WS-RTP-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-RETROACTIVOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RETRO-PAY-NEW RETRO-PAY-FILE.

       ACUMULA-CODIGO.
      *    Suma WS-DED-IMPORTE al total de corrida del codigo que
      *    viene en WS-CTL-COD, dando de alta el codigo la primera
            MOVE "N" TO WS-LNM-EOF-SWITCH.
            MOVE "N" TO WS-LNM-PRESENTE-SWITCH.
            MOVE 0 TO WS-LN-COUNT.
            MOVE "N" TO WS-GMM-EOF-SWITCH.
            MOVE "N" TO WS-GMM-PRESENTE-SWITCH.
            MOVE 0 TO WS-GM-COUNT.
            MOVE 0 TO WS-EMB-SALDADAS.
            MOVE 0 TO WS-RUN-MATCH.
            MOVE "N" TO WS-MIEMBRO-PLAN-SWITCH.
            MOVE 25 TO WS-TOPE-ORDINARIO.
            MOVE 50 TO WS-TOPE-ALIMENTOS.
            MOVE "N" TO WS-RTP-EOF-SWITCH.
            MOVE "N" TO WS-RTP-PRESENTE-SWITCH.
            MOVE 0 TO WS-RT-COUNT.
            MOVE "N" TO WS-ASI-EOF-SWITCH.
            MOVE "N" TO WS-ASI-PRESENTE-SWITCH.
            MOVE 0 TO WS-AS-COUNT.
            MOVE "N" TO WS-LRQ-EOF-SWITCH.
            MOVE 0 TO WS-LIC-COUNT.
            MOVE "N" TO WS-REANUDA-SWITCH.
            MOVE "N" TO WS-SUPRIME-SWITCH.
            MOVE 0 TO WS-CKP-REGISTROS.
            MOVE 0 TO WS-RUNST-IN-COUNT.
            MOVE 0 TO WS-RUNST-OUT-COUNT.
            MOVE 3 TO WS-NIVEL-SALARIO.
            MOVE "N" TO WS-TAXT-LOADED-SWITCH.
            MOVE 0 TO WS-TAXT-TRAMO.

       COPY "TAXTBWR.cpy".
       COPY "PAYHWR.cpy".
       COPY "PLANRWR.cpy".
       COPY "HEXTWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

