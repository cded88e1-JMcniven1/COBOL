      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retroactive pay run for backdated salary changes.
      *          APLICA-PENDIENTES queues on RETROPND.DAT every salary
      *          cambio it lands whose effective date falls in a month
      *          already paid, with the salary before and after. For
      *          each one this run recomputes every paid month from
      *          the effective date (or the hire date, if later) up
      *          to the month before the business month: the gross
      *          actually paid, as the payslip history (PAYHIST)
      *          holds it, against that gross plus the salary
      *          increase (the first month prorated by days at a
      *          thirtieth of the salary, the CALCULA-NOMINA rate);
      *          a month with no payroll payslip on the history was
      *          not paid and is listed but not recomputed. For an
      *          employee with no history at all (paid before the
      *          archive existed) every month counts as paid at the
      *          old HR-SALARIO. Income tax of each month is taken
      *          on the TAXTABLE scale of its year (the month's gross
      *          annualized, flat PARM33 rate with no scale) and
      *          social security on both. The differences go, one
      *          line per change, on RETROPAY.DAT for the next
      *          CALCULA-NOMINA run to pay as the itemized RETRO
      *          amount of the payslip, and a retro audit listing
      *          (RETROAUD.TXT) shows them month by month with the
      *          totals for payroll to sign off.
      *          A backdated salary cut is listed but not queued: the
      *          overpayment is recovered by HR as a deduction.
      *          RETROPND.DAT is emptied once processed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-RETROACTIVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM33.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *    Cambios de salario retroactivos que dejo APLICA-PENDIENTES.
           SELECT RETRO-QUEUE ASSIGN TO "RETROPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTQ-STATUS.
      *    Atrasos calculados, pendientes de pago en la proxima
      *    nomina (CALCULA-NOMINA los marca pagados).
           SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "RETROAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "TAXTBSL.cpy".
      *    Historico de recibos: fuente de los meses efectivamente
      *    pagados y del bruto con que se pagaron.
           COPY "PAYHSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TAX-RATE        PIC 9V999.
           05  PARM-SS-RATE         PIC 9V999.

      *    Mismo layout que graba APLICA-PENDIENTES.
       FD  RETRO-QUEUE.
       01  RETRO-QUEUE-RECORD.
           05  RN-EMPLOYEE-ID       PIC 9(6).
           05  RN-APELLIDOS         PIC X(20).
           05  RN-NOMBRE            PIC X(15).
           05  RN-FECHA-EFECTIVA    PIC 9(8).
           05  RN-SALARIO-ANTES     PIC 9(7)V99.
           05  RN-SALARIO-NUEVO     PIC 9(7)V99.
           05  RN-FECHA-APLICA      PIC 9(8).
           05  RN-FECHA-ALTA        PIC 9(8).

      *    Un registro por cambio retroactivo: RP-ESTADO en blanco
      *    = pendiente de pago, P = pagado en la nomina de
      *    RP-FECHA-PAGO.
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

       FD  AUDIT-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "TAXTBFD.cpy".
       COPY "PAYHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-RTQ-STATUS            PIC XX.
           88  WS-RTQ-OK            VALUE "00".
       01  WS-RTP-STATUS            PIC XX.
           88  WS-RTP-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-RTQ-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-RTQ-PRESENTE      VALUE "Y".
       01  WS-TAX-RATE              PIC 9V999 VALUE 0.150.
       01  WS-SS-RATE               PIC 9V999 VALUE 0.062.
       01  WS-PERIODOS-ANO          PIC 9(2) VALUE 12.

      *    Recorrido de los meses afectados, de WS-FECHA-DESDE al mes
      *    anterior al de negocio.
       01  WS-MES-NEGOCIO           PIC 9(6).
       01  WS-FECHA-DESDE           PIC 9(8).
       01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           05  WS-DESDE-ANOMES      PIC 9(6).
           05  WS-DESDE-DIA         PIC 9(2).
       01  WS-PERIODO               PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANO           PIC 9(4).
           05  WS-PER-MES           PIC 9(2).
       01  WS-DIAS-NUEVO            PIC 9(2).
       01  WS-DIF-SALARIO           PIC 9(7)V99.
       01  WS-PAYH-ABIERTO-SWITCH   PIC X VALUE "N".
           88  WS-PAYH-ABIERTO      VALUE "Y".
       01  WS-CON-HISTORIA-SWITCH   PIC X VALUE "N".
           88  WS-CON-HISTORIA      VALUE "Y".
       01  WS-RECIBO-HALLADO-SWITCH PIC X VALUE "N".
           88  WS-RECIBO-HALLADO    VALUE "Y".
       01  WS-SIN-RECIBO            PIC 9(6) VALUE 0.

      *    Calculo de un mes: pagado al salario anterior, debido al
      *    nuevo, y las diferencias.
       01  WS-BRUTO-PAGADO          PIC 9(7)V99.
       01  WS-BRUTO-DEBIDO          PIC 9(7)V99.
       01  WS-CALC-BRUTO            PIC 9(7)V99.
       01  WS-CALC-TAX              PIC 9(7)V99.
       01  WS-TAX-PAGADO            PIC 9(7)V99.
       01  WS-TAX-DEBIDO            PIC 9(7)V99.
       01  WS-SS-PAGADO             PIC 9(7)V99.
       01  WS-SS-DEBIDO             PIC 9(7)V99.
       01  WS-DIF-GROSS             PIC 9(7)V99.
       01  WS-DIF-TAX               PIC 9(7)V99.
       01  WS-DIF-SS                PIC 9(7)V99.
       01  WS-DIF-NET               PIC 9(7)V99.

       01  WS-CAMBIO-TOTALES.
           05  WS-CAM-PERIODOS      PIC 9(3).
           05  WS-CAM-PAGADO        PIC 9(9)V99.
           05  WS-CAM-DEBIDO        PIC 9(9)V99.
           05  WS-CAM-GROSS         PIC 9(7)V99.
           05  WS-CAM-TAX           PIC 9(7)V99.
           05  WS-CAM-SS            PIC 9(7)V99.
           05  WS-CAM-NET           PIC 9(7)V99.
       01  WS-RUN-TOTALES.
           05  WS-RUN-GROSS         PIC 9(9)V99 VALUE 0.
           05  WS-RUN-TAX           PIC 9(9)V99 VALUE 0.
           05  WS-RUN-SS            PIC 9(9)V99 VALUE 0.
           05  WS-RUN-NET           PIC 9(9)V99 VALUE 0.
       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-ENCOLADOS             PIC 9(6) VALUE 0.
       01  WS-REBAJAS               PIC 9(6) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(50)
                   VALUE "LISTADO DE ATRASOS POR SALARIO RETROACTIVO".
           05  FILLER               PIC X(7) VALUE "FECHA: ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-EMP-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLEADO: ".
           05  WS-AUD-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACE.
           05  WS-AUD-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUD-NOMBRE        PIC X(15).
       01  WS-CAMBIO-LINE.
           05  FILLER               PIC X(10) VALUE "EFECTIVO: ".
           05  WS-AUD-EFECTIVO      PIC 9(8).
           05  FILLER               PIC X(12) VALUE "  ANTERIOR: ".
           05  WS-AUD-ANTES         PIC Z(6)9.99.
           05  FILLER               PIC X(9) VALUE "  NUEVO: ".
           05  WS-AUD-NUEVO         PIC Z(6)9.99.
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(8) VALUE "PERIODO".
           05  FILLER               PIC X(11) VALUE " BRUTO PAG.".
           05  FILLER               PIC X(11) VALUE " BRUTO DEB.".
           05  FILLER               PIC X(11) VALUE "  DIF BRUTO".
           05  FILLER               PIC X(11) VALUE "  DIF IMPTO".
           05  FILLER               PIC X(11) VALUE " DIF S.SOC.".
           05  FILLER               PIC X(11) VALUE "   DIF NETO".
       01  WS-PERIODO-LINE.
           05  WS-AUD-PERIODO       PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUD-PAGADO        PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUD-DEBIDO        PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUD-DIF-GROSS     PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUD-DIF-TAX       PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUD-DIF-SS        PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUD-DIF-NET       PIC Z(6)9.99.
       01  WS-REBAJA-LINE           PIC X(60)
               VALUE "REBAJA RETROACTIVA - NO SE PAGA, RECUPERA RRHH".
       01  WS-SIN-PERIODOS-LINE     PIC X(60)
               VALUE "SIN MESES PAGADOS AFECTADOS".
       01  WS-BASE-HISTORIA-LINE    PIC X(60)
               VALUE "BASE: BRUTO PAGADO SEGUN HISTORICO DE RECIBOS".
       01  WS-BASE-SALARIO-LINE     PIC X(60)
               VALUE "BASE: SALARIO ANTERIOR - SIN HISTORICO".
       01  WS-SIN-RECIBO-LINE.
           05  WS-SRC-PERIODO       PIC X(8).
           05  FILLER               PIC X(44)
                   VALUE " SIN RECIBO EN HISTORICO - NO SE RECALCULA".
       01  WS-RUN-LINE.
           05  FILLER               PIC X(20)
                   VALUE "TOTAL A PAGAR BRUTO:".
           05  WS-RUN-AUD-GROSS     PIC Z(8)9.99.
           05  FILLER               PIC X(8) VALUE "  NETO: ".
           05  WS-RUN-AUD-NET       PIC Z(8)9.99.
           05  FILLER               PIC X(11) VALUE "  CAMBIOS: ".
           05  WS-RUN-AUD-COUNT     PIC ZZZZZ9.
       01  WS-RUN-RET-LINE.
           05  FILLER               PIC X(20)
                   VALUE "TOTAL IMPUESTO:".
           05  WS-RUN-AUD-TAX       PIC Z(8)9.99.
           05  FILLER               PIC X(8) VALUE "  S.SOC:".
           05  WS-RUN-AUD-SS        PIC Z(8)9.99.
       01  WS-FIRMA-LINE.
           05  FILLER               PIC X(42)
                   VALUE "REVISADO POR NOMINA: ____________________".
           05  FILLER               PIC X(20)
                   VALUE "  FECHA: __________".
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TAXTBWS.cpy".
       COPY "PAYHWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CALCULA-RETROACTIVO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            COMPUTE WS-MES-NEGOCIO = WS-OPSLOG-DATE / 100.
      *    Sin historico (instalacion anterior al archivo) todo
      *    cambio se recalcula sobre el salario anterior.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-PAYH-OK
                SET WS-PAYH-ABIERTO TO TRUE
            END-IF.

            OPEN OUTPUT AUDIT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RETROAUD"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Sin cola no hubo cambios retroactivos: el listado sale
      *    igual, en cero, para la firma de la noche.
            OPEN INPUT RETRO-QUEUE.
            IF WS-RTQ-OK
                SET WS-RTQ-PRESENTE TO TRUE
                OPEN EXTEND RETRO-PAY-FILE
                IF NOT WS-RTP-OK
                    OPEN OUTPUT RETRO-PAY-FILE
                    IF NOT WS-RTP-OK
                        MOVE WS-RTP-STATUS TO WS-ABEND-STATUS
                        MOVE "MAIN-PROCEDURE OPEN RETROPAY"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
                PERFORM UNTIL WS-EOF
                    READ RETRO-QUEUE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LEIDOS
                            PERFORM PROCESA-CAMBIO
                    END-READ
                END-PERFORM
                CLOSE RETRO-QUEUE RETRO-PAY-FILE
            END-IF.

            PERFORM ESCRIBE-TOTALES.
            CLOSE AUDIT-REPORT.
            IF WS-PAYH-ABIERTO
                CLOSE PAYSLIP-HISTORY
            END-IF.

      *    Todo lo leido quedo en RETROPAY: la cola se vacia.
            IF WS-RTQ-PRESENTE
                PERFORM VACIA-COLA
            END-IF.

            DISPLAY "CAMBIOS RETROACTIVOS: " WS-LEIDOS
                " A PAGAR: " WS-ENCOLADOS " REBAJAS: " WS-REBAJAS.
            DISPLAY "MESES SIN RECIBO EN HISTORICO: " WS-SIN-RECIBO.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-ENCOLADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PROCESA-CAMBIO.
            MOVE RN-EMPLOYEE-ID TO WS-AUD-ID.
            MOVE RN-APELLIDOS TO WS-AUD-APELLIDOS.
            MOVE RN-NOMBRE TO WS-AUD-NOMBRE.
            WRITE REPORT-LINE FROM WS-EMP-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE RN-FECHA-EFECTIVA TO WS-AUD-EFECTIVO.
            MOVE RN-SALARIO-ANTES TO WS-AUD-ANTES.
            MOVE RN-SALARIO-NUEVO TO WS-AUD-NUEVO.
            WRITE REPORT-LINE FROM WS-CAMBIO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            IF RN-SALARIO-NUEVO < RN-SALARIO-ANTES
                ADD 1 TO WS-REBAJAS
                WRITE REPORT-LINE FROM WS-REBAJA-LINE
                PERFORM VERIFICA-ESCRITURA
            ELSE
                PERFORM CALCULA-ATRASOS
            END-IF.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CALCULA-ATRASOS.
      *    Los meses antes del alta no se pagaron: el recalculo
      *    arranca en la fecha posterior de las dos.
            IF RN-FECHA-ALTA > RN-FECHA-EFECTIVA
                MOVE RN-FECHA-ALTA TO WS-FECHA-DESDE
            ELSE
                MOVE RN-FECHA-EFECTIVA TO WS-FECHA-DESDE
            END-IF.
            INITIALIZE WS-CAMBIO-TOTALES.
            MOVE WS-DESDE-ANOMES TO WS-PERIODO.
            PERFORM BUSCA-HISTORIA-EMPLEADO.

            IF WS-PERIODO < WS-MES-NEGOCIO
                IF WS-CON-HISTORIA
                    WRITE REPORT-LINE FROM WS-BASE-HISTORIA-LINE
                ELSE
                    WRITE REPORT-LINE FROM WS-BASE-SALARIO-LINE
                END-IF
                PERFORM VERIFICA-ESCRITURA
                WRITE REPORT-LINE FROM WS-COLUMNAS-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            PERFORM UNTIL WS-PERIODO >= WS-MES-NEGOCIO
                PERFORM EVALUA-MES
                IF WS-PER-MES = 12
                    ADD 1 TO WS-PER-ANO
                    MOVE 1 TO WS-PER-MES
                ELSE
                    ADD 1 TO WS-PER-MES
                END-IF
            END-PERFORM.

            IF WS-CAM-PERIODOS = 0
                WRITE REPORT-LINE FROM WS-SIN-PERIODOS-LINE
                PERFORM VERIFICA-ESCRITURA
            ELSE
                MOVE "TOTAL" TO WS-AUD-PERIODO
                MOVE WS-CAM-PAGADO TO WS-AUD-PAGADO
                MOVE WS-CAM-DEBIDO TO WS-AUD-DEBIDO
                MOVE WS-CAM-GROSS TO WS-AUD-DIF-GROSS
                MOVE WS-CAM-TAX TO WS-AUD-DIF-TAX
                MOVE WS-CAM-SS TO WS-AUD-DIF-SS
                MOVE WS-CAM-NET TO WS-AUD-DIF-NET
                WRITE REPORT-LINE FROM WS-PERIODO-LINE
                PERFORM VERIFICA-ESCRITURA
                IF WS-CAM-GROSS > 0
                    PERFORM GRABA-ATRASO
                END-IF
            END-IF.

       BUSCA-HISTORIA-EMPLEADO.
      *    Con algun recibo del empleado en el historico, el
      *    historico manda: solo los meses con recibo de nomina se
      *    pagaron. Sin ninguno, el empleado es anterior al archivo.
            MOVE "N" TO WS-CON-HISTORIA-SWITCH.
            IF WS-PAYH-ABIERTO
                MOVE RN-EMPLOYEE-ID TO PH-EMPLOYEE-ID
                MOVE 0 TO PH-PERIODO
                MOVE LOW-VALUES TO PH-TIPO
                START PAYSLIP-HISTORY KEY IS NOT LESS THAN PH-CLAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        READ PAYSLIP-HISTORY NEXT
                            AT END CONTINUE
                            NOT AT END
                                IF PH-EMPLOYEE-ID = RN-EMPLOYEE-ID
                                    SET WS-CON-HISTORIA TO TRUE
                                END-IF
                        END-READ
                END-START
            END-IF.

       EVALUA-MES.
            MOVE "N" TO WS-RECIBO-HALLADO-SWITCH.
            IF WS-CON-HISTORIA
                MOVE RN-EMPLOYEE-ID TO PH-EMPLOYEE-ID
                MOVE WS-PERIODO TO PH-PERIODO
                MOVE "N" TO PH-TIPO
                READ PAYSLIP-HISTORY
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET WS-RECIBO-HALLADO TO TRUE
                END-READ
                IF WS-RECIBO-HALLADO
                    PERFORM CALCULA-MES
                ELSE
                    ADD 1 TO WS-SIN-RECIBO
                    MOVE WS-PERIODO TO WS-SRC-PERIODO
                    WRITE REPORT-LINE FROM WS-SIN-RECIBO-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            ELSE
                PERFORM CALCULA-MES
            END-IF.

       CALCULA-MES.
      *    La diferencia de salario del mes es la entera, salvo el
      *    primer mes si el cambio rige a mitad: los dias desde la
      *    fecha efectiva van al nuevo a un treintavo. El pagado es
      *    el bruto del recibo archivado sin los atrasos que ya
      *    traia; sin historico, el salario anterior.
            COMPUTE WS-DIF-SALARIO = RN-SALARIO-NUEVO
                - RN-SALARIO-ANTES.
            IF WS-PERIODO = WS-DESDE-ANOMES AND WS-DESDE-DIA > 1
                IF WS-DESDE-DIA > 30
                    MOVE 1 TO WS-DIAS-NUEVO
                ELSE
                    COMPUTE WS-DIAS-NUEVO = 31 - WS-DESDE-DIA
                END-IF
                COMPUTE WS-DIF-SALARIO ROUNDED =
                    (RN-SALARIO-NUEVO - RN-SALARIO-ANTES) / 30
                    * WS-DIAS-NUEVO
            END-IF.
            IF WS-RECIBO-HALLADO
                COMPUTE WS-BRUTO-PAGADO = PH-GROSS - PH-RETRO
            ELSE
                MOVE RN-SALARIO-ANTES TO WS-BRUTO-PAGADO
            END-IF.
            COMPUTE WS-BRUTO-DEBIDO = WS-BRUTO-PAGADO + WS-DIF-SALARIO.

      *    Escala del ano del mes recalculado, vigente a su cierre.
            MOVE WS-PER-ANO TO WS-TAXT-ANO.
            COMPUTE WS-TAXT-FECHA = WS-PERIODO * 100 + 31.
            PERFORM CARGA-TABLA-IMPUESTO.

            MOVE WS-BRUTO-PAGADO TO WS-CALC-BRUTO.
            PERFORM CALCULA-IMPUESTO-MES.
            MOVE WS-CALC-TAX TO WS-TAX-PAGADO.
            MOVE WS-BRUTO-DEBIDO TO WS-CALC-BRUTO.
            PERFORM CALCULA-IMPUESTO-MES.
            MOVE WS-CALC-TAX TO WS-TAX-DEBIDO.
            COMPUTE WS-SS-PAGADO ROUNDED = WS-BRUTO-PAGADO * WS-SS-RATE.
            COMPUTE WS-SS-DEBIDO ROUNDED = WS-BRUTO-DEBIDO * WS-SS-RATE.

            COMPUTE WS-DIF-GROSS = WS-BRUTO-DEBIDO - WS-BRUTO-PAGADO.
            COMPUTE WS-DIF-TAX = WS-TAX-DEBIDO - WS-TAX-PAGADO.
            COMPUTE WS-DIF-SS = WS-SS-DEBIDO - WS-SS-PAGADO.
            COMPUTE WS-DIF-NET = WS-DIF-GROSS - WS-DIF-TAX - WS-DIF-SS.

            MOVE WS-PERIODO TO WS-AUD-PERIODO.
            MOVE WS-BRUTO-PAGADO TO WS-AUD-PAGADO.
            MOVE WS-BRUTO-DEBIDO TO WS-AUD-DEBIDO.
            MOVE WS-DIF-GROSS TO WS-AUD-DIF-GROSS.
            MOVE WS-DIF-TAX TO WS-AUD-DIF-TAX.
            MOVE WS-DIF-SS TO WS-AUD-DIF-SS.
            MOVE WS-DIF-NET TO WS-AUD-DIF-NET.
            WRITE REPORT-LINE FROM WS-PERIODO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            ADD 1 TO WS-CAM-PERIODOS.
            ADD WS-BRUTO-PAGADO TO WS-CAM-PAGADO.
            ADD WS-BRUTO-DEBIDO TO WS-CAM-DEBIDO.
            ADD WS-DIF-GROSS TO WS-CAM-GROSS.
            ADD WS-DIF-TAX TO WS-CAM-TAX.
            ADD WS-DIF-SS TO WS-CAM-SS.
            ADD WS-DIF-NET TO WS-CAM-NET.

       CALCULA-IMPUESTO-MES.
      *    Impuesto de un mes sobre WS-CALC-BRUTO: con escala, el
      *    bruto anualizado y la doceava parte del impuesto anual;
      *    sin escala para ese ano, la tasa plana.
            IF WS-TAXT-LOADED
                COMPUTE WS-TAXT-BASE = WS-CALC-BRUTO * WS-PERIODOS-ANO
                PERFORM CALCULA-IMPUESTO-ANUAL
                COMPUTE WS-CALC-TAX ROUNDED =
                    WS-TAXT-IMPUESTO / WS-PERIODOS-ANO
            ELSE
                COMPUTE WS-CALC-TAX ROUNDED =
                    WS-CALC-BRUTO * WS-TAX-RATE
            END-IF.

       GRABA-ATRASO.
            MOVE RN-EMPLOYEE-ID TO RP-EMPLOYEE-ID.
            MOVE RN-FECHA-EFECTIVA TO RP-FECHA-EFECTIVA.
            MOVE WS-OPSLOG-DATE TO RP-FECHA.
            MOVE WS-CAM-PERIODOS TO RP-PERIODOS.
            MOVE WS-CAM-GROSS TO RP-GROSS.
            MOVE WS-CAM-TAX TO RP-TAX.
            MOVE WS-CAM-SS TO RP-SS.
            MOVE SPACE TO RP-ESTADO.
            MOVE 0 TO RP-FECHA-PAGO.
            WRITE RETRO-PAY-RECORD.
            IF NOT WS-RTP-OK
                MOVE WS-RTP-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-ATRASO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            ADD 1 TO WS-ENCOLADOS.
            ADD WS-CAM-GROSS TO WS-RUN-GROSS.
            ADD WS-CAM-TAX TO WS-RUN-TAX.
            ADD WS-CAM-SS TO WS-RUN-SS.
            ADD WS-CAM-NET TO WS-RUN-NET.

       ESCRIBE-TOTALES.
            MOVE WS-RUN-GROSS TO WS-RUN-AUD-GROSS.
            MOVE WS-RUN-NET TO WS-RUN-AUD-NET.
            MOVE WS-ENCOLADOS TO WS-RUN-AUD-COUNT.
            WRITE REPORT-LINE FROM WS-RUN-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-RUN-TAX TO WS-RUN-AUD-TAX.
            MOVE WS-RUN-SS TO WS-RUN-AUD-SS.
            WRITE REPORT-LINE FROM WS-RUN-RET-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-FIRMA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VACIA-COLA.
            OPEN OUTPUT RETRO-QUEUE.
            IF NOT WS-RTQ-OK
                MOVE WS-RTQ-STATUS TO WS-ABEND-STATUS
                MOVE "VACIA-COLA OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE RETRO-QUEUE.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "CALCULA-RETROACTIVO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PARM-TAX-RATE TO WS-TAX-RATE
                        MOVE PARM-SS-RATE TO WS-SS-RATE
                END-READ
                CLOSE PARM-FILE
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "TAXTBWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM CALCULA-RETROACTIVO.
