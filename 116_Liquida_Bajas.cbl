      ******************************************************************
      * Author:
      * Date:
      * Purpose: Final settlement run for leavers. Every termination
      *          on HRTERMS.DAT (HR-MANTENIMIENTO / APLICA-PENDIENTES)
      *          dated on or before the business date and not yet on
      *          the settlement register (LIQUIDAC.DAT) is settled
      *          from the leaver's last HR-MASTER image, which the
      *          baja leaves on the change history (CHGHIST.DAT,
      *          accion B) since the master record itself is gone:
      *          salary for the days worked in the final month
      *          prorated at a thirtieth of HR-SALARIO per day (the
      *          CALCULA-NOMINA absence rate), payout of the unused
      *          VACBAL.DAT balance at the same daily rate (the
      *          balance is left at zero), tax against the TAXTABLE
      *          scale on the year's actual earnings (flat PARM33
      *          rate with no scale) and social security, then the
      *          recurring DEDMAST.DAT deductions in force on the
      *          termination date and the recovery of any open
      *          LOANMAST.DAT balance as deduction PRE, never below a
      *          zero net. Each leaver gets a settlement statement
      *          with signature lines on FINIQUIT.TXT, and a payslip
      *          appended to the run's PAYSLIPS.DAT so
      *          DEPOSITO-DIRECTO pays the net by transfer or by check
      *          on PAYMENTS.DAT like any other payslip, and kept
      *          on the payslip history (PAYHIST, type F, under the
      *          month of the termination). The totals
      *          go onto PAYYTD.DAT for the annual certificate and the
      *          withholdings onto WHHELD.DAT for the remittance.
      *          A termination with no HR image on the change history
      *          is listed and left pending for the next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-BAJAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM33.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
      *    Registro de liquidaciones: una linea por baja liquidada,
      *    con lo pagado; lo que esta aqui no se vuelve a liquidar.
           SELECT SETTLEMENT-REGISTER ASSIGN TO "LIQUIDAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LQR-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT VACATION-BALANCES ASSIGN TO "VACBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAC-STATUS.
           SELECT VACATION-BAL-NEW ASSIGN TO "VACBAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCN-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNM-STATUS.
           SELECT LOAN-MASTER-NEW ASSIGN TO "LOANMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNN-STATUS.
           SELECT YTD-EARNINGS ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYT-STATUS.
           SELECT YTD-EARNINGS-NEW ASSIGN TO "PAYYTD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYN-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
           SELECT WITHHELD-FILE ASSIGN TO "WHHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHH-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "FINIQUIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           COPY "CHGHSL.cpy".
           COPY "TAXTBSL.cpy".
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

      *    Mismo layout que graban los pasos de mantenimiento HR.
       FD  TERMINATION-FILE.
       01  TERMINATION-RECORD.
           05  TR-EMPLOYEE-ID       PIC 9(6).
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

       FD  SETTLEMENT-REGISTER.
       01  SETTLEMENT-RECORD.
           05  LQ-EMPLOYEE-ID       PIC 9(6).
           05  LQ-FECHA-BAJA        PIC 9(8).
           05  LQ-FECHA             PIC 9(8).
           05  LQ-GROSS             PIC 9(7)V99.
           05  LQ-TAX               PIC 9(7)V99.
           05  LQ-SS                PIC 9(7)V99.
           05  LQ-DED               PIC 9(7)V99.
           05  LQ-NET               PIC 9(7)V99.

      *    Mismo layout que lee CALCULA-NOMINA.
       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           05  DED-EMPLOYEE-ID      PIC 9(6).
           05  DED-CODE             PIC X(3).
           05  DED-TYPE             PIC X.
           05  DED-VALUE            PIC 9(5)V999.
           05  DED-FECHA-INICIO     PIC 9(8).
           05  DED-FECHA-FIN        PIC 9(8).

      *    Mismo layout que mantiene ACUMULA-VACACIONES.
       FD  VACATION-BALANCES.
       01  VACATION-BALANCE-RECORD.
           05  VB-EMPLOYEE-ID       PIC 9(6).
           05  VB-BALANCE           PIC 9(3)V99.

       FD  VACATION-BAL-NEW.
       01  VACATION-NEW-LINE        PIC X(11).

      *    Mismo layout que graba GESTIONA-PRESTAMOS.
       FD  LOAN-MASTER.
       01  LOAN-MASTER-RECORD.
           05  LN-EMPLOYEE-ID       PIC 9(6).
           05  LN-PRINCIPAL         PIC 9(7)V99.
           05  LN-RATE              PIC 9V9999.
           05  LN-TERM              PIC 9(3).
           05  LN-CUOTA             PIC 9(7)V99.
           05  LN-BALANCE           PIC 9(7)V99.
           05  LN-FECHA-OTORGA      PIC 9(8).
           05  LN-ESTADO            PIC X.

       FD  LOAN-MASTER-NEW.
       01  LOAN-NEW-LINE            PIC X(50).

      *    Mismo layout que mantiene CALCULA-NOMINA.
       FD  YTD-EARNINGS.
       01  YTD-EARNINGS-RECORD.
           05  PYT-ANO              PIC 9(4).
           05  PYT-EMPLOYEE-ID      PIC 9(6).
           05  PYT-APELLIDOS        PIC X(20).
           05  PYT-NOMBRE           PIC X(15).
           05  PYT-GROSS            PIC 9(9)V99.
           05  PYT-TAX              PIC 9(9)V99.
           05  PYT-SS               PIC 9(9)V99.
           05  PYT-DED              PIC 9(9)V99.
           05  PYT-NET              PIC 9(9)V99.

       FD  YTD-EARNINGS-NEW.
       01  YTD-NEW-LINE             PIC X(100).

      *    Mismo layout de recibo que graba CALCULA-NOMINA.
       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD.
           05  PS-EMPLOYEE-ID       PIC 9(6).
           05  PS-APELLIDOS         PIC X(20).
           05  PS-NOMBRE            PIC X(15).
           05  PS-GROSS             PIC 9(7)V99.
           05  PS-TAX               PIC 9(7)V99.
           05  PS-SS                PIC 9(7)V99.
           05  PS-DED-COUNT         PIC 9.
           05  PS-DEDUCCION OCCURS 5 TIMES.
               10  PS-DED-CODE      PIC X(3).
               10  PS-DED-AMOUNT    PIC 9(7)V99.
           05  PS-DED-TOTAL         PIC 9(7)V99.
           05  PS-NET               PIC 9(7)V99.
           05  PS-RETRO             PIC 9(7)V99.

       FD  WITHHELD-FILE.
       01  WITHHELD-RECORD.
           05  WH-FECHA             PIC 9(8).
           05  WH-TAX               PIC 9(9)V99.
           05  WH-SS                PIC 9(9)V99.
           05  WH-ESTADO            PIC X.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(80).

       COPY "CHGHFD.cpy".
       COPY "TAXTBFD.cpy".
       COPY "PAYHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-OK            VALUE "00".
       01  WS-LQR-STATUS            PIC XX.
           88  WS-LQR-OK            VALUE "00".
       01  WS-DED-STATUS            PIC XX.
           88  WS-DED-OK            VALUE "00".
       01  WS-VAC-STATUS            PIC XX.
           88  WS-VAC-OK            VALUE "00".
       01  WS-VCN-STATUS            PIC XX.
           88  WS-VCN-OK            VALUE "00".
       01  WS-LNM-STATUS            PIC XX.
           88  WS-LNM-OK            VALUE "00".
       01  WS-LNN-STATUS            PIC XX.
           88  WS-LNN-OK            VALUE "00".
       01  WS-PYT-STATUS            PIC XX.
           88  WS-PYT-OK            VALUE "00".
       01  WS-PYN-STATUS            PIC XX.
           88  WS-PYN-OK            VALUE "00".
       01  WS-SLIP-STATUS           PIC XX.
           88  WS-SLIP-OK           VALUE "00".
       01  WS-WHH-STATUS            PIC XX.
           88  WS-WHH-OK            VALUE "00".
       01  WS-STM-STATUS            PIC XX.
           88  WS-STM-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-VAC-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-VAC-PRESENTE      VALUE "Y".
       01  WS-LNM-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-LNM-PRESENTE      VALUE "Y".
       01  WS-TAX-RATE              PIC 9V999 VALUE 0.150.
       01  WS-SS-RATE               PIC 9V999 VALUE 0.062.
       01  WS-ANO-NEGOCIO           PIC 9(4).

      *    Ultima imagen del registro HR del empleado, tomada de la
      *    baja en el historial de cambios (el master ya no la
      *    tiene); mismo layout compartido HRMASTER.
       COPY "HRMASTER.cpy".

      *    Bajas a liquidar en esta corrida, con la imagen HR hallada
      *    en CHGHIST y lo liquidado para el registro de cierre.
       01  WS-BJ-MAX                PIC 9(3) VALUE 200.
       01  WS-BJ-COUNT              PIC 9(3) VALUE 0.
       01  WS-BJ-TABLE.
           05  WS-BJ-ENTRY OCCURS 200 TIMES
                   INDEXED BY BJ-IDX.
               10  WS-BJ-EMP        PIC 9(6).
               10  WS-BJ-CLAVE      PIC X(8).
               10  WS-BJ-FECHA      PIC 9(8).
               10  WS-BJ-IMAGEN     PIC X(80).
               10  WS-BJ-ESTADO     PIC X.
                   88  WS-BJ-CON-IMAGEN  VALUE "I".
                   88  WS-BJ-LIQUIDADA   VALUE "L".
               10  WS-BJ-GROSS      PIC 9(7)V99.
               10  WS-BJ-TAX        PIC 9(7)V99.
               10  WS-BJ-SS         PIC 9(7)V99.
               10  WS-BJ-DED        PIC 9(7)V99.
               10  WS-BJ-NET        PIC 9(7)V99.
       01  WS-BJ-HALLADO-SWITCH     PIC X VALUE "N".
           88  WS-BJ-HALLADO        VALUE "Y".

      *    Empleados ya liquidados en corridas previas.
       01  WS-LQ-MAX                PIC 9(4) VALUE 2000.
       01  WS-LQ-COUNT              PIC 9(4) VALUE 0.
       01  WS-LQ-TABLE.
           05  WS-LQ-EMP OCCURS 2000 TIMES
                   INDEXED BY LQ-IDX PIC 9(6).
       01  WS-LQ-HALLADO-SWITCH     PIC X VALUE "N".
           88  WS-LQ-HALLADO        VALUE "Y".

       01  WS-DED-MAX               PIC 9(4) VALUE 500.
       01  WS-DED-COUNT             PIC 9(4) VALUE 0.
       01  WS-DED-TABLE.
           05  WS-DED-ENTRY OCCURS 500 TIMES
                   INDEXED BY DED-IDX.
               10  WS-DED-EMP       PIC 9(6).
               10  WS-DED-COD       PIC X(3).
               10  WS-DED-TIPO      PIC X.
               10  WS-DED-VALOR     PIC 9(5)V999.
               10  WS-DED-INICIO    PIC 9(8).
               10  WS-DED-FIN       PIC 9(8).

       01  WS-VB-MAX                PIC 9(4) VALUE 2000.
       01  WS-VB-COUNT              PIC 9(4) VALUE 0.
       01  WS-VB-TABLE.
           05  WS-VB-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VB-IDX.
               10  WS-VB-EMP        PIC 9(6).
               10  WS-VB-SALDO      PIC 9(3)V99.

       01  WS-LN-MAX                PIC 9(4) VALUE 500.
       01  WS-LN-COUNT              PIC 9(4) VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 500 TIMES
                   INDEXED BY LN-IDX.
               10  WS-LN-EMP        PIC 9(6).
               10  WS-LN-PRINCIPAL  PIC 9(7)V99.
               10  WS-LN-RATE       PIC 9V9999.
               10  WS-LN-TERM       PIC 9(3).
               10  WS-LN-CUOTA      PIC 9(7)V99.
               10  WS-LN-BALANCE    PIC 9(7)V99.
               10  WS-LN-FECHA      PIC 9(8).
               10  WS-LN-ESTADO     PIC X.

       01  WS-PYT-MAX               PIC 9(4) VALUE 2000.
       01  WS-PYT-COUNT             PIC 9(4) VALUE 0.
       01  WS-PYT-TABLE.
           05  WS-PYT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PYT-IDX.
               10  WS-PYT-ANO       PIC 9(4).
               10  WS-PYT-EMP       PIC 9(6).
               10  WS-PYT-APE       PIC X(20).
               10  WS-PYT-NOM       PIC X(15).
               10  WS-PYT-GROSS     PIC 9(9)V99 USAGE COMP-3.
               10  WS-PYT-TAX       PIC 9(9)V99 USAGE COMP-3.
               10  WS-PYT-SS        PIC 9(9)V99 USAGE COMP-3.
               10  WS-PYT-DED       PIC 9(9)V99 USAGE COMP-3.
               10  WS-PYT-NET       PIC 9(9)V99 USAGE COMP-3.
       01  WS-PYT-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-PYT-HALLADO       VALUE "Y".

      *    Calculo de la liquidacion del empleado en curso.
       01  WS-FECHA-BAJA            PIC 9(8).
       01  WS-FECHA-BAJA-R REDEFINES WS-FECHA-BAJA.
           05  WS-BAJA-ANO          PIC 9(4).
           05  WS-BAJA-MES          PIC 9(2).
           05  WS-BAJA-DIA          PIC 9(2).
       01  WS-DIAS-TRABAJADOS       PIC 9(3)V99.
       01  WS-DIAS-VACACIONES       PIC 9(3)V99.
       01  WS-IMPORTE-DIAS          PIC 9(7)V99.
       01  WS-IMPORTE-VACACIONES    PIC 9(7)V99.
       01  WS-GROSS                 PIC 9(7)V99.
       01  WS-TAX                   PIC 9(7)V99.
       01  WS-SS                    PIC 9(7)V99.
       01  WS-NET                   PIC 9(7)V99.
       01  WS-DED-IMPORTE           PIC 9(7)V99.
       01  WS-DED-EMP-TOTAL         PIC 9(7)V99.
       01  WS-LN-IMPORTE            PIC 9(7)V99.
       01  WS-LN-PENDIENTE          PIC 9(7)V99.
       01  WS-YTD-GROSS-EMP         PIC 9(9)V99.
       01  WS-YTD-TAX-EMP           PIC 9(9)V99.

       01  WS-RUN-TAX               PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-RUN-SS                PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-RUN-NET               PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-LIQUIDADAS            PIC 9(4) VALUE 0.
       01  WS-SIN-IMAGEN            PIC 9(4) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(34)
                   VALUE "LIQUIDACION FINAL POR BAJA".
           05  FILLER               PIC X(7) VALUE "FECHA: ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-EMP-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLEADO: ".
           05  WS-LIQ-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACE.
           05  WS-LIQ-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIQ-NOMBRE        PIC X(15).
       01  WS-BAJA-LINE.
           05  FILLER               PIC X(15) VALUE "FECHA DE BAJA: ".
           05  WS-LIQ-FECHA-BAJA    PIC 9(8).
           05  FILLER               PIC X(9) VALUE "  DEPTO: ".
           05  WS-LIQ-DEPTO         PIC X(4).
           05  FILLER               PIC X(11) VALUE "  SALARIO: ".
           05  WS-LIQ-SALARIO       PIC Z(6)9.99.
       01  WS-IMPORTE-LINE.
           05  WS-IMP-ETIQUETA      PIC X(25).
           05  WS-IMP-VALOR         PIC Z(8)9.99.
       01  WS-CANTIDAD-LINE.
           05  WS-CAN-ETIQUETA      PIC X(25).
           05  FILLER               PIC X(6) VALUE SPACE.
           05  WS-CAN-VALOR         PIC ZZ9.99.
       01  WS-DED-ETIQUETA.
           05  FILLER               PIC X(10) VALUE "DEDUCCION ".
           05  WS-DEDE-COD          PIC X(3).
           05  FILLER               PIC X(12) VALUE ":".
       01  WS-FIRMA-EMP-LINE        PIC X(60)
               VALUE "FIRMA DEL EMPLEADO:      ______________________".
       01  WS-FIRMA-RRHH-LINE       PIC X(60)
               VALUE "FIRMA RECURSOS HUMANOS:  ______________________".
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".
       01  WS-CLAVE-EMP             PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CHGHWS.cpy".
       COPY "TAXTBWS.cpy".
       COPY "PAYHWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "LIQUIDA-BAJAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            COMPUTE WS-ANO-NEGOCIO = WS-OPSLOG-DATE / 10000.
            MOVE WS-ANO-NEGOCIO TO WS-TAXT-ANO.
            MOVE WS-OPSLOG-DATE TO WS-TAXT-FECHA.
            PERFORM CARGA-TABLA-IMPUESTO.

            PERFORM CARGA-LIQUIDADAS.
            PERFORM CARGA-BAJAS-PENDIENTES.
            IF WS-BJ-COUNT = 0
                DISPLAY "SIN BAJAS PENDIENTES DE LIQUIDAR"
            ELSE
                PERFORM LIQUIDA-BAJAS-PENDIENTES
            END-IF.

            DISPLAY "LIQUIDACIONES EMITIDAS: " WS-LIQUIDADAS
                " SIN IMAGEN HR: " WS-SIN-IMAGEN.

            MOVE WS-BJ-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-LIQUIDADAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       LIQUIDA-BAJAS-PENDIENTES.
            PERFORM CARGA-IMAGENES-HR.
            PERFORM CARGA-DEDUCCIONES.
            PERFORM CARGA-VACACIONES.
            PERFORM CARGA-PRESTAMOS.
            PERFORM CARGA-ACUMULADO-ANUAL.

            OPEN OUTPUT STATEMENT-FILE.
            IF NOT WS-STM-OK
                MOVE WS-STM-STATUS TO WS-ABEND-STATUS
                MOVE "LIQUIDA-BAJAS OPEN FINIQUIT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
      *    Los recibos de liquidacion se agregan a los de la corrida
      *    de nomina: DEPOSITO-DIRECTO los reparte a transferencia o
      *    a cheque junto con el resto.
            OPEN EXTEND PAYSLIP-FILE.
            IF NOT WS-SLIP-OK
                OPEN OUTPUT PAYSLIP-FILE
                IF NOT WS-SLIP-OK
                    MOVE WS-SLIP-STATUS TO WS-ABEND-STATUS
                    MOVE "LIQUIDA-BAJAS OPEN PAYSLIPS"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            SET WS-PAYH-FINIQUITO TO TRUE.
            PERFORM ABRE-HISTORIA-RECIBOS.

            PERFORM VARYING BJ-IDX FROM 1 BY 1
                    UNTIL BJ-IDX > WS-BJ-COUNT
                IF WS-BJ-CON-IMAGEN (BJ-IDX)
                    PERFORM LIQUIDA-EMPLEADO
                ELSE
                    ADD 1 TO WS-SIN-IMAGEN
                    DISPLAY "BAJA " WS-BJ-EMP (BJ-IDX)
                        " SIN IMAGEN HR EN CHGHIST - QUEDA PENDIENTE"
                END-IF
            END-PERFORM.
            CLOSE STATEMENT-FILE PAYSLIP-FILE PAYSLIP-HISTORY.

            IF WS-LIQUIDADAS > 0
                PERFORM GRABA-VACACIONES
                PERFORM GRABA-PRESTAMOS
                PERFORM GRABA-ACUMULADO-ANUAL
                PERFORM GRABA-RETENCIONES
                PERFORM GRABA-LIQUIDADAS
            END-IF.

       LIQUIDA-EMPLEADO.
            MOVE WS-BJ-IMAGEN (BJ-IDX) TO HR-MASTER-RECORD.
            MOVE WS-BJ-FECHA (BJ-IDX) TO WS-FECHA-BAJA.
      *    Dias del mes de la baja a un treintavo del salario, la
      *    misma tarifa diaria que CALCULA-NOMINA usa para las
      *    faltas; un mes de 31 dias no paga mas de 30.
            MOVE WS-BAJA-DIA TO WS-DIAS-TRABAJADOS.
            IF WS-DIAS-TRABAJADOS > 30
                MOVE 30 TO WS-DIAS-TRABAJADOS
            END-IF.
            COMPUTE WS-IMPORTE-DIAS ROUNDED =
                HR-SALARIO / 30 * WS-DIAS-TRABAJADOS.
            PERFORM LIQUIDA-VACACIONES.
            COMPUTE WS-GROSS = WS-IMPORTE-DIAS + WS-IMPORTE-VACACIONES.
            COMPUTE WS-SS ROUNDED = WS-GROSS * WS-SS-RATE.
            PERFORM CALCULA-RETENCION.
            COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-SS.

            PERFORM ESCRIBE-CABECERA-LIQUIDACION.

            MOVE HR-EMPLOYEE-ID TO PS-EMPLOYEE-ID.
            MOVE HR-APELLIDOS TO PS-APELLIDOS.
            MOVE HR-NOMBRE TO PS-NOMBRE.
            MOVE WS-GROSS TO PS-GROSS.
            MOVE WS-TAX TO PS-TAX.
            MOVE WS-SS TO PS-SS.
            PERFORM APLICA-DEDUCCIONES.
            PERFORM APLICA-PRESTAMOS.
            MOVE WS-NET TO PS-NET.
            MOVE 0 TO PS-RETRO.
            WRITE PAYSLIP-RECORD.
            IF NOT WS-SLIP-OK
                MOVE WS-SLIP-STATUS TO WS-ABEND-STATUS
                MOVE "LIQUIDA-EMPLEADO WRITE SLIP"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
      *    El finiquito queda en el historico bajo el mes de la baja.
            COMPUTE WS-PAYH-PERIODO = WS-FECHA-BAJA / 100.
            MOVE HR-DEPT-CODE TO WS-PAYH-DEPTO.
            PERFORM ARCHIVA-RECIBO.

            PERFORM ESCRIBE-PIE-LIQUIDACION.
            PERFORM ACUMULA-ANUAL.

            ADD WS-TAX TO WS-RUN-TAX.
            ADD WS-SS TO WS-RUN-SS.
            ADD WS-NET TO WS-RUN-NET.
            ADD 1 TO WS-LIQUIDADAS.
            SET WS-BJ-LIQUIDADA (BJ-IDX) TO TRUE.
            MOVE WS-GROSS TO WS-BJ-GROSS (BJ-IDX).
            MOVE WS-TAX TO WS-BJ-TAX (BJ-IDX).
            MOVE WS-SS TO WS-BJ-SS (BJ-IDX).
            MOVE WS-DED-EMP-TOTAL TO WS-BJ-DED (BJ-IDX).
            MOVE WS-NET TO WS-BJ-NET (BJ-IDX).

       LIQUIDA-VACACIONES.
      *    El saldo de vacaciones no gozado se paga a la tarifa
      *    diaria y queda en cero en el master.
            MOVE 0 TO WS-DIAS-VACACIONES.
            MOVE 0 TO WS-IMPORTE-VACACIONES.
            PERFORM VARYING VB-IDX FROM 1 BY 1
                    UNTIL VB-IDX > WS-VB-COUNT
                IF WS-VB-EMP (VB-IDX) = HR-EMPLOYEE-ID
                    ADD WS-VB-SALDO (VB-IDX) TO WS-DIAS-VACACIONES
                    MOVE 0 TO WS-VB-SALDO (VB-IDX)
                END-IF
            END-PERFORM.
            COMPUTE WS-IMPORTE-VACACIONES ROUNDED =
                HR-SALARIO / 30 * WS-DIAS-VACACIONES.

       CALCULA-RETENCION.
      *    La liquidacion cierra el ano del empleado en la empresa:
      *    la escala se aplica al devengado real del ano (acumulado
      *    mas la liquidacion, sin anualizar) y se retiene lo que
      *    falte sobre lo ya retenido en PAYYTD. Sin escala para el
      *    ano, la tasa plana de PARM33.DAT.
            IF NOT WS-TAXT-LOADED
                COMPUTE WS-TAX ROUNDED = WS-GROSS * WS-TAX-RATE
            ELSE
                PERFORM BUSCA-ACUMULADO-EMPLEADO
                COMPUTE WS-TAXT-BASE = WS-YTD-GROSS-EMP + WS-GROSS
                PERFORM CALCULA-IMPUESTO-ANUAL
                IF WS-TAXT-IMPUESTO > WS-YTD-TAX-EMP
                    COMPUTE WS-TAX =
                        WS-TAXT-IMPUESTO - WS-YTD-TAX-EMP
                ELSE
                    MOVE 0 TO WS-TAX
                END-IF
            END-IF.
            IF WS-TAX + WS-SS > WS-GROSS
                COMPUTE WS-TAX = WS-GROSS - WS-SS
            END-IF.

       BUSCA-ACUMULADO-EMPLEADO.
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

       APLICA-DEDUCCIONES.
      *    Deducciones recurrentes vigentes a la fecha de baja, con
      *    la misma regla que la nomina: porcentaje sobre el bruto de
      *    la liquidacion, importe fijo entero, nunca mas que el neto
      *    disponible. Cada una sale itemizada en el finiquito.
            MOVE 0 TO WS-DED-EMP-TOTAL.
            MOVE 0 TO PS-DED-COUNT.
            MOVE SPACES TO PS-DEDUCCION (1) PS-DEDUCCION (2)
                PS-DEDUCCION (3) PS-DEDUCCION (4) PS-DEDUCCION (5).
            MOVE 0 TO PS-DED-AMOUNT (1) PS-DED-AMOUNT (2)
                PS-DED-AMOUNT (3) PS-DED-AMOUNT (4)
                PS-DED-AMOUNT (5).
            PERFORM VARYING DED-IDX FROM 1 BY 1
                    UNTIL DED-IDX > WS-DED-COUNT
                IF WS-DED-EMP (DED-IDX) = HR-EMPLOYEE-ID
                        AND WS-DED-INICIO (DED-IDX) <= WS-FECHA-BAJA
                        AND (WS-DED-FIN (DED-IDX) = 0
                        OR WS-DED-FIN (DED-IDX) >= WS-FECHA-BAJA)
                    IF WS-DED-TIPO (DED-IDX) = "P"
                        COMPUTE WS-DED-IMPORTE ROUNDED =
                            WS-GROSS * WS-DED-VALOR (DED-IDX)
                    ELSE
                        MOVE WS-DED-VALOR (DED-IDX)
                            TO WS-DED-IMPORTE
                    END-IF
                    IF WS-DED-IMPORTE > WS-NET
                        MOVE WS-NET TO WS-DED-IMPORTE
                    END-IF
                    IF WS-DED-IMPORTE > 0
                        SUBTRACT WS-DED-IMPORTE FROM WS-NET
                        ADD WS-DED-IMPORTE TO WS-DED-EMP-TOTAL
                        MOVE WS-DED-COD (DED-IDX) TO WS-DEDE-COD
                        PERFORM ANOTA-DEDUCCION
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-DED-EMP-TOTAL TO PS-DED-TOTAL.

       APLICA-PRESTAMOS.
      *    El saldo vivo de cada prestamo se recupera entero contra
      *    el neto disponible; lo que el neto no alcanza queda vivo
      *    en LOANMAST y se informa en el finiquito para su cobro
      *    por otra via.
            MOVE 0 TO WS-LN-PENDIENTE.
            PERFORM VARYING LN-IDX FROM 1 BY 1
                    UNTIL LN-IDX > WS-LN-COUNT
                IF WS-LN-EMP (LN-IDX) = HR-EMPLOYEE-ID
                        AND WS-LN-ESTADO (LN-IDX) = "A"
                    MOVE WS-LN-BALANCE (LN-IDX) TO WS-LN-IMPORTE
                    IF WS-LN-IMPORTE > WS-NET
                        MOVE WS-NET TO WS-LN-IMPORTE
                    END-IF
                    IF WS-LN-IMPORTE > 0
                        SUBTRACT WS-LN-IMPORTE FROM WS-NET
                        SUBTRACT WS-LN-IMPORTE
                            FROM WS-LN-BALANCE (LN-IDX)
                        ADD WS-LN-IMPORTE TO WS-DED-EMP-TOTAL
                        MOVE WS-LN-IMPORTE TO WS-DED-IMPORTE
                        MOVE "PRE" TO WS-DEDE-COD
                        PERFORM ANOTA-DEDUCCION
                    END-IF
                    IF WS-LN-BALANCE (LN-IDX) = 0
                        MOVE "P" TO WS-LN-ESTADO (LN-IDX)
                    ELSE
                        ADD WS-LN-BALANCE (LN-IDX) TO WS-LN-PENDIENTE
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-DED-EMP-TOTAL TO PS-DED-TOTAL.

       ANOTA-DEDUCCION.
      *    Itemiza WS-DED-IMPORTE con el codigo de WS-DEDE-COD en el
      *    finiquito (todas) y en el recibo (hasta cinco).
            MOVE WS-DED-ETIQUETA TO WS-IMP-ETIQUETA.
            MOVE WS-DED-IMPORTE TO WS-IMP-VALOR.
            WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            IF PS-DED-COUNT < 5
                ADD 1 TO PS-DED-COUNT
                MOVE WS-DEDE-COD TO PS-DED-CODE (PS-DED-COUNT)
                MOVE WS-DED-IMPORTE TO PS-DED-AMOUNT (PS-DED-COUNT)
            END-IF.

       ESCRIBE-CABECERA-LIQUIDACION.
            WRITE STATEMENT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE STATEMENT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE HR-EMPLOYEE-ID TO WS-LIQ-ID.
            MOVE HR-APELLIDOS TO WS-LIQ-APELLIDOS.
            MOVE HR-NOMBRE TO WS-LIQ-NOMBRE.
            WRITE STATEMENT-LINE FROM WS-EMP-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-FECHA-BAJA TO WS-LIQ-FECHA-BAJA.
            MOVE HR-DEPT-CODE TO WS-LIQ-DEPTO.
            MOVE HR-SALARIO TO WS-LIQ-SALARIO.
            WRITE STATEMENT-LINE FROM WS-BAJA-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE "DIAS TRABAJADOS DEL MES: " TO WS-CAN-ETIQUETA.
            MOVE WS-DIAS-TRABAJADOS TO WS-CAN-VALOR.
            WRITE STATEMENT-LINE FROM WS-CANTIDAD-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "SALARIO DIAS TRABAJADOS: " TO WS-IMP-ETIQUETA.
            MOVE WS-IMPORTE-DIAS TO WS-IMP-VALOR.
            WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DIAS VACACIONES PENDIENT:" TO WS-CAN-ETIQUETA.
            MOVE WS-DIAS-VACACIONES TO WS-CAN-VALOR.
            WRITE STATEMENT-LINE FROM WS-CANTIDAD-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "PAGO DE VACACIONES:      " TO WS-IMP-ETIQUETA.
            MOVE WS-IMPORTE-VACACIONES TO WS-IMP-VALOR.
            WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL DEVENGADO BRUTO:   " TO WS-IMP-ETIQUETA.
            MOVE WS-GROSS TO WS-IMP-VALOR.
            WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "IMPUESTO RETENIDO:       " TO WS-IMP-ETIQUETA.
            MOVE WS-TAX TO WS-IMP-VALOR.
            WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "SEGURIDAD SOCIAL:        " TO WS-IMP-ETIQUETA.
            MOVE WS-SS TO WS-IMP-VALOR.
            WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-PIE-LIQUIDACION.
            IF WS-LN-PENDIENTE > 0
                MOVE "SALDO PRESTAMO PENDIENTE:" TO WS-IMP-ETIQUETA
                MOVE WS-LN-PENDIENTE TO WS-IMP-VALOR
                WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            MOVE "NETO A PAGAR:            " TO WS-IMP-ETIQUETA.
            MOVE WS-NET TO WS-IMP-VALOR.
            WRITE STATEMENT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE STATEMENT-LINE FROM WS-FIRMA-EMP-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE STATEMENT-LINE FROM WS-FIRMA-RRHH-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE STATEMENT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-STM-OK
                MOVE WS-STM-STATUS TO WS-ABEND-STATUS
                MOVE "LIQUIDA-EMPLEADO WRITE STM" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       CARGA-LIQUIDADAS.
      *    Sin LIQUIDAC.DAT en disco nada se liquido todavia.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SETTLEMENT-REGISTER.
            IF WS-LQR-OK
                PERFORM UNTIL WS-EOF
                    READ SETTLEMENT-REGISTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UNA-LIQUIDADA
                    END-READ
                END-PERFORM
                CLOSE SETTLEMENT-REGISTER
            END-IF.

       CARGA-UNA-LIQUIDADA.
            IF WS-LQ-COUNT < WS-LQ-MAX
                ADD 1 TO WS-LQ-COUNT
                MOVE LQ-EMPLOYEE-ID TO WS-LQ-EMP (WS-LQ-COUNT)
            ELSE
      *         Una liquidada que no entra en la tabla se volveria a
      *         pagar: se aborta.
                DISPLAY "TABLA DE LIQUIDADAS LLENA - EMPLEADO "
                    LQ-EMPLOYEE-ID
                MOVE "CARGA-UNA-LIQUIDADA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CARGA-BAJAS-PENDIENTES.
      *    Bajas ya efectivas a la fecha de negocio, que no esten en
      *    el registro de liquidaciones; una baja repetida en
      *    HRTERMS se liquida una sola vez.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TERMINATION-FILE.
            IF NOT WS-TRM-OK
                DISPLAY "HRTERMS.DAT AUSENTE - SIN BAJAS"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ TERMINATION-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF TR-FECHA <= WS-OPSLOG-DATE
                                PERFORM ANOTA-BAJA-PENDIENTE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TERMINATION-FILE
            END-IF.

       ANOTA-BAJA-PENDIENTE.
            MOVE "N" TO WS-LQ-HALLADO-SWITCH.
            PERFORM VARYING LQ-IDX FROM 1 BY 1
                    UNTIL LQ-IDX > WS-LQ-COUNT
                    OR WS-LQ-HALLADO
                IF WS-LQ-EMP (LQ-IDX) = TR-EMPLOYEE-ID
                    SET WS-LQ-HALLADO TO TRUE
                END-IF
            END-PERFORM.
            MOVE "N" TO WS-BJ-HALLADO-SWITCH.
            PERFORM VARYING BJ-IDX FROM 1 BY 1
                    UNTIL BJ-IDX > WS-BJ-COUNT
                    OR WS-BJ-HALLADO
                IF WS-BJ-EMP (BJ-IDX) = TR-EMPLOYEE-ID
                    SET WS-BJ-HALLADO TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-LQ-HALLADO AND NOT WS-BJ-HALLADO
                IF WS-BJ-COUNT < WS-BJ-MAX
                    ADD 1 TO WS-BJ-COUNT
                    SET BJ-IDX TO WS-BJ-COUNT
                    MOVE TR-EMPLOYEE-ID TO WS-BJ-EMP (BJ-IDX)
      *             La clave con que HR-MANTENIMIENTO asienta la baja
      *             en CHGHIST: el id movido a un campo de 8.
                    MOVE TR-EMPLOYEE-ID TO WS-CLAVE-EMP
                    MOVE WS-CLAVE-EMP TO WS-BJ-CLAVE (BJ-IDX)
                    MOVE TR-FECHA TO WS-BJ-FECHA (BJ-IDX)
                    MOVE SPACES TO WS-BJ-IMAGEN (BJ-IDX)
                    MOVE SPACE TO WS-BJ-ESTADO (BJ-IDX)
                ELSE
                    DISPLAY "TABLA DE BAJAS LLENA - EMPLEADO "
                        TR-EMPLOYEE-ID " QUEDA PARA LA PROXIMA"
                END-IF
            END-IF.

       CARGA-IMAGENES-HR.
      *    Recorre el historial de cambios: para cada baja pendiente
      *    vale la imagen "antes" del ultimo asiento B de HRMAST
      *    (un reingreso dado de baja otra vez deja el mas reciente).
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CHANGE-HISTORY.
            IF WS-CHGH-OK
                PERFORM UNTIL WS-EOF
                    READ CHANGE-HISTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF CH-MASTER = "HRMAST"
                                    AND CH-ACCION = "B"
                                PERFORM ANOTA-IMAGEN-HR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHANGE-HISTORY
            END-IF.

       ANOTA-IMAGEN-HR.
            PERFORM VARYING BJ-IDX FROM 1 BY 1
                    UNTIL BJ-IDX > WS-BJ-COUNT
                IF WS-BJ-CLAVE (BJ-IDX) = CH-CLAVE
                        AND CH-ANTES NOT = SPACES
                    MOVE CH-ANTES TO WS-BJ-IMAGEN (BJ-IDX)
                    SET WS-BJ-CON-IMAGEN (BJ-IDX) TO TRUE
                END-IF
            END-PERFORM.

       CARGA-DEDUCCIONES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DEDUCTION-MASTER.
            IF WS-DED-OK
                PERFORM UNTIL WS-EOF
                    READ DEDUCTION-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UNA-DEDUCCION
                    END-READ
                END-PERFORM
                CLOSE DEDUCTION-MASTER
            END-IF.

       CARGA-UNA-DEDUCCION.
      *    Solo las de los empleados que se liquidan; la vigencia se
      *    prueba contra la fecha de baja de cada uno.
            MOVE "N" TO WS-BJ-HALLADO-SWITCH.
            PERFORM VARYING BJ-IDX FROM 1 BY 1
                    UNTIL BJ-IDX > WS-BJ-COUNT
                    OR WS-BJ-HALLADO
                IF WS-BJ-EMP (BJ-IDX) = DED-EMPLOYEE-ID
                    SET WS-BJ-HALLADO TO TRUE
                END-IF
            END-PERFORM.
            IF WS-BJ-HALLADO
                IF WS-DED-COUNT < WS-DED-MAX
                    ADD 1 TO WS-DED-COUNT
                    SET DED-IDX TO WS-DED-COUNT
                    MOVE DED-EMPLOYEE-ID TO WS-DED-EMP (DED-IDX)
                    MOVE DED-CODE TO WS-DED-COD (DED-IDX)
                    MOVE DED-TYPE TO WS-DED-TIPO (DED-IDX)
                    MOVE DED-VALUE TO WS-DED-VALOR (DED-IDX)
                    MOVE DED-FECHA-INICIO TO WS-DED-INICIO (DED-IDX)
                    MOVE DED-FECHA-FIN TO WS-DED-FIN (DED-IDX)
                ELSE
                    DISPLAY "TABLA DE DEDUCCIONES LLENA - "
                        "ENTRADA OMITIDA EMPLEADO " DED-EMPLOYEE-ID
                END-IF
            END-IF.

       CARGA-VACACIONES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VACATION-BALANCES.
            IF WS-VAC-OK
                SET WS-VAC-PRESENTE TO TRUE
                PERFORM UNTIL WS-EOF
                    READ VACATION-BALANCES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-SALDO
                    END-READ
                END-PERFORM
                CLOSE VACATION-BALANCES
            END-IF.

       CARGA-UN-SALDO.
            IF WS-VB-COUNT < WS-VB-MAX
                ADD 1 TO WS-VB-COUNT
                SET VB-IDX TO WS-VB-COUNT
                MOVE VB-EMPLOYEE-ID TO WS-VB-EMP (VB-IDX)
                MOVE VB-BALANCE TO WS-VB-SALDO (VB-IDX)
            ELSE
      *         Dejarlo fuera lo borraria del master al regrabar.
                DISPLAY "TABLA DE SALDOS LLENA - EMPLEADO "
                    VB-EMPLOYEE-ID
                MOVE "CARGA-UN-SALDO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       GRABA-VACACIONES.
      *    Regraba VACBAL con los saldos pagados en cero, por el
      *    fichero de trabajo primero (patron PROMUEVE-IMAGEN).
            IF WS-VAC-PRESENTE
                OPEN OUTPUT VACATION-BAL-NEW
                IF NOT WS-VCN-OK
                    MOVE WS-VCN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-VACACIONES OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING VB-IDX FROM 1 BY 1
                        UNTIL VB-IDX > WS-VB-COUNT
                    MOVE WS-VB-EMP (VB-IDX) TO VB-EMPLOYEE-ID
                    MOVE WS-VB-SALDO (VB-IDX) TO VB-BALANCE
                    WRITE VACATION-NEW-LINE
                        FROM VACATION-BALANCE-RECORD
                    IF NOT WS-VCN-OK
                        MOVE WS-VCN-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-VACACIONES WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE VACATION-BAL-NEW
                PERFORM PROMUEVE-VACACIONES
            END-IF.

       PROMUEVE-VACACIONES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VACATION-BAL-NEW.
            IF NOT WS-VCN-OK
                MOVE WS-VCN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VACACIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT VACATION-BALANCES.
            IF NOT WS-VAC-OK
                MOVE WS-VAC-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VACACIONES OPEN VAC"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ VACATION-BAL-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE VACATION-BALANCE-RECORD
                            FROM VACATION-NEW-LINE
                        IF NOT WS-VAC-OK
                            MOVE WS-VAC-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-VACACIONES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE VACATION-BAL-NEW VACATION-BALANCES.

       CARGA-PRESTAMOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LOAN-MASTER.
            IF WS-LNM-OK
                SET WS-LNM-PRESENTE TO TRUE
                PERFORM UNTIL WS-EOF
                    READ LOAN-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-PRESTAMO
                    END-READ
                END-PERFORM
                CLOSE LOAN-MASTER
            END-IF.

       CARGA-UN-PRESTAMO.
            IF WS-LN-COUNT < WS-LN-MAX
                ADD 1 TO WS-LN-COUNT
                SET LN-IDX TO WS-LN-COUNT
                MOVE LN-EMPLOYEE-ID TO WS-LN-EMP (LN-IDX)
                MOVE LN-PRINCIPAL TO WS-LN-PRINCIPAL (LN-IDX)
                MOVE LN-RATE TO WS-LN-RATE (LN-IDX)
                MOVE LN-TERM TO WS-LN-TERM (LN-IDX)
                MOVE LN-CUOTA TO WS-LN-CUOTA (LN-IDX)
                MOVE LN-BALANCE TO WS-LN-BALANCE (LN-IDX)
                MOVE LN-FECHA-OTORGA TO WS-LN-FECHA (LN-IDX)
                MOVE LN-ESTADO TO WS-LN-ESTADO (LN-IDX)
            ELSE
                DISPLAY "TABLA DE PRESTAMOS LLENA - EMPLEADO "
                    LN-EMPLOYEE-ID
                MOVE "CARGA-UN-PRESTAMO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       GRABA-PRESTAMOS.
            IF WS-LNM-PRESENTE
                OPEN OUTPUT LOAN-MASTER-NEW
                IF NOT WS-LNN-OK
                    MOVE WS-LNN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-PRESTAMOS OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING LN-IDX FROM 1 BY 1
                        UNTIL LN-IDX > WS-LN-COUNT
                    MOVE WS-LN-EMP (LN-IDX) TO LN-EMPLOYEE-ID
                    MOVE WS-LN-PRINCIPAL (LN-IDX) TO LN-PRINCIPAL
                    MOVE WS-LN-RATE (LN-IDX) TO LN-RATE
                    MOVE WS-LN-TERM (LN-IDX) TO LN-TERM
                    MOVE WS-LN-CUOTA (LN-IDX) TO LN-CUOTA
                    MOVE WS-LN-BALANCE (LN-IDX) TO LN-BALANCE
                    MOVE WS-LN-FECHA (LN-IDX) TO LN-FECHA-OTORGA
                    MOVE WS-LN-ESTADO (LN-IDX) TO LN-ESTADO
                    WRITE LOAN-NEW-LINE FROM LOAN-MASTER-RECORD
                    IF NOT WS-LNN-OK
                        MOVE WS-LNN-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-PRESTAMOS WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE LOAN-MASTER-NEW
                PERFORM PROMUEVE-PRESTAMOS
            END-IF.

       PROMUEVE-PRESTAMOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LOAN-MASTER-NEW.
            IF NOT WS-LNN-OK
                MOVE WS-LNN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PRESTAMOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT LOAN-MASTER.
            IF NOT WS-LNM-OK
                MOVE WS-LNM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PRESTAMOS OPEN LNM"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ LOAN-MASTER-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE LOAN-MASTER-RECORD FROM LOAN-NEW-LINE
                        IF NOT WS-LNM-OK
                            MOVE WS-LNM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-PRESTAMOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LOAN-MASTER-NEW LOAN-MASTER.

       ACUMULA-ANUAL.
      *    La liquidacion suma al acumulado del ano como cualquier
      *    corrida de nomina: el certificado anual del que se va
      *    sale con lo cobrado en la liquidacion.
            MOVE "N" TO WS-PYT-HALLADO-SWITCH.
            PERFORM VARYING PYT-IDX FROM 1 BY 1
                    UNTIL PYT-IDX > WS-PYT-COUNT
                    OR WS-PYT-HALLADO
                IF WS-PYT-ANO (PYT-IDX) = WS-ANO-NEGOCIO
                        AND WS-PYT-EMP (PYT-IDX) = HR-EMPLOYEE-ID
                    SET WS-PYT-HALLADO TO TRUE
                    ADD WS-GROSS TO WS-PYT-GROSS (PYT-IDX)
                    ADD WS-TAX TO WS-PYT-TAX (PYT-IDX)
                    ADD WS-SS TO WS-PYT-SS (PYT-IDX)
                    ADD WS-DED-EMP-TOTAL TO WS-PYT-DED (PYT-IDX)
                    ADD WS-NET TO WS-PYT-NET (PYT-IDX)
                END-IF
            END-PERFORM.
            IF NOT WS-PYT-HALLADO
                IF WS-PYT-COUNT < WS-PYT-MAX
                    ADD 1 TO WS-PYT-COUNT
                    SET PYT-IDX TO WS-PYT-COUNT
                    MOVE WS-ANO-NEGOCIO TO WS-PYT-ANO (PYT-IDX)
                    MOVE HR-EMPLOYEE-ID TO WS-PYT-EMP (PYT-IDX)
                    MOVE HR-APELLIDOS TO WS-PYT-APE (PYT-IDX)
                    MOVE HR-NOMBRE TO WS-PYT-NOM (PYT-IDX)
                    MOVE WS-GROSS TO WS-PYT-GROSS (PYT-IDX)
                    MOVE WS-TAX TO WS-PYT-TAX (PYT-IDX)
                    MOVE WS-SS TO WS-PYT-SS (PYT-IDX)
                    MOVE WS-DED-EMP-TOTAL TO WS-PYT-DED (PYT-IDX)
                    MOVE WS-NET TO WS-PYT-NET (PYT-IDX)
                ELSE
                    DISPLAY "TABLA DE ACUMULADO ANUAL LLENA - "
                        "EMPLEADO " HR-EMPLOYEE-ID " NO ACUMULADO"
                END-IF
            END-IF.

       CARGA-ACUMULADO-ANUAL.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT YTD-EARNINGS.
            IF WS-PYT-OK
                PERFORM UNTIL WS-EOF
                    READ YTD-EARNINGS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-ACUMULADO
                    END-READ
                END-PERFORM
                CLOSE YTD-EARNINGS
            END-IF.

       CARGA-UN-ACUMULADO.
            IF WS-PYT-COUNT < WS-PYT-MAX
                ADD 1 TO WS-PYT-COUNT
                SET PYT-IDX TO WS-PYT-COUNT
                MOVE PYT-ANO TO WS-PYT-ANO (PYT-IDX)
                MOVE PYT-EMPLOYEE-ID TO WS-PYT-EMP (PYT-IDX)
                MOVE PYT-APELLIDOS TO WS-PYT-APE (PYT-IDX)
                MOVE PYT-NOMBRE TO WS-PYT-NOM (PYT-IDX)
                MOVE PYT-GROSS TO WS-PYT-GROSS (PYT-IDX)
                MOVE PYT-TAX TO WS-PYT-TAX (PYT-IDX)
                MOVE PYT-SS TO WS-PYT-SS (PYT-IDX)
                MOVE PYT-DED TO WS-PYT-DED (PYT-IDX)
                MOVE PYT-NET TO WS-PYT-NET (PYT-IDX)
            ELSE
                DISPLAY "TABLA DE ACUMULADO ANUAL LLENA - "
                    "EMPLEADO " PYT-EMPLOYEE-ID
                MOVE "CARGA-UN-ACUMULADO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       GRABA-ACUMULADO-ANUAL.
            OPEN OUTPUT YTD-EARNINGS-NEW.
            IF NOT WS-PYN-OK
                MOVE WS-PYN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-ACUMULADO OPEN NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING PYT-IDX FROM 1 BY 1
                    UNTIL PYT-IDX > WS-PYT-COUNT
                MOVE WS-PYT-ANO (PYT-IDX) TO PYT-ANO
                MOVE WS-PYT-EMP (PYT-IDX) TO PYT-EMPLOYEE-ID
                MOVE WS-PYT-APE (PYT-IDX) TO PYT-APELLIDOS
                MOVE WS-PYT-NOM (PYT-IDX) TO PYT-NOMBRE
                MOVE WS-PYT-GROSS (PYT-IDX) TO PYT-GROSS
                MOVE WS-PYT-TAX (PYT-IDX) TO PYT-TAX
                MOVE WS-PYT-SS (PYT-IDX) TO PYT-SS
                MOVE WS-PYT-DED (PYT-IDX) TO PYT-DED
                MOVE WS-PYT-NET (PYT-IDX) TO PYT-NET
                WRITE YTD-NEW-LINE FROM YTD-EARNINGS-RECORD
                IF NOT WS-PYN-OK
                    MOVE WS-PYN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ACUMULADO WRITE NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE YTD-EARNINGS-NEW.
            PERFORM PROMUEVE-ACUMULADO.

       PROMUEVE-ACUMULADO.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT YTD-EARNINGS-NEW.
            IF NOT WS-PYN-OK
                MOVE WS-PYN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACUMULADO OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT YTD-EARNINGS.
            IF NOT WS-PYT-OK
                MOVE WS-PYT-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACUMULADO OPEN YTD"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ YTD-EARNINGS-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE YTD-EARNINGS-RECORD FROM YTD-NEW-LINE
                        IF NOT WS-PYT-OK
                            MOVE WS-PYT-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ACUMULADO WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE YTD-EARNINGS-NEW YTD-EARNINGS.

       GRABA-RETENCIONES.
      *    Lo retenido en las liquidaciones entra en la remesa
      *    mensual igual que lo de la nomina.
            OPEN EXTEND WITHHELD-FILE.
            IF NOT WS-WHH-OK
                OPEN OUTPUT WITHHELD-FILE
                IF NOT WS-WHH-OK
                    MOVE WS-WHH-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RETENCIONES OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-OPSLOG-DATE TO WH-FECHA.
            MOVE WS-RUN-TAX TO WH-TAX.
            MOVE WS-RUN-SS TO WH-SS.
            MOVE SPACE TO WH-ESTADO.
            WRITE WITHHELD-RECORD.
            IF NOT WS-WHH-OK
                MOVE WS-WHH-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-RETENCIONES WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE WITHHELD-FILE.

       GRABA-LIQUIDADAS.
      *    Ultimo paso: una vez asentadas en los masters las
      *    liquidaciones pasan al registro y no se vuelven a pagar.
            OPEN EXTEND SETTLEMENT-REGISTER.
            IF NOT WS-LQR-OK
                OPEN OUTPUT SETTLEMENT-REGISTER
                IF NOT WS-LQR-OK
                    MOVE WS-LQR-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-LIQUIDADAS OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING BJ-IDX FROM 1 BY 1
                    UNTIL BJ-IDX > WS-BJ-COUNT
                IF WS-BJ-LIQUIDADA (BJ-IDX)
                    MOVE WS-BJ-EMP (BJ-IDX) TO LQ-EMPLOYEE-ID
                    MOVE WS-BJ-FECHA (BJ-IDX) TO LQ-FECHA-BAJA
                    MOVE WS-OPSLOG-DATE TO LQ-FECHA
                    MOVE WS-BJ-GROSS (BJ-IDX) TO LQ-GROSS
                    MOVE WS-BJ-TAX (BJ-IDX) TO LQ-TAX
                    MOVE WS-BJ-SS (BJ-IDX) TO LQ-SS
                    MOVE WS-BJ-DED (BJ-IDX) TO LQ-DED
                    MOVE WS-BJ-NET (BJ-IDX) TO LQ-NET
                    WRITE SETTLEMENT-RECORD
                    IF NOT WS-LQR-OK
                        MOVE WS-LQR-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-LIQUIDADAS WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE SETTLEMENT-REGISTER.

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
       COPY "PAYHWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM LIQUIDA-BAJAS.
