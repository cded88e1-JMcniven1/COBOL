      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual thirteenth-month bonus run. On the bonus
      *          date of the year (month and day from PARM124.DAT;
      *          absent, December 15) every employee on HR-MASTER
      *          who is not yet on the bonus register (AGUINALD.DAT)
      *          for the year is paid the statutory bonus: the
      *          monthly HR-SALARIO times the PARM124 salary factor,
      *          prorated by the months of service in the year since
      *          HR-FECHA-ALTA (a hire month counts when the hire
      *          day is on or before the PARM124 cut-off day), less
      *          a three-hundred-sixtieth of the bonus for every
      *          unpaid day of the year on the attendance feed
      *          (tipo F absence or tipo S unpaid leave), the
      *          consumed ATTPROC.DAT record plus anything still
      *          pending on ATTEND.DAT. Tax is
      *          withheld on the part above the PARM124 exempt
      *          amount against the TAXTABLE scale on the year's
      *          actual earnings (flat PARM33 rate with no scale),
      *          and social security at the PARM33 rate. Each bonus
      *          is listed on the bonus register report (AGUIRPT.TXT)
      *          and goes out as a payslip appended to the run's
      *          PAYSLIPS.DAT ahead of the variance review, so it
      *          passes REVISA-VARIACIONES and DEPOSITO-DIRECTO pays
      *          it by transfer or by check on PAYMENTS.DAT like any
      *          other payslip, and kept on the payslip history
      *          (PAYHIST, type A). The totals go onto PAYYTD.DAT for
      *          the annual certificate and the withholdings onto
      *          WHHELD.DAT for the remittance. Outside the bonus
      *          date the step ends at once with nothing to do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-AGUINALDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM33.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BONUS-PARM-FILE ASSIGN TO "PARM124.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPR-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
      *    Registro de aguinaldos: una linea por empleado pagado en
      *    el ano; lo que esta aqui no se vuelve a pagar.
           SELECT BONUS-REGISTER ASSIGN TO "AGUINALD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
      *    Faltas del ano: lo consumido por la nomina y lo pendiente.
           SELECT ATTENDANCE-PROCESSED ASSIGN TO "ATTPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASP-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.
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
           SELECT BONUS-REPORT ASSIGN TO "AGUIRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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

      *    Reglas del aguinaldo: mes y dia de pago, factor sobre el
      *    salario mensual, dia de corte del mes de alta y monto
      *    exento de impuesto.
       FD  BONUS-PARM-FILE.
       01  BONUS-PARM-RECORD.
           05  BPR-MES              PIC 99.
           05  BPR-DIA              PIC 99.
           05  BPR-FACTOR           PIC 9V99.
           05  BPR-DIA-CORTE        PIC 99.
           05  BPR-EXENTO           PIC 9(7)V99.

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  BONUS-REGISTER.
       01  BONUS-REGISTER-RECORD.
           05  AG-ANO               PIC 9(4).
           05  AG-EMPLOYEE-ID       PIC 9(6).
           05  AG-FECHA             PIC 9(8).
           05  AG-MESES             PIC 99.
           05  AG-FALTAS            PIC 9(3).
           05  AG-GROSS             PIC 9(7)V99.
           05  AG-TAX               PIC 9(7)V99.
           05  AG-SS                PIC 9(7)V99.
           05  AG-NET               PIC 9(7)V99.

      *    Mismo layout que graba CAPTURA-ASISTENCIA y consume
      *    CALCULA-NOMINA.
       FD  ATTENDANCE-PROCESSED.
       01  ATTENDANCE-PROC-RECORD.
           05  AP-EMPLOYEE-ID       PIC 9(6).
           05  AP-FECHA             PIC 9(8).
           05  AP-TIPO              PIC X.
           05  AP-HORAS             PIC 9(2)V99.
           05  AP-EXTRA             PIC 9(2)V99.
           05  AP-TIPO-DIA          PIC X.
           05  AP-TURNO             PIC X(4).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05  AT-EMPLOYEE-ID       PIC 9(6).
           05  AT-FECHA             PIC 9(8).
           05  AT-TIPO              PIC X.
           05  AT-HORAS             PIC 9(2)V99.
           05  AT-EXTRA             PIC 9(2)V99.
           05  AT-TIPO-DIA          PIC X.
           05  AT-TURNO             PIC X(4).

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

       FD  BONUS-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "TAXTBFD.cpy".
       COPY "PAYHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-BPR-STATUS            PIC XX.
           88  WS-BPR-OK            VALUE "00".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-AGR-STATUS            PIC XX.
           88  WS-AGR-OK            VALUE "00".
       01  WS-ASP-STATUS            PIC XX.
           88  WS-ASP-OK            VALUE "00".
       01  WS-ASI-STATUS            PIC XX.
           88  WS-ASI-OK            VALUE "00".
       01  WS-PYT-STATUS            PIC XX.
           88  WS-PYT-OK            VALUE "00".
       01  WS-PYN-STATUS            PIC XX.
           88  WS-PYN-OK            VALUE "00".
       01  WS-SLIP-STATUS           PIC XX.
           88  WS-SLIP-OK           VALUE "00".
       01  WS-WHH-STATUS            PIC XX.
           88  WS-WHH-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HR-EOF-SWITCH         PIC X VALUE "N".
           88  WS-HR-EOF            VALUE "Y".

       01  WS-TAX-RATE              PIC 9V999 VALUE 0.150.
       01  WS-SS-RATE               PIC 9V999 VALUE 0.062.
       01  WS-REGLA-MES             PIC 99 VALUE 12.
       01  WS-REGLA-DIA             PIC 99 VALUE 15.
       01  WS-REGLA-FACTOR          PIC 9V99 VALUE 1.00.
       01  WS-REGLA-CORTE           PIC 99 VALUE 15.
       01  WS-REGLA-EXENTO          PIC 9(7)V99 VALUE 0.

       01  WS-FECHA-NEGOCIO         PIC 9(8).
       01  WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-ANO-NEGOCIO       PIC 9(4).
           05  WS-MES-NEGOCIO       PIC 99.
           05  WS-DIA-NEGOCIO       PIC 99.
       01  WS-FECHA-ALTA            PIC 9(8).
       01  WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
           05  WS-ALTA-ANO          PIC 9(4).
           05  WS-ALTA-MES          PIC 99.
           05  WS-ALTA-DIA          PIC 99.
       01  WS-FECHA-FALTA           PIC 9(8).
       01  WS-FECHA-FALTA-R REDEFINES WS-FECHA-FALTA.
           05  WS-FALTA-ANO         PIC 9(4).
           05  FILLER               PIC 9(4).

      *    Empleados ya pagados en el ano, de corridas previas.
       01  WS-AG-MAX                PIC 9(4) VALUE 2000.
       01  WS-AG-COUNT              PIC 9(4) VALUE 0.
       01  WS-AG-TABLE.
           05  WS-AG-EMP OCCURS 2000 TIMES
                   INDEXED BY AG-IDX PIC 9(6).
       01  WS-AG-HALLADO-SWITCH     PIC X VALUE "N".
           88  WS-AG-HALLADO        VALUE "Y".

      *    Faltas del ano por empleado.
       01  WS-FT-MAX                PIC 9(4) VALUE 2000.
       01  WS-FT-COUNT              PIC 9(4) VALUE 0.
       01  WS-FT-TABLE.
           05  WS-FT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY FT-IDX.
               10  WS-FT-EMP        PIC 9(6).
               10  WS-FT-DIAS       PIC 9(3).
       01  WS-FT-HALLADO-SWITCH     PIC X VALUE "N".
           88  WS-FT-HALLADO        VALUE "Y".
       01  WS-FT-EMP-IN             PIC 9(6).
       01  WS-FT-FECHA-IN           PIC 9(8).

      *    Aguinaldos pagados en esta corrida, para el registro.
       01  WS-PG-MAX                PIC 9(4) VALUE 2000.
       01  WS-PG-COUNT              PIC 9(4) VALUE 0.
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PG-IDX.
               10  WS-PG-EMP        PIC 9(6).
               10  WS-PG-MESES      PIC 99.
               10  WS-PG-FALTAS     PIC 9(3).
               10  WS-PG-GROSS      PIC 9(7)V99.
               10  WS-PG-TAX        PIC 9(7)V99.
               10  WS-PG-SS         PIC 9(7)V99.
               10  WS-PG-NET        PIC 9(7)V99.

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

      *    Calculo del aguinaldo del empleado en curso.
       01  WS-MESES                 PIC 99.
       01  WS-FALTAS                PIC 9(3).
       01  WS-AGUINALDO-BASE        PIC 9(7)V99.
       01  WS-PRORRATEO             PIC 9(7)V99.
       01  WS-DESCUENTO-FALTAS      PIC 9(7)V99.
       01  WS-GRAVABLE              PIC 9(7)V99.
       01  WS-GROSS                 PIC 9(7)V99.
       01  WS-TAX                   PIC 9(7)V99.
       01  WS-SS                    PIC 9(7)V99.
       01  WS-NET                   PIC 9(7)V99.
       01  WS-YTD-GROSS-EMP         PIC 9(9)V99.
       01  WS-YTD-TAX-EMP           PIC 9(9)V99.
       01  WS-OMISION               PIC X(30).

       01  WS-RUN-GROSS             PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-RUN-TAX               PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-RUN-SS                PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-RUN-NET               PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-PAGADOS               PIC 9(6) VALUE 0.
       01  WS-YA-PAGADOS            PIC 9(6) VALUE 0.
       01  WS-OMITIDOS              PIC 9(6) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(34)
                   VALUE "REGISTRO DE AGUINALDO ANUAL - ANO ".
           05  WS-TIT-ANO           PIC 9(4).
           05  FILLER               PIC X(8) VALUE " FECHA: ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(37)
                   VALUE "EMPLEADO APELLIDOS            MESES ".
           05  FILLER               PIC X(33)
                   VALUE "FALTAS        BRUTO     IMPUESTO ".
           05  FILLER               PIC X(26)
                   VALUE "   SEG.SOCIAL         NETO".
       01  WS-SEPARA-LINE           PIC X(96) VALUE ALL "-".
       01  WS-DETALLE-LINE.
           05  WS-DET-ID            PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-APELLIDOS     PIC X(20).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-MESES         PIC Z9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-FALTAS        PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-GROSS         PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-TAX           PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-SS            PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-NET           PIC Z(8)9.99.
       01  WS-OMITIDO-LINE.
           05  WS-OMI-ID            PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-OMI-APELLIDOS     PIC X(20).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "SIN PAGO - ".
           05  WS-OMI-MOTIVO        PIC X(30).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(8) VALUE "TOTAL - ".
           05  WS-TOT-PAGADOS       PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " PAGADOS  ".
           05  FILLER               PIC X(21) VALUE SPACES.
           05  WS-TOT-GROSS         PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TOT-TAX           PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TOT-SS            PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TOT-NET           PIC Z(8)9.99.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TAXTBWS.cpy".
       COPY "PAYHWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "CALCULA-AGUINALDO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM LEE-REGLAS.
            MOVE WS-OPSLOG-DATE TO WS-FECHA-NEGOCIO.

      *    Fuera de la fecha de pago el paso no hace nada; desde el
      *    dia de pago hasta fin de mes paga a quien falte (un alta
      *    tardia del mes cobra en la corrida siguiente).
            IF WS-MES-NEGOCIO NOT = WS-REGLA-MES
                    OR WS-DIA-NEGOCIO < WS-REGLA-DIA
                DISPLAY "FUERA DE LA FECHA DE AGUINALDO ("
                    WS-REGLA-MES "/" WS-REGLA-DIA ") - SIN PAGOS"
            ELSE
                PERFORM PROCESA-AGUINALDO
            END-IF.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-PAGADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PROCESA-AGUINALDO.
            MOVE WS-ANO-NEGOCIO TO WS-TAXT-ANO.
            MOVE WS-OPSLOG-DATE TO WS-TAXT-FECHA.
            PERFORM CARGA-TABLA-IMPUESTO.

            PERFORM CARGA-PAGADOS.
            PERFORM CARGA-FALTAS.
            PERFORM CARGA-ACUMULADO-ANUAL.

            OPEN OUTPUT BONUS-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-AGUINALDO OPEN RPT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM ESCRIBE-CABECERA.
      *    Los recibos de aguinaldo se agregan a los de la corrida
      *    de nomina: DEPOSITO-DIRECTO los reparte a transferencia o
      *    a cheque junto con el resto.
            OPEN EXTEND PAYSLIP-FILE.
            IF NOT WS-SLIP-OK
                OPEN OUTPUT PAYSLIP-FILE
                IF NOT WS-SLIP-OK
                    MOVE WS-SLIP-STATUS TO WS-ABEND-STATUS
                    MOVE "PROCESA-AGUINALDO OPEN PAYSLIPS"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            COMPUTE WS-PAYH-PERIODO = WS-FECHA-NEGOCIO / 100.
            SET WS-PAYH-AGUINALDO TO TRUE.
            PERFORM ABRE-HISTORIA-RECIBOS.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-AGUINALDO OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-HR-EOF
                READ HR-MASTER-FILE NEXT
                    AT END SET WS-HR-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        PERFORM AGUINALDO-EMPLEADO
                END-READ
            END-PERFORM.
            CLOSE HR-MASTER-FILE PAYSLIP-FILE PAYSLIP-HISTORY.

            PERFORM ESCRIBE-TOTALES.
            CLOSE BONUS-REPORT.

            IF WS-PAGADOS > 0
                PERFORM GRABA-ACUMULADO-ANUAL
                PERFORM GRABA-RETENCIONES
                PERFORM GRABA-PAGADOS
            END-IF.

            DISPLAY "AGUINALDOS PAGADOS: " WS-PAGADOS
                " YA PAGADOS EN EL ANO: " WS-YA-PAGADOS
                " SIN PAGO: " WS-OMITIDOS.

       AGUINALDO-EMPLEADO.
            PERFORM BUSCA-PAGADO.
            IF WS-AG-HALLADO
                ADD 1 TO WS-YA-PAGADOS
            ELSE
                PERFORM CALCULA-AGUINALDO
                IF WS-OMISION = SPACES
                    PERFORM PAGA-AGUINALDO
                ELSE
                    PERFORM ESCRIBE-OMITIDO
                END-IF
            END-IF.

       CALCULA-AGUINALDO.
      *    Meses de servicio del ano: doce con alta anterior al
      *    ano; si el alta es del ano, desde el mes de alta (que
      *    cuenta solo con alta hasta el dia de corte) hasta
      *    diciembre. Cada falta descuenta un trescientos-sesentavo
      *    del aguinaldo completo.
            MOVE SPACES TO WS-OMISION.
            MOVE 0 TO WS-GROSS WS-TAX WS-SS WS-NET.
            MOVE HR-FECHA-ALTA TO WS-FECHA-ALTA.
            MOVE 0 TO WS-MESES.
            EVALUATE TRUE
                WHEN WS-FECHA-ALTA > WS-FECHA-NEGOCIO
                    MOVE "ALTA POSTERIOR A LA FECHA" TO WS-OMISION
                WHEN WS-ALTA-ANO < WS-ANO-NEGOCIO
                    MOVE 12 TO WS-MESES
                WHEN OTHER
                    COMPUTE WS-MESES = 13 - WS-ALTA-MES
                    IF WS-ALTA-DIA > WS-REGLA-CORTE
                        SUBTRACT 1 FROM WS-MESES
                    END-IF
            END-EVALUATE.
            IF WS-OMISION = SPACES AND WS-MESES = 0
                MOVE "SIN MES COMPLETO DE SERVICIO" TO WS-OMISION
            END-IF.
            IF WS-OMISION = SPACES
                PERFORM BUSCA-FALTAS
                COMPUTE WS-AGUINALDO-BASE ROUNDED =
                    HR-SALARIO * WS-REGLA-FACTOR
                COMPUTE WS-PRORRATEO ROUNDED =
                    WS-AGUINALDO-BASE * WS-MESES / 12
                COMPUTE WS-DESCUENTO-FALTAS ROUNDED =
                    WS-AGUINALDO-BASE / 360 * WS-FALTAS
                IF WS-DESCUENTO-FALTAS >= WS-PRORRATEO
                    MOVE "FALTAS ABSORBEN EL AGUINALDO" TO WS-OMISION
                ELSE
                    COMPUTE WS-GROSS =
                        WS-PRORRATEO - WS-DESCUENTO-FALTAS
                    COMPUTE WS-SS ROUNDED = WS-GROSS * WS-SS-RATE
                    PERFORM CALCULA-RETENCION
                    COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-SS
                END-IF
            END-IF.

       CALCULA-RETENCION.
      *    Solo la parte sobre el exento tributa. Con escala, el
      *    impuesto del devengado real del ano (acumulado mas lo
      *    gravable del aguinaldo) menos lo ya retenido en PAYYTD,
      *    el mismo criterio que LIQUIDA-BAJAS; sin escala para el
      *    ano, la tasa plana de PARM33.DAT.
            IF WS-GROSS > WS-REGLA-EXENTO
                COMPUTE WS-GRAVABLE = WS-GROSS - WS-REGLA-EXENTO
            ELSE
                MOVE 0 TO WS-GRAVABLE
            END-IF.
            IF NOT WS-TAXT-LOADED
                COMPUTE WS-TAX ROUNDED = WS-GRAVABLE * WS-TAX-RATE
            ELSE
                PERFORM BUSCA-ACUMULADO-EMPLEADO
                COMPUTE WS-TAXT-BASE = WS-YTD-GROSS-EMP + WS-GRAVABLE
                PERFORM CALCULA-IMPUESTO-ANUAL
                IF WS-TAXT-IMPUESTO > WS-YTD-TAX-EMP
                    COMPUTE WS-TAX =
                        WS-TAXT-IMPUESTO - WS-YTD-TAX-EMP
                ELSE
                    MOVE 0 TO WS-TAX
                END-IF
                IF WS-TAX > WS-GRAVABLE
                    MOVE WS-GRAVABLE TO WS-TAX
                END-IF
            END-IF.
            IF WS-TAX + WS-SS > WS-GROSS
                COMPUTE WS-TAX = WS-GROSS - WS-SS
            END-IF.

       PAGA-AGUINALDO.
            MOVE HR-EMPLOYEE-ID TO PS-EMPLOYEE-ID.
            MOVE HR-APELLIDOS TO PS-APELLIDOS.
            MOVE HR-NOMBRE TO PS-NOMBRE.
            MOVE WS-GROSS TO PS-GROSS.
            MOVE WS-TAX TO PS-TAX.
            MOVE WS-SS TO PS-SS.
            MOVE 0 TO PS-DED-COUNT.
            MOVE SPACES TO PS-DEDUCCION (1) PS-DEDUCCION (2)
                PS-DEDUCCION (3) PS-DEDUCCION (4) PS-DEDUCCION (5).
            MOVE 0 TO PS-DED-AMOUNT (1) PS-DED-AMOUNT (2)
                PS-DED-AMOUNT (3) PS-DED-AMOUNT (4)
                PS-DED-AMOUNT (5).
            MOVE 0 TO PS-DED-TOTAL.
            MOVE WS-NET TO PS-NET.
            MOVE 0 TO PS-RETRO.
            WRITE PAYSLIP-RECORD.
            IF NOT WS-SLIP-OK
                MOVE WS-SLIP-STATUS TO WS-ABEND-STATUS
                MOVE "PAGA-AGUINALDO WRITE SLIP"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE HR-DEPT-CODE TO WS-PAYH-DEPTO.
            PERFORM ARCHIVA-RECIBO.

            MOVE HR-EMPLOYEE-ID TO WS-DET-ID.
            MOVE HR-APELLIDOS TO WS-DET-APELLIDOS.
            MOVE WS-MESES TO WS-DET-MESES.
            MOVE WS-FALTAS TO WS-DET-FALTAS.
            MOVE WS-GROSS TO WS-DET-GROSS.
            MOVE WS-TAX TO WS-DET-TAX.
            MOVE WS-SS TO WS-DET-SS.
            MOVE WS-NET TO WS-DET-NET.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM ACUMULA-ANUAL.
            PERFORM ANOTA-PAGADO.
            ADD WS-GROSS TO WS-RUN-GROSS.
            ADD WS-TAX TO WS-RUN-TAX.
            ADD WS-SS TO WS-RUN-SS.
            ADD WS-NET TO WS-RUN-NET.
            ADD 1 TO WS-PAGADOS.

       ANOTA-PAGADO.
            IF WS-PG-COUNT < WS-PG-MAX
                ADD 1 TO WS-PG-COUNT
                SET PG-IDX TO WS-PG-COUNT
                MOVE HR-EMPLOYEE-ID TO WS-PG-EMP (PG-IDX)
                MOVE WS-MESES TO WS-PG-MESES (PG-IDX)
                MOVE WS-FALTAS TO WS-PG-FALTAS (PG-IDX)
                MOVE WS-GROSS TO WS-PG-GROSS (PG-IDX)
                MOVE WS-TAX TO WS-PG-TAX (PG-IDX)
                MOVE WS-SS TO WS-PG-SS (PG-IDX)
                MOVE WS-NET TO WS-PG-NET (PG-IDX)
            ELSE
      *         Un pago que no entra en el registro se volveria a
      *         pagar en la corrida siguiente: se aborta.
                DISPLAY "TABLA DE AGUINALDOS PAGADOS LLENA - "
                    "EMPLEADO " HR-EMPLOYEE-ID
                MOVE "ANOTA-PAGADO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       ESCRIBE-OMITIDO.
            ADD 1 TO WS-OMITIDOS.
            MOVE HR-EMPLOYEE-ID TO WS-OMI-ID.
            MOVE HR-APELLIDOS TO WS-OMI-APELLIDOS.
            MOVE WS-OMISION TO WS-OMI-MOTIVO.
            WRITE REPORT-LINE FROM WS-OMITIDO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-CABECERA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANO-NEGOCIO TO WS-TIT-ANO.
            MOVE WS-FECHA-NEGOCIO TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-PAGADOS TO WS-TOT-PAGADOS.
            MOVE WS-RUN-GROSS TO WS-TOT-GROSS.
            MOVE WS-RUN-TAX TO WS-TOT-TAX.
            MOVE WS-RUN-SS TO WS-TOT-SS.
            MOVE WS-RUN-NET TO WS-TOT-NET.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "CALCULA-AGUINALDO WRITE RPT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       CARGA-PAGADOS.
      *    Sin AGUINALD.DAT en disco nada se pago todavia.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BONUS-REGISTER.
            IF WS-AGR-OK
                PERFORM UNTIL WS-EOF
                    READ BONUS-REGISTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AG-ANO = WS-ANO-NEGOCIO
                                PERFORM CARGA-UN-PAGADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BONUS-REGISTER
            END-IF.

       CARGA-UN-PAGADO.
            IF WS-AG-COUNT < WS-AG-MAX
                ADD 1 TO WS-AG-COUNT
                MOVE AG-EMPLOYEE-ID TO WS-AG-EMP (WS-AG-COUNT)
            ELSE
      *         Un pagado que no entra en la tabla se volveria a
      *         pagar: se aborta.
                DISPLAY "TABLA DE AGUINALDOS PAGADOS LLENA - "
                    "EMPLEADO " AG-EMPLOYEE-ID
                MOVE "CARGA-UN-PAGADO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       BUSCA-PAGADO.
            MOVE "N" TO WS-AG-HALLADO-SWITCH.
            PERFORM VARYING AG-IDX FROM 1 BY 1
                    UNTIL AG-IDX > WS-AG-COUNT
                    OR WS-AG-HALLADO
                IF WS-AG-EMP (AG-IDX) = HR-EMPLOYEE-ID
                    SET WS-AG-HALLADO TO TRUE
                END-IF
            END-PERFORM.

       CARGA-FALTAS.
      *    Dias sin goce del ano hasta la fecha de negocio (falta F
      *    o licencia sin goce S): la constancia de lo que la nomina
      *    ya consumio y el feed aun pendiente.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ATTENDANCE-PROCESSED.
            IF WS-ASP-OK
                PERFORM UNTIL WS-EOF
                    READ ATTENDANCE-PROCESSED
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AP-TIPO = "F" OR AP-TIPO = "S"
                                MOVE AP-EMPLOYEE-ID TO WS-FT-EMP-IN
                                MOVE AP-FECHA TO WS-FT-FECHA-IN
                                PERFORM ANOTA-FALTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATTENDANCE-PROCESSED
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ATTENDANCE-FILE.
            IF WS-ASI-OK
                PERFORM UNTIL WS-EOF
                    READ ATTENDANCE-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AT-TIPO = "F" OR AT-TIPO = "S"
                                MOVE AT-EMPLOYEE-ID TO WS-FT-EMP-IN
                                MOVE AT-FECHA TO WS-FT-FECHA-IN
                                PERFORM ANOTA-FALTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATTENDANCE-FILE
            END-IF.

       ANOTA-FALTA.
            MOVE WS-FT-FECHA-IN TO WS-FECHA-FALTA.
            IF WS-FALTA-ANO = WS-ANO-NEGOCIO
                    AND WS-FT-FECHA-IN <= WS-FECHA-NEGOCIO
                MOVE "N" TO WS-FT-HALLADO-SWITCH
                PERFORM VARYING FT-IDX FROM 1 BY 1
                        UNTIL FT-IDX > WS-FT-COUNT
                        OR WS-FT-HALLADO
                    IF WS-FT-EMP (FT-IDX) = WS-FT-EMP-IN
                        ADD 1 TO WS-FT-DIAS (FT-IDX)
                        SET WS-FT-HALLADO TO TRUE
                    END-IF
                END-PERFORM
                IF NOT WS-FT-HALLADO
                    IF WS-FT-COUNT < WS-FT-MAX
                        ADD 1 TO WS-FT-COUNT
                        SET FT-IDX TO WS-FT-COUNT
                        MOVE WS-FT-EMP-IN TO WS-FT-EMP (FT-IDX)
                        MOVE 1 TO WS-FT-DIAS (FT-IDX)
                    ELSE
      *                 Faltas sin contar pagarian de mas: se aborta.
                        DISPLAY "TABLA DE FALTAS LLENA - EMPLEADO "
                            WS-FT-EMP-IN
                        MOVE "ANOTA-FALTA" TO WS-ABEND-PARAGRAPH
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
            END-IF.

       BUSCA-FALTAS.
            MOVE 0 TO WS-FALTAS.
            PERFORM VARYING FT-IDX FROM 1 BY 1
                    UNTIL FT-IDX > WS-FT-COUNT
                IF WS-FT-EMP (FT-IDX) = HR-EMPLOYEE-ID
                    MOVE WS-FT-DIAS (FT-IDX) TO WS-FALTAS
                END-IF
            END-PERFORM.

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

       ACUMULA-ANUAL.
      *    El aguinaldo suma al acumulado del ano como cualquier
      *    corrida de nomina, para el certificado anual.
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
                    MOVE 0 TO WS-PYT-DED (PYT-IDX)
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
      *    Lo retenido en el aguinaldo entra en la remesa mensual
      *    igual que lo de la nomina.
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

       GRABA-PAGADOS.
      *    Ultimo paso: una vez asentados en los masters los
      *    aguinaldos pasan al registro y no se vuelven a pagar.
            OPEN EXTEND BONUS-REGISTER.
            IF NOT WS-AGR-OK
                OPEN OUTPUT BONUS-REGISTER
                IF NOT WS-AGR-OK
                    MOVE WS-AGR-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-PAGADOS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING PG-IDX FROM 1 BY 1
                    UNTIL PG-IDX > WS-PG-COUNT
                MOVE WS-ANO-NEGOCIO TO AG-ANO
                MOVE WS-PG-EMP (PG-IDX) TO AG-EMPLOYEE-ID
                MOVE WS-OPSLOG-DATE TO AG-FECHA
                MOVE WS-PG-MESES (PG-IDX) TO AG-MESES
                MOVE WS-PG-FALTAS (PG-IDX) TO AG-FALTAS
                MOVE WS-PG-GROSS (PG-IDX) TO AG-GROSS
                MOVE WS-PG-TAX (PG-IDX) TO AG-TAX
                MOVE WS-PG-SS (PG-IDX) TO AG-SS
                MOVE WS-PG-NET (PG-IDX) TO AG-NET
                WRITE BONUS-REGISTER-RECORD
                IF NOT WS-AGR-OK
                    MOVE WS-AGR-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-PAGADOS WRITE" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE BONUS-REGISTER.

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

       LEE-REGLAS.
      *    Sin PARM124.DAT rigen los valores de compilacion: 15 de
      *    diciembre, un mes de salario, corte al dia 15, sin exento.
            OPEN INPUT BONUS-PARM-FILE.
            IF WS-BPR-OK
                READ BONUS-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF BPR-MES >= 1 AND BPR-MES <= 12
                            MOVE BPR-MES TO WS-REGLA-MES
                        END-IF
                        IF BPR-DIA >= 1 AND BPR-DIA <= 31
                            MOVE BPR-DIA TO WS-REGLA-DIA
                        END-IF
                        IF BPR-FACTOR > 0
                            MOVE BPR-FACTOR TO WS-REGLA-FACTOR
                        END-IF
                        IF BPR-DIA-CORTE >= 1 AND BPR-DIA-CORTE <= 31
                            MOVE BPR-DIA-CORTE TO WS-REGLA-CORTE
                        END-IF
                        MOVE BPR-EXENTO TO WS-REGLA-EXENTO
                END-READ
                CLOSE BONUS-PARM-FILE
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-HR-EOF-SWITCH.
            MOVE 0 TO WS-AG-COUNT.
            MOVE 0 TO WS-FT-COUNT.
            MOVE 0 TO WS-PG-COUNT.
            MOVE 0 TO WS-PYT-COUNT.
            MOVE 0 TO WS-RUN-GROSS.
            MOVE 0 TO WS-RUN-TAX.
            MOVE 0 TO WS-RUN-SS.
            MOVE 0 TO WS-RUN-NET.
            MOVE 0 TO WS-LEIDOS.
            MOVE 0 TO WS-PAGADOS.
            MOVE 0 TO WS-YA-PAGADOS.
            MOVE 0 TO WS-OMITIDOS.

       COPY "TAXTBWR.cpy".
       COPY "PAYHWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM CALCULA-AGUINALDO.
