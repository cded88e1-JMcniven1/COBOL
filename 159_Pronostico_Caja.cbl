      ******************************************************************
      * Author:
      * Date:
      * Purpose: Thirteen-week cash forecast for treasury. Starts
      *          from the bank-reconciled balance on the business
      *          date: the book balance ACTUALIZA-YTD keeps on YTDBAL
      *          for the year, less the ledger items and plus the
      *          statement items CONCILIA-BANCO still carries open on
      *          RECONOPEN.DAT (or the balance keyed on PARM159.DAT
      *          when treasury enters it by hand). Over the thirteen
      *          weeks that follow it adds the open customer invoices
      *          of INVMAST.DAT (disputed ones left out) in the week
      *          they are expected in: the due date (issue date plus
      *          the standard terms of PARM159.DAT, default 30 days)
      *          moved by how late or early the customer has paid
      *          its collected invoices on average. It subtracts the
      *          open vendor invoices of APINVOIC.DAT by due date,
      *          every check still outstanding on the COMPENSA-
      *          CHEQUES report (CHQOUT.TXT) in the first week, and
      *          the payroll on each pay date of the payroll calendar
      *          (PAYCAL.DAT; absent, the last working day of each
      *          month) at the gross of the last run on PAYSLIPS.DAT
      *          without its one-off arrears, less the salary-loan
      *          installments of LOANMAST.DAT the run keeps back
      *          until each balance is recovered. Anything already
      *          past due falls in week one. The report (PRONCAJA.TXT,
      *          90 columns for DISTRIBUYE-REPORTES) shows the opening
      *          balance, the flows and closing balance of each week,
      *          and flags BAJO MINIMO every week that closes under
      *          the minimum cash threshold of PARM159.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTICO-CAJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM159.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT YTD-BALANCE ASSIGN TO "YTDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-YEAR
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "RECONOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STATUS.
           SELECT OUTSTANDING-CHECKS ASSIGN TO "CHQOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNM-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSL-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "PRONCAJA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "INVMSL.cpy".
           COPY "APINSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Caja minima, plazo de cobro estandar en dias y, con
      *    PARM-SALDO-MANUAL = "S", el saldo conciliado de banco que
      *    tesoreria informa a mano en lugar del calculado.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-MINIMO          PIC 9(9)V99.
           05  PARM-PLAZO           PIC 9(3).
           05  PARM-SALDO-MANUAL    PIC X.
           05  PARM-SALDO-BANCO     PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.

       FD  YTD-BALANCE.
       01  YTD-BALANCE-RECORD.
           05  YTD-YEAR             PIC 9(4).
           05  YTD-RUN-COUNT        PIC 9(5).
           05  YTD-TOTAL-BALANCE    PIC S9(9)V99.
           05  YTD-LAST-UPDATE      PIC 9(8).

      *    Mismo layout que graba CONCILIA-BANCO: L = en libros sin
      *    extracto, B = en el extracto sin libros; el importe lleva
      *    el signo en sus bytes, como LE-AMOUNT.
       FD  OPEN-ITEMS.
       01  OPEN-ITEM-RECORD.
           05  OI-ORIGEN            PIC X.
           05  OI-ACCOUNT-ID        PIC X(8).
           05  OI-AMOUNT            PIC S9(7)V99.
           05  OI-FECHA             PIC 9(8).

      *    Reporte de COMPENSA-CHEQUES: las lineas de pendientes
      *    llevan serie-numero, EMITIDO, fecha e IMPORTE en columnas
      *    fijas.
       FD  OUTSTANDING-CHECKS.
       01  CHECK-LINE               PIC X(80).

      *    Mismo layout que lee CALCULA-NOMINA; estado A = vivo.
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

      *    Recibos de la ultima corrida de CALCULA-NOMINA; solo
      *    interesan el bruto y los atrasos que ya trae incluidos.
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

      *    Calendario de pago de la nomina: una fecha AAAAMMDD por
      *    linea.
       FD  PAY-CALENDAR.
       01  PAY-CALENDAR-RECORD.
           05  PC-FECHA             PIC 9(8).

       FD  FORECAST-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "INVMFD.cpy".
       COPY "APINFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-YTD-STATUS            PIC XX.
           88  WS-YTD-OK            VALUE "00".
       01  WS-OPN-STATUS            PIC XX.
           88  WS-OPN-OK            VALUE "00".
       01  WS-CHQ-STATUS            PIC XX.
           88  WS-CHQ-OK            VALUE "00".
       01  WS-LNM-STATUS            PIC XX.
           88  WS-LNM-OK            VALUE "00".
       01  WS-PSL-STATUS            PIC XX.
           88  WS-PSL-OK            VALUE "00".
       01  WS-CAL-STATUS            PIC XX.
           88  WS-CAL-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

       01  WS-MINIMO                PIC S9(11)V99 USAGE COMP-3.
       01  WS-PLAZO                 PIC 9(3) VALUE 30.
       01  WS-SALDO-MANUAL-SWITCH   PIC X VALUE "N".
           88  WS-SALDO-MANUAL      VALUE "S".
       01  WS-SALDO-BANCO-PARM      PIC S9(11)V99 USAGE COMP-3.

      *    Horizonte: trece semanas de siete dias desde la fecha de
      *    negocio.
       01  WS-INICIO-FECHA          PIC 9(8).
       01  WS-INICIO-FECHA-R REDEFINES WS-INICIO-FECHA.
           05  WS-INICIO-ANO        PIC 9(4).
           05  WS-INICIO-MES        PIC 99.
           05  WS-INICIO-DIA        PIC 99.
       01  WS-INICIO-INT            PIC 9(8).
       01  WS-FIN-INT               PIC 9(8).
       01  WS-PROY-FECHA            PIC 9(8).
       01  WS-PROY-INT              PIC 9(8).
       01  WS-DIF-DIAS              PIC S9(7).
       01  WS-SEM-IX                PIC 99.
       01  WS-SEM-I                 PIC 99.

       01  WS-SEMANAS.
           05  WS-SM-ENTRY OCCURS 13 TIMES.
               10  WS-SM-DESDE      PIC 9(8).
               10  WS-SM-COBROS     PIC S9(11)V99 USAGE COMP-3.
               10  WS-SM-CUOTAS     PIC S9(11)V99 USAGE COMP-3.
               10  WS-SM-PROVEEDOR  PIC S9(11)V99 USAGE COMP-3.
               10  WS-SM-NOMINA     PIC S9(11)V99 USAGE COMP-3.
               10  WS-SM-CHEQUES    PIC S9(11)V99 USAGE COMP-3.
               10  WS-SM-SALDO      PIC S9(11)V99 USAGE COMP-3.

      *    Saldo de apertura: libros segun YTDBAL ajustados por las
      *    partidas abiertas de la conciliacion bancaria.
       01  WS-SALDO-LIBROS          PIC S9(11)V99 USAGE COMP-3.
       01  WS-PARTIDAS-LIBRO        PIC S9(11)V99 USAGE COMP-3.
       01  WS-PARTIDAS-BANCO        PIC S9(11)V99 USAGE COMP-3.
       01  WS-SALDO-INICIAL         PIC S9(11)V99 USAGE COMP-3.
       01  WS-SALDO-CORRIDO         PIC S9(11)V99 USAGE COMP-3.
       01  WS-SALDO-MENOR           PIC S9(11)V99 USAGE COMP-3.
       01  WS-YTD-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-YTD-HALLADO       VALUE "Y".

      *    Dias de pago historicos por cliente, sobre sus facturas
      *    cobradas.
       01  WS-HC-MAX                PIC 9(3) VALUE 500.
       01  WS-HC-COUNT              PIC 9(3) VALUE 0.
       01  WS-HC-I                  PIC 9(3).
       01  WS-HC-IX                 PIC 9(3).
       01  WS-HC-CUENTA-BUSCA       PIC X(8).
       01  WS-HC-TABLE.
           05  WS-HC-ENTRY OCCURS 500 TIMES.
               10  WS-HC-CUENTA     PIC X(8).
               10  WS-HC-COBRADAS   PIC 9(5).
               10  WS-HC-DIAS       PIC 9(9).
               10  WS-HC-PROMEDIO   PIC 9(5).
       01  WS-DIAS-PAGO             PIC S9(7).
       01  WS-ATRASO                PIC S9(5).

      *    Prestamos vivos con el saldo que va quedando fecha de
      *    pago tras fecha de pago.
       01  WS-LN-MAX                PIC 9(4) VALUE 2000.
       01  WS-LN-COUNT              PIC 9(4) VALUE 0.
       01  WS-LN-I                  PIC 9(4).
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 2000 TIMES.
               10  WS-LN-CUOTA      PIC 9(7)V99.
               10  WS-LN-BALANCE    PIC 9(7)V99.
       01  WS-LN-IMPORTE            PIC 9(7)V99.
       01  WS-CUOTAS-FECHA          PIC S9(11)V99 USAGE COMP-3.

       01  WS-NOMINA-BASE           PIC S9(11)V99 USAGE COMP-3.
       01  WS-RECIBOS               PIC 9(6) VALUE 0.

      *    Fechas de pago dentro del horizonte (del calendario o,
      *    sin el, el ultimo dia habil de cada mes).
       01  WS-FP-MAX                PIC 99 VALUE 40.
       01  WS-FP-COUNT              PIC 99 VALUE 0.
       01  WS-FP-I                  PIC 99.
       01  WS-FP-TABLE.
           05  WS-FP-FECHA OCCURS 40 TIMES
                                    PIC 9(8).
       01  WS-CALENDARIO-SWITCH     PIC X VALUE "N".
           88  WS-CALENDARIO-LEIDO  VALUE "Y".
       01  WS-CAL-ANOMES            PIC 9(6).
       01  WS-CAL-ANOMES-R REDEFINES WS-CAL-ANOMES.
           05  WS-CAL-ANO           PIC 9(4).
           05  WS-CAL-MES           PIC 99.
       01  WS-CAL-MESES             PIC 9.
       01  WS-CAL-PRIMERO           PIC 9(8).
       01  WS-CAL-INT               PIC 9(8).
       01  WS-DIA-SEMANA            PIC 9.

       01  WS-CHQ-IMPORTE           PIC S9(9)V99.

      *    Contadores del resumen.
       01  WS-CNT-FACTURAS          PIC 9(6) VALUE 0.
       01  WS-CNT-CON-HISTORIAL     PIC 9(6) VALUE 0.
       01  WS-CNT-FUERA             PIC 9(6) VALUE 0.
       01  WS-IMP-FUERA             PIC S9(11)V99 USAGE COMP-3.
       01  WS-CNT-DISPUTA           PIC 9(6) VALUE 0.
       01  WS-IMP-DISPUTA           PIC S9(11)V99 USAGE COMP-3.
       01  WS-CNT-PROVEEDOR         PIC 9(6) VALUE 0.
       01  WS-CNT-PROV-FUERA        PIC 9(6) VALUE 0.
       01  WS-IMP-PROV-FUERA        PIC S9(11)V99 USAGE COMP-3.
       01  WS-CNT-CHEQUES           PIC 9(6) VALUE 0.
       01  WS-CNT-PARTIDAS          PIC 9(6) VALUE 0.
       01  WS-CNT-BAJO-MINIMO       PIC 99 VALUE 0.
       01  WS-CNT-EDIT              PIC ZZZ,ZZ9.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-GUION-LINE            PIC X(90) VALUE ALL "-".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(38)
                   VALUE "PRONOSTICO DE CAJA A 13 SEMANAS DESDE ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-MONTO-LINE.
           05  WS-MTL-ETIQUETA      PIC X(48).
           05  WS-MTL-IMPORTE       PIC -(11)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-MTL-MONEDA        PIC X(3).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(11) VALUE "SM DESDE".
           05  FILLER               PIC X(11) VALUE "     COBROS".
           05  FILLER               PIC X(11) VALUE " CUOTAS PR.".
           05  FILLER               PIC X(11) VALUE " PROVEEDOR.".
           05  FILLER               PIC X(11) VALUE "     NOMINA".
           05  FILLER               PIC X(11) VALUE "    CHEQUES".
           05  FILLER               PIC X(12) VALUE " SALDO FINAL".
       01  WS-SEMANA-LINE.
           05  WS-SML-NRO           PIC Z9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SML-DESDE         PIC 9(8).
           05  WS-SML-COBROS        PIC Z(7)9.99.
           05  WS-SML-CUOTAS        PIC Z(7)9.99.
           05  WS-SML-PROVEEDOR     PIC Z(7)9.99.
           05  WS-SML-NOMINA        PIC Z(7)9.99.
           05  WS-SML-CHEQUES       PIC Z(7)9.99.
           05  WS-SML-SALDO         PIC -(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SML-MARCA         PIC X(11).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INVMWS.cpy".
       COPY "APINWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "PRONOSTICO-CAJA" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CALCULA-HORIZONTE.
            PERFORM CALCULA-SALDO-INICIAL.

            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM CARGA-HISTORIAL-COBRO.
            PERFORM PROYECTA-COBROS.

            PERFORM CARGA-FACTURAS-PROVEEDOR.
            PERFORM PROYECTA-PROVEEDORES.

            PERFORM PROYECTA-CHEQUES.

            PERFORM CARGA-PRESTAMOS.
            PERFORM CALCULA-NOMINA-BASE.
            PERFORM CARGA-CALENDARIO-NOMINA.
            IF NOT WS-CALENDARIO-LEIDO
                PERFORM CALENDARIO-FIN-DE-MES
            END-IF.
            PERFORM VARYING WS-FP-I FROM 1 BY 1
                    UNTIL WS-FP-I > WS-FP-COUNT
                PERFORM PROYECTA-UNA-NOMINA
            END-PERFORM.

            PERFORM CALCULA-SALDOS.
            PERFORM IMPRIME-PRONOSTICO.

            DISPLAY "PRONOSTICO DE CAJA DESDE " WS-INICIO-FECHA
                " FACTURAS: " WS-CNT-FACTURAS
                " PROVEEDOR: " WS-CNT-PROVEEDOR
                " CHEQUES: " WS-CNT-CHEQUES
                " SEMANAS BAJO MINIMO: " WS-CNT-BAJO-MINIMO.

            COMPUTE WS-RUNST-IN-COUNT = WS-IM-COUNT + WS-AI-COUNT
                + WS-CNT-CHEQUES.
            MOVE 13 TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CALCULA-HORIZONTE.
      *    La semana uno empieza en la fecha de negocio; cada
      *    semana arranca siete dias despues de la anterior.
            MOVE WS-OPSLOG-DATE TO WS-INICIO-FECHA.
            COMPUTE WS-INICIO-INT =
                FUNCTION INTEGER-OF-DATE(WS-INICIO-FECHA).
            COMPUTE WS-FIN-INT = WS-INICIO-INT + 90.
            PERFORM VARYING WS-SEM-I FROM 1 BY 1
                    UNTIL WS-SEM-I > 13
                COMPUTE WS-PROY-INT =
                    WS-INICIO-INT + (WS-SEM-I - 1) * 7
                COMPUTE WS-SM-DESDE (WS-SEM-I) =
                    FUNCTION DATE-OF-INTEGER(WS-PROY-INT)
            END-PERFORM.

       UBICA-SEMANA.
      *    Semana del horizonte que toca a WS-PROY-FECHA: lo vencido
      *    cae en la primera, lo posterior a la decimotercera queda
      *    fuera (WS-SEM-IX = 0).
            COMPUTE WS-PROY-INT =
                FUNCTION INTEGER-OF-DATE(WS-PROY-FECHA).
            COMPUTE WS-DIF-DIAS = WS-PROY-INT - WS-INICIO-INT.
            IF WS-DIF-DIAS < 0
                MOVE 0 TO WS-DIF-DIAS
            END-IF.
            IF WS-DIF-DIAS > 90
                MOVE 0 TO WS-SEM-IX
            ELSE
                COMPUTE WS-SEM-IX = WS-DIF-DIAS / 7 + 1
            END-IF.

       CALCULA-SALDO-INICIAL.
            IF WS-SALDO-MANUAL
                MOVE WS-SALDO-BANCO-PARM TO WS-SALDO-INICIAL
            ELSE
                PERFORM LEE-YTDBAL
                PERFORM CARGA-PARTIDAS-ABIERTAS
                COMPUTE WS-SALDO-INICIAL = WS-SALDO-LIBROS
                    - WS-PARTIDAS-LIBRO + WS-PARTIDAS-BANCO
            END-IF.

       LEE-YTDBAL.
      *    El registro del ano en curso lleva el saldo en libros que
      *    ACTUALIZA-YTD dejo en la ultima corrida.
            OPEN INPUT YTD-BALANCE.
            IF WS-YTD-OK
                MOVE WS-INICIO-ANO TO YTD-YEAR
                READ YTD-BALANCE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET WS-YTD-HALLADO TO TRUE
                        MOVE YTD-TOTAL-BALANCE TO WS-SALDO-LIBROS
                END-READ
                CLOSE YTD-BALANCE
            END-IF.
            IF NOT WS-YTD-HALLADO
                DISPLAY "YTDBAL SIN SALDO DEL ANO " WS-INICIO-ANO
                    " - SALDO EN LIBROS TOMADO EN CERO"
            END-IF.

       CARGA-PARTIDAS-ABIERTAS.
      *    Lo que esta en libros y el banco aun no vio se descuenta;
      *    lo que el banco movio y los libros no, se suma: queda el
      *    saldo del banco.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT OPEN-ITEMS.
            IF WS-OPN-OK
                PERFORM UNTIL WS-EOF
                    READ OPEN-ITEMS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF OI-AMOUNT IS NUMERIC
                                ADD 1 TO WS-CNT-PARTIDAS
                                IF OI-ORIGEN = "L"
                                    ADD OI-AMOUNT
                                        TO WS-PARTIDAS-LIBRO
                                ELSE
                                    ADD OI-AMOUNT
                                        TO WS-PARTIDAS-BANCO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEMS
            END-IF.

       CARGA-HISTORIAL-COBRO.
      *    Dias entre emision y cobro de cada factura cobrada,
      *    promediados por cliente.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-ESTADO (WS-IM-I) = "C"
                        AND WS-IM-TBL-COBRO (WS-IM-I) IS NUMERIC
                        AND WS-IM-TBL-COBRO (WS-IM-I)
                            >= WS-IM-TBL-FECHA (WS-IM-I)
                        AND WS-IM-TBL-FECHA (WS-IM-I) > 0
                    PERFORM SUMA-UN-COBRO
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-HC-I FROM 1 BY 1
                    UNTIL WS-HC-I > WS-HC-COUNT
                COMPUTE WS-HC-PROMEDIO (WS-HC-I) ROUNDED =
                    WS-HC-DIAS (WS-HC-I) / WS-HC-COBRADAS (WS-HC-I)
            END-PERFORM.

       SUMA-UN-COBRO.
            MOVE WS-IM-TBL-CUENTA (WS-IM-I) TO WS-HC-CUENTA-BUSCA.
            PERFORM BUSCA-CLIENTE-HISTORIAL.
            IF WS-HC-IX = 0
                IF WS-HC-COUNT >= WS-HC-MAX
                    DISPLAY "CLIENTES CON HISTORIAL EXCEDEN "
                        WS-HC-MAX
                    MOVE "SUMA-UN-COBRO" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-HC-COUNT
                MOVE WS-HC-COUNT TO WS-HC-IX
                MOVE WS-HC-CUENTA-BUSCA TO WS-HC-CUENTA (WS-HC-IX)
                MOVE 0 TO WS-HC-COBRADAS (WS-HC-IX)
                MOVE 0 TO WS-HC-DIAS (WS-HC-IX)
                MOVE 0 TO WS-HC-PROMEDIO (WS-HC-IX)
            END-IF.
            COMPUTE WS-DIAS-PAGO =
                FUNCTION INTEGER-OF-DATE(WS-IM-TBL-COBRO (WS-IM-I))
                - FUNCTION INTEGER-OF-DATE(WS-IM-TBL-FECHA (WS-IM-I)).
            ADD 1 TO WS-HC-COBRADAS (WS-HC-IX).
            ADD WS-DIAS-PAGO TO WS-HC-DIAS (WS-HC-IX).

       BUSCA-CLIENTE-HISTORIAL.
            MOVE 0 TO WS-HC-IX.
            PERFORM VARYING WS-HC-I FROM 1 BY 1
                    UNTIL WS-HC-I > WS-HC-COUNT
                IF WS-HC-CUENTA (WS-HC-I) = WS-HC-CUENTA-BUSCA
                    MOVE WS-HC-I TO WS-HC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       PROYECTA-COBROS.
      *    Vencimiento = emision + plazo estandar, corrido por el
      *    atraso (o adelanto) medio del cliente respecto de ese
      *    plazo. Las facturas en disputa no se cuentan como cobro.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-ESTADO (WS-IM-I) = "A"
                    IF WS-IM-TBL-RETENIDA (WS-IM-I) = "S"
                        ADD 1 TO WS-CNT-DISPUTA
                        ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                            TO WS-IMP-DISPUTA
                    ELSE
                        PERFORM PROYECTA-UN-COBRO
                    END-IF
                END-IF
            END-PERFORM.

       PROYECTA-UN-COBRO.
            MOVE WS-IM-TBL-CUENTA (WS-IM-I) TO WS-HC-CUENTA-BUSCA.
            PERFORM BUSCA-CLIENTE-HISTORIAL.
            IF WS-HC-IX = 0
                MOVE 0 TO WS-ATRASO
            ELSE
                COMPUTE WS-ATRASO =
                    WS-HC-PROMEDIO (WS-HC-IX) - WS-PLAZO
                ADD 1 TO WS-CNT-CON-HISTORIAL
            END-IF.
            COMPUTE WS-PROY-INT =
                FUNCTION INTEGER-OF-DATE(WS-IM-TBL-FECHA (WS-IM-I))
                + WS-PLAZO + WS-ATRASO.
            COMPUTE WS-PROY-FECHA =
                FUNCTION DATE-OF-INTEGER(WS-PROY-INT).
            PERFORM UBICA-SEMANA.
            IF WS-SEM-IX = 0
                ADD 1 TO WS-CNT-FUERA
                ADD WS-IM-TBL-IMPORTE (WS-IM-I) TO WS-IMP-FUERA
            ELSE
                ADD 1 TO WS-CNT-FACTURAS
                ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                    TO WS-SM-COBROS (WS-SEM-IX)
            END-IF.

       PROYECTA-PROVEEDORES.
      *    Facturas de proveedor abiertas, en la semana de su
      *    vencimiento.
            PERFORM VARYING WS-AI-I FROM 1 BY 1
                    UNTIL WS-AI-I > WS-AI-COUNT
                IF WS-AI-TBL-ESTADO (WS-AI-I) = "A"
                    MOVE WS-AI-TBL-VENCE (WS-AI-I) TO WS-PROY-FECHA
                    PERFORM UBICA-SEMANA
                    IF WS-SEM-IX = 0
                        ADD 1 TO WS-CNT-PROV-FUERA
                        ADD WS-AI-TBL-IMPORTE (WS-AI-I)
                            TO WS-IMP-PROV-FUERA
                    ELSE
                        ADD 1 TO WS-CNT-PROVEEDOR
                        ADD WS-AI-TBL-IMPORTE (WS-AI-I)
                            TO WS-SM-PROVEEDOR (WS-SEM-IX)
                    END-IF
                END-IF
            END-PERFORM.

       PROYECTA-CHEQUES.
      *    Un cheque emitido puede presentarse cualquier dia: todo
      *    lo pendiente se toma en la primera semana.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT OUTSTANDING-CHECKS.
            IF NOT WS-CHQ-OK
                DISPLAY "CHQOUT.TXT AUSENTE - SIN CHEQUES PENDIENTES"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ OUTSTANDING-CHECKS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF CHECK-LINE (5:1) = "-"
                                    AND CHECK-LINE (12:9)
                                        = " EMITIDO "
                                COMPUTE WS-CHQ-IMPORTE =
                                    FUNCTION NUMVAL(
                                        CHECK-LINE (38:10))
                                ADD 1 TO WS-CNT-CHEQUES
                                ADD WS-CHQ-IMPORTE
                                    TO WS-SM-CHEQUES (1)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OUTSTANDING-CHECKS
            END-IF.

       CARGA-PRESTAMOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LOAN-MASTER.
            IF WS-LNM-OK
                PERFORM UNTIL WS-EOF
                    READ LOAN-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LN-ESTADO = "A"
                                    AND LN-BALANCE IS NUMERIC
                                    AND LN-BALANCE > 0
                                PERFORM CARGA-UN-PRESTAMO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-MASTER
            END-IF.

       CARGA-UN-PRESTAMO.
            IF WS-LN-COUNT >= WS-LN-MAX
                DISPLAY "TABLA DE PRESTAMOS LLENA EN " WS-LN-MAX
                    " ENTRADAS"
                MOVE "CARGA-UN-PRESTAMO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LN-COUNT.
            MOVE LN-CUOTA TO WS-LN-CUOTA (WS-LN-COUNT).
            MOVE LN-BALANCE TO WS-LN-BALANCE (WS-LN-COUNT).

       CALCULA-NOMINA-BASE.
      *    El bruto de la ultima corrida es lo que sale de caja en
      *    cada pago (neto al empleado mas lo retenido para
      *    terceros); los atrasos retroactivos no se repiten.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PAYSLIP-FILE.
            IF NOT WS-PSL-OK
                DISPLAY "PAYSLIPS.DAT AUSENTE - NOMINA NO PROYECTADA"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ PAYSLIP-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF PS-GROSS IS NUMERIC
                                ADD 1 TO WS-RECIBOS
                                ADD PS-GROSS TO WS-NOMINA-BASE
                                IF PS-RETRO IS NUMERIC
                                    SUBTRACT PS-RETRO
                                        FROM WS-NOMINA-BASE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYSLIP-FILE
            END-IF.

       CARGA-CALENDARIO-NOMINA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PAY-CALENDAR.
            IF WS-CAL-OK
                SET WS-CALENDARIO-LEIDO TO TRUE
                PERFORM UNTIL WS-EOF
                    READ PAY-CALENDAR
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF PC-FECHA IS NUMERIC
                                    AND PC-FECHA >= WS-INICIO-FECHA
                                MOVE PC-FECHA TO WS-PROY-FECHA
                                PERFORM AGREGA-FECHA-PAGO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAY-CALENDAR
            ELSE
                DISPLAY "PAYCAL.DAT AUSENTE - NOMINA AL ULTIMO DIA "
                    "HABIL DE CADA MES"
            END-IF.

       CALENDARIO-FIN-DE-MES.
      *    Ultimo dia del mes retrocedido a viernes si cae en fin de
      *    semana (1 = lunes ... 7 = domingo); el horizonte toca a
      *    lo sumo cinco meses.
            MOVE WS-INICIO-ANO TO WS-CAL-ANO.
            MOVE WS-INICIO-MES TO WS-CAL-MES.
            PERFORM VARYING WS-CAL-MESES FROM 1 BY 1
                    UNTIL WS-CAL-MESES > 5
                IF WS-CAL-MES = 12
                    ADD 1 TO WS-CAL-ANO
                    MOVE 1 TO WS-CAL-MES
                ELSE
                    ADD 1 TO WS-CAL-MES
                END-IF
                COMPUTE WS-CAL-PRIMERO = WS-CAL-ANOMES * 100 + 1
                COMPUTE WS-CAL-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CAL-PRIMERO) - 1
                COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD(WS-CAL-INT - 1, 7) + 1
                IF WS-DIA-SEMANA > 5
                    COMPUTE WS-CAL-INT =
                        WS-CAL-INT - (WS-DIA-SEMANA - 5)
                END-IF
                IF WS-CAL-INT >= WS-INICIO-INT
                    COMPUTE WS-PROY-FECHA =
                        FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                    PERFORM AGREGA-FECHA-PAGO
                END-IF
            END-PERFORM.

       AGREGA-FECHA-PAGO.
      *    Solo las fechas que caen dentro de las trece semanas.
            PERFORM UBICA-SEMANA.
            IF WS-SEM-IX > 0
                    AND WS-FP-COUNT < WS-FP-MAX
                ADD 1 TO WS-FP-COUNT
                MOVE WS-PROY-FECHA TO WS-FP-FECHA (WS-FP-COUNT)
            END-IF.

       PROYECTA-UNA-NOMINA.
      *    Cada pago retiene la cuota de cada prestamo vivo, nunca
      *    mas que lo que le queda por recuperar.
            MOVE WS-FP-FECHA (WS-FP-I) TO WS-PROY-FECHA.
            PERFORM UBICA-SEMANA.
            ADD WS-NOMINA-BASE TO WS-SM-NOMINA (WS-SEM-IX).
            MOVE 0 TO WS-CUOTAS-FECHA.
            PERFORM VARYING WS-LN-I FROM 1 BY 1
                    UNTIL WS-LN-I > WS-LN-COUNT
                MOVE WS-LN-CUOTA (WS-LN-I) TO WS-LN-IMPORTE
                IF WS-LN-IMPORTE > WS-LN-BALANCE (WS-LN-I)
                    MOVE WS-LN-BALANCE (WS-LN-I) TO WS-LN-IMPORTE
                END-IF
                SUBTRACT WS-LN-IMPORTE FROM WS-LN-BALANCE (WS-LN-I)
                ADD WS-LN-IMPORTE TO WS-CUOTAS-FECHA
            END-PERFORM.
            ADD WS-CUOTAS-FECHA TO WS-SM-CUOTAS (WS-SEM-IX).

       CALCULA-SALDOS.
            MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRIDO.
            MOVE WS-SALDO-INICIAL TO WS-SALDO-MENOR.
            PERFORM VARYING WS-SEM-I FROM 1 BY 1
                    UNTIL WS-SEM-I > 13
                COMPUTE WS-SALDO-CORRIDO = WS-SALDO-CORRIDO
                    + WS-SM-COBROS (WS-SEM-I)
                    + WS-SM-CUOTAS (WS-SEM-I)
                    - WS-SM-PROVEEDOR (WS-SEM-I)
                    - WS-SM-NOMINA (WS-SEM-I)
                    - WS-SM-CHEQUES (WS-SEM-I)
                MOVE WS-SALDO-CORRIDO TO WS-SM-SALDO (WS-SEM-I)
                IF WS-SALDO-CORRIDO < WS-SALDO-MENOR
                    MOVE WS-SALDO-CORRIDO TO WS-SALDO-MENOR
                END-IF
                IF WS-SALDO-CORRIDO < WS-MINIMO
                    ADD 1 TO WS-CNT-BAJO-MINIMO
                END-IF
            END-PERFORM.

       IMPRIME-PRONOSTICO.
            OPEN OUTPUT FORECAST-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-PRONOSTICO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-INICIO-FECHA TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-SITE-CURRENCY TO WS-MTL-MONEDA.

            IF WS-SALDO-MANUAL
                MOVE "SALDO DE BANCO INFORMADO EN PARM159"
                    TO WS-MTL-ETIQUETA
                MOVE WS-SALDO-INICIAL TO WS-MTL-IMPORTE
                PERFORM ESCRIBE-MONTO
            ELSE
                MOVE SPACES TO WS-MTL-ETIQUETA
                IF WS-YTD-HALLADO
                    STRING "SALDO EN LIBROS SEGUN YTDBAL "
                        WS-INICIO-ANO DELIMITED BY SIZE
                        INTO WS-MTL-ETIQUETA
                ELSE
                    STRING "SALDO EN LIBROS - YTDBAL SIN ANO "
                        WS-INICIO-ANO DELIMITED BY SIZE
                        INTO WS-MTL-ETIQUETA
                END-IF
                MOVE WS-SALDO-LIBROS TO WS-MTL-IMPORTE
                PERFORM ESCRIBE-MONTO
                MOVE "MENOS PARTIDAS EN LIBROS SIN EXTRACTO"
                    TO WS-MTL-ETIQUETA
                MOVE WS-PARTIDAS-LIBRO TO WS-MTL-IMPORTE
                PERFORM ESCRIBE-MONTO
                MOVE "MAS PARTIDAS DEL EXTRACTO SIN LIBROS"
                    TO WS-MTL-ETIQUETA
                MOVE WS-PARTIDAS-BANCO TO WS-MTL-IMPORTE
                PERFORM ESCRIBE-MONTO
                MOVE "SALDO CONCILIADO DE BANCO" TO WS-MTL-ETIQUETA
                MOVE WS-SALDO-INICIAL TO WS-MTL-IMPORTE
                PERFORM ESCRIBE-MONTO
            END-IF.
            MOVE "CAJA MINIMA" TO WS-MTL-ETIQUETA.
            MOVE WS-MINIMO TO WS-MTL-IMPORTE.
            PERFORM ESCRIBE-MONTO.

            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-SEM-I FROM 1 BY 1
                    UNTIL WS-SEM-I > 13
                PERFORM ESCRIBE-SEMANA
            END-PERFORM.

            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM IMPRIME-RESUMEN.
            CLOSE FORECAST-REPORT.

       ESCRIBE-SEMANA.
            MOVE WS-SEM-I TO WS-SML-NRO.
            MOVE WS-SM-DESDE (WS-SEM-I) TO WS-SML-DESDE.
            MOVE WS-SM-COBROS (WS-SEM-I) TO WS-SML-COBROS.
            MOVE WS-SM-CUOTAS (WS-SEM-I) TO WS-SML-CUOTAS.
            MOVE WS-SM-PROVEEDOR (WS-SEM-I) TO WS-SML-PROVEEDOR.
            MOVE WS-SM-NOMINA (WS-SEM-I) TO WS-SML-NOMINA.
            MOVE WS-SM-CHEQUES (WS-SEM-I) TO WS-SML-CHEQUES.
            MOVE WS-SM-SALDO (WS-SEM-I) TO WS-SML-SALDO.
            IF WS-SM-SALDO (WS-SEM-I) < WS-MINIMO
                MOVE "BAJO MINIMO" TO WS-SML-MARCA
            ELSE
                MOVE SPACES TO WS-SML-MARCA
            END-IF.
            WRITE REPORT-LINE FROM WS-SEMANA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-RESUMEN.
            MOVE WS-CNT-FACTURAS TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "COBROS PROYECTADOS - FACTURAS: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            COMPUTE WS-MTL-IMPORTE = WS-SM-COBROS (1)
                + WS-SM-COBROS (2) + WS-SM-COBROS (3)
                + WS-SM-COBROS (4) + WS-SM-COBROS (5)
                + WS-SM-COBROS (6) + WS-SM-COBROS (7)
                + WS-SM-COBROS (8) + WS-SM-COBROS (9)
                + WS-SM-COBROS (10) + WS-SM-COBROS (11)
                + WS-SM-COBROS (12) + WS-SM-COBROS (13).
            PERFORM ESCRIBE-MONTO.
            MOVE WS-CNT-CON-HISTORIAL TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "  DE CLIENTES CON HISTORIAL DE PAGO: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            WRITE REPORT-LINE FROM WS-MTL-ETIQUETA.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CNT-FUERA TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "COBROS MAS ALLA DE 13 SEMANAS: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            MOVE WS-IMP-FUERA TO WS-MTL-IMPORTE.
            PERFORM ESCRIBE-MONTO.
            MOVE WS-CNT-DISPUTA TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "FACTURAS EN DISPUTA EXCLUIDAS: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            MOVE WS-IMP-DISPUTA TO WS-MTL-IMPORTE.
            PERFORM ESCRIBE-MONTO.
            MOVE WS-CNT-PROV-FUERA TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "PROVEEDOR MAS ALLA DE 13 SEMANAS: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            MOVE WS-IMP-PROV-FUERA TO WS-MTL-IMPORTE.
            PERFORM ESCRIBE-MONTO.
            MOVE WS-CNT-CHEQUES TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "CHEQUES PENDIENTES DE COBRO: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            MOVE WS-SM-CHEQUES (1) TO WS-MTL-IMPORTE.
            PERFORM ESCRIBE-MONTO.
            MOVE WS-FP-COUNT TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "NOMINA POR FECHA DE PAGO - FECHAS: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            MOVE WS-NOMINA-BASE TO WS-MTL-IMPORTE.
            PERFORM ESCRIBE-MONTO.
            MOVE "SALDO MINIMO PROYECTADO" TO WS-MTL-ETIQUETA.
            MOVE WS-SALDO-MENOR TO WS-MTL-IMPORTE.
            PERFORM ESCRIBE-MONTO.
            MOVE WS-CNT-BAJO-MINIMO TO WS-CNT-EDIT.
            MOVE SPACES TO WS-MTL-ETIQUETA.
            STRING "SEMANAS BAJO LA CAJA MINIMA: " WS-CNT-EDIT
                DELIMITED BY SIZE INTO WS-MTL-ETIQUETA.
            WRITE REPORT-LINE FROM WS-MTL-ETIQUETA.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-MONTO.
            WRITE REPORT-LINE FROM WS-MONTO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-MINIMO IS NUMERIC
                            MOVE PARM-MINIMO TO WS-MINIMO
                        END-IF
                        IF PARM-PLAZO IS NUMERIC
                                AND PARM-PLAZO > 0
                            MOVE PARM-PLAZO TO WS-PLAZO
                        END-IF
                        IF PARM-SALDO-MANUAL = "S"
                                AND PARM-SALDO-BANCO IS NUMERIC
                            SET WS-SALDO-MANUAL TO TRUE
                            MOVE PARM-SALDO-BANCO
                                TO WS-SALDO-BANCO-PARM
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "PRONOSTICO-CAJA WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-MINIMO.
            MOVE 30 TO WS-PLAZO.
            MOVE "N" TO WS-SALDO-MANUAL-SWITCH.
            MOVE 0 TO WS-SALDO-BANCO-PARM.
            MOVE "N" TO WS-YTD-HALLADO-SWITCH.
            MOVE "N" TO WS-CALENDARIO-SWITCH.
            MOVE 0 TO WS-SALDO-LIBROS.
            MOVE 0 TO WS-PARTIDAS-LIBRO.
            MOVE 0 TO WS-PARTIDAS-BANCO.
            MOVE 0 TO WS-SALDO-INICIAL.
            MOVE 0 TO WS-NOMINA-BASE.
            MOVE 0 TO WS-RECIBOS.
            MOVE 0 TO WS-HC-COUNT.
            MOVE 0 TO WS-LN-COUNT.
            MOVE 0 TO WS-FP-COUNT.
            MOVE 0 TO WS-CNT-FACTURAS.
            MOVE 0 TO WS-CNT-CON-HISTORIAL.
            MOVE 0 TO WS-CNT-FUERA.
            MOVE 0 TO WS-IMP-FUERA.
            MOVE 0 TO WS-CNT-DISPUTA.
            MOVE 0 TO WS-IMP-DISPUTA.
            MOVE 0 TO WS-CNT-PROVEEDOR.
            MOVE 0 TO WS-CNT-PROV-FUERA.
            MOVE 0 TO WS-IMP-PROV-FUERA.
            MOVE 0 TO WS-CNT-CHEQUES.
            MOVE 0 TO WS-CNT-PARTIDAS.
            MOVE 0 TO WS-CNT-BAJO-MINIMO.
            INITIALIZE WS-SEMANAS.

       COPY "INVMWR.cpy".
       COPY "APINWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM PRONOSTICO-CAJA.
