      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end financial statements over the period
      *          journal. For the month of the run (PARM158.DAT,
      *          AAAAMM; absent, the month before the business date)
      *          accumulates the dated GL lines EXTRAE-GL appends to
      *          GLPERIOD.DAT by the statement classification and
      *          line (rubro) MANTIENE-CUENTAS keeps on the chart of
      *          accounts (ACCTMAST.DAT): asset, liability and equity
      *          accounts go to the balance sheet (BALGRAL.TXT) with
      *          the month-end balance, the month's and the year's
      *          movement, the balance and year's movement at the
      *          same month of the prior year and the variance;
      *          revenue and expense accounts go to the income
      *          statement (ESTRES.TXT) with the month, the year to
      *          date, the prior-year month and year to date and the
      *          variance of each. Accounts with a blank rubro print
      *          as a line of their own under their description.
      *          Retained earnings open from the closing position of
      *          the prior year on YTDBAL (the record CIERRE-ANUAL
      *          locks) and roll forward with the year's result; the
      *          balance sheet proves the opening against the prior
      *          years' result accumulated on the journal and assets
      *          against liabilities and equity. A proof that does
      *          not hold, or a prior year missing from YTDBAL, ends
      *          the step with RC 8, the BALANCE-COMPROBACION
      *          discipline. Both reports are in the 90-column width
      *          DISTRIBUYE-REPORTES copies and RESUMEN-MANANA picks
      *          their totals up for the morning summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADOS-FINANCIEROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM158.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PERIOD-JOURNAL ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           SELECT YTD-BALANCE ASSIGN TO "YTDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-YEAR
               FILE STATUS IS WS-YTD-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ANOMES          PIC 9(6).

      *    Mismo layout de linea D/C que el extracto GLINTF.DAT.
       FD  PERIOD-JOURNAL.
       01  PERIOD-JOURNAL-RECORD.
           05  PJ-TYPE              PIC X.
           05  PJ-ACCOUNT           PIC X(8).
           05  PJ-AMOUNT            PIC 9(9)V99.
           05  PJ-DATE              PIC 9(8).
           05  FILLER               PIC X(22).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
      *    A activo, P pasivo, C capital: balance general; I
      *    ingreso, G gasto: estado de resultados.
           05  AM-TYPE              PIC X.
               88  AM-TIPO-CLASIFICADO VALUE "A" "P" "C" "I" "G".
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  YTD-BALANCE.
       01  YTD-BALANCE-RECORD.
           05  YTD-YEAR             PIC 9(4).
           05  YTD-RUN-COUNT        PIC 9(5).
           05  YTD-TOTAL-BALANCE    PIC S9(9)V99.
           05  YTD-LAST-UPDATE      PIC 9(8).

       FD  STATEMENT-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-PER-STATUS            PIC XX.
           88  WS-PER-OK            VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-YTD-STATUS            PIC XX.
           88  WS-YTD-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-ACM-EOF-SWITCH        PIC X VALUE "N".
           88  WS-ACM-EOF           VALUE "Y".
       01  WS-RPT-FILENAME          PIC X(20).

       01  WS-ANOMES                PIC 9(6).
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           05  WS-ANOMES-ANO        PIC 9(4).
           05  WS-ANOMES-MES        PIC 99.
       01  WS-ANOMES-ANT            PIC 9(6).
       01  WS-ANO-ANT               PIC 9(4).
       01  WS-ANO-CIERRE            PIC 9(4).
       01  WS-ANO-CIERRE-ANT        PIC 9(4).
       01  WS-HOY-FECHA             PIC 9(8).
       01  WS-HOY-FECHA-R REDEFINES WS-HOY-FECHA.
           05  WS-HOY-ANO           PIC 9(4).
           05  WS-HOY-MES           PIC 99.
           05  WS-HOY-DIA           PIC 99.

      *    Plan de cuentas en memoria: cada cuenta apunta a la linea
      *    (grupo) del estado que la acumula; 0 = sin clasificar.
       01  WS-PC-MAX                PIC 9(3) VALUE 200.
       01  WS-PC-COUNT              PIC 9(3) VALUE 0.
       01  WS-PC-I                  PIC 9(3).
       01  WS-PC-IX                 PIC 9(3).
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 200 TIMES.
               10  WS-PC-CUENTA     PIC X(8).
               10  WS-PC-GRUPO      PIC 9(3).

      *    Lineas de los estados en el orden en que aparecen en el
      *    plan; importes con signo deudor (debe menos haber).
       01  WS-GR-MAX                PIC 9(3) VALUE 200.
       01  WS-GR-COUNT              PIC 9(3) VALUE 0.
       01  WS-GR-I                  PIC 9(3).
       01  WS-GR-IX                 PIC 9(3).
       01  WS-GR-LOOKUP-TIPO        PIC X.
       01  WS-GR-LOOKUP-RUBRO       PIC X(18).
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 200 TIMES.
               10  WS-GR-TIPO       PIC X.
               10  WS-GR-RUBRO      PIC X(18).
               10  WS-GR-CUENTAS    PIC 9(3).
               10  WS-GR-SALDO      PIC S9(11)V99 USAGE COMP-3.
               10  WS-GR-MES        PIC S9(11)V99 USAGE COMP-3.
               10  WS-GR-ACUM       PIC S9(11)V99 USAGE COMP-3.
               10  WS-GR-SALDO-ANT  PIC S9(11)V99 USAGE COMP-3.
               10  WS-GR-MES-ANT    PIC S9(11)V99 USAGE COMP-3.
               10  WS-GR-ACUM-ANT   PIC S9(11)V99 USAGE COMP-3.
               10  WS-GR-PREVIO     PIC S9(11)V99 USAGE COMP-3.
               10  WS-GR-PREVIO-ANT PIC S9(11)V99 USAGE COMP-3.

       01  WS-LIN-ANOMES            PIC 9(6).
       01  WS-LIN-ANO               PIC 9(4).
       01  WS-LIN-IMPORTE           PIC S9(11)V99 USAGE COMP-3.

      *    Linea en curso y acumuladores de seccion, con el signo
      *    natural de la seccion (acreedor positivo en pasivo,
      *    capital e ingresos).
       01  WS-LN.
           05  WS-LN-SALDO          PIC S9(11)V99 USAGE COMP-3.
           05  WS-LN-MES            PIC S9(11)V99 USAGE COMP-3.
           05  WS-LN-ACUM           PIC S9(11)V99 USAGE COMP-3.
           05  WS-LN-SALDO-ANT      PIC S9(11)V99 USAGE COMP-3.
           05  WS-LN-MES-ANT        PIC S9(11)V99 USAGE COMP-3.
           05  WS-LN-ACUM-ANT       PIC S9(11)V99 USAGE COMP-3.
       01  WS-SEC.
           05  WS-SEC-SALDO         PIC S9(11)V99 USAGE COMP-3.
           05  WS-SEC-MES           PIC S9(11)V99 USAGE COMP-3.
           05  WS-SEC-ACUM          PIC S9(11)V99 USAGE COMP-3.
           05  WS-SEC-SALDO-ANT     PIC S9(11)V99 USAGE COMP-3.
           05  WS-SEC-MES-ANT       PIC S9(11)V99 USAGE COMP-3.
           05  WS-SEC-ACUM-ANT      PIC S9(11)V99 USAGE COMP-3.
       01  WS-ACT.
           05  WS-ACT-SALDO         PIC S9(11)V99 USAGE COMP-3.
           05  WS-ACT-MES           PIC S9(11)V99 USAGE COMP-3.
           05  WS-ACT-ACUM          PIC S9(11)V99 USAGE COMP-3.
           05  WS-ACT-SALDO-ANT     PIC S9(11)V99 USAGE COMP-3.
           05  WS-ACT-MES-ANT       PIC S9(11)V99 USAGE COMP-3.
           05  WS-ACT-ACUM-ANT      PIC S9(11)V99 USAGE COMP-3.
       01  WS-PYP.
           05  WS-PYP-SALDO         PIC S9(11)V99 USAGE COMP-3.
           05  WS-PYP-MES           PIC S9(11)V99 USAGE COMP-3.
           05  WS-PYP-ACUM          PIC S9(11)V99 USAGE COMP-3.
           05  WS-PYP-SALDO-ANT     PIC S9(11)V99 USAGE COMP-3.
           05  WS-PYP-MES-ANT       PIC S9(11)V99 USAGE COMP-3.
           05  WS-PYP-ACUM-ANT      PIC S9(11)V99 USAGE COMP-3.
      *    Resultado del ejercicio (ingresos menos gastos) y las
      *    utilidades retenidas que arrastra.
       01  WS-RES.
           05  WS-RES-SALDO         PIC S9(11)V99 USAGE COMP-3.
           05  WS-RES-MES           PIC S9(11)V99 USAGE COMP-3.
           05  WS-RES-ACUM          PIC S9(11)V99 USAGE COMP-3.
           05  WS-RES-SALDO-ANT     PIC S9(11)V99 USAGE COMP-3.
           05  WS-RES-MES-ANT       PIC S9(11)V99 USAGE COMP-3.
           05  WS-RES-ACUM-ANT      PIC S9(11)V99 USAGE COMP-3.
       01  WS-UTR.
           05  WS-UTR-SALDO         PIC S9(11)V99 USAGE COMP-3.
           05  WS-UTR-MES           PIC S9(11)V99 USAGE COMP-3.
           05  WS-UTR-ACUM          PIC S9(11)V99 USAGE COMP-3.
           05  WS-UTR-SALDO-ANT     PIC S9(11)V99 USAGE COMP-3.
           05  WS-UTR-MES-ANT       PIC S9(11)V99 USAGE COMP-3.
           05  WS-UTR-ACUM-ANT      PIC S9(11)V99 USAGE COMP-3.
       01  WS-UTR-INI               PIC S9(11)V99 USAGE COMP-3.
       01  WS-UTR-INI-ANT           PIC S9(11)V99 USAGE COMP-3.
       01  WS-UTR-DIARIO            PIC S9(11)V99 USAGE COMP-3.
       01  WS-UTR-DIARIO-ANT        PIC S9(11)V99 USAGE COMP-3.
       01  WS-DIF-UTR               PIC S9(11)V99 USAGE COMP-3.
       01  WS-DIF-BALANCE           PIC S9(11)V99 USAGE COMP-3.
       01  WS-YTD-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-YTD-HALLADO       VALUE "Y".
       01  WS-YTD-HALLADO-ANT-SW    PIC X VALUE "N".
           88  WS-YTD-HALLADO-ANT   VALUE "Y".
       01  WS-PRUEBA-SWITCH         PIC X VALUE "S".
           88  WS-PRUEBA-CUADRA     VALUE "S".

       01  WS-SECCION-TIPO          PIC X.
       01  WS-FORMATO               PIC X.
           88  WS-FORMATO-BALANCE   VALUE "B".
           88  WS-FORMATO-RESULTADO VALUE "R".
       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-FUERA-LINEAS          PIC 9(6) VALUE 0.
       01  WS-FUERA-NETO            PIC S9(11)V99 USAGE COMP-3.
       01  WS-FUERA-EDIT            PIC ZZZ,ZZ9.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-GUION-LINE            PIC X(90) VALUE ALL "-".
       01  WS-SECCION-LINE          PIC X(90).
       01  WS-TITULO-BAL-LINE.
           05  FILLER               PIC X(29)
                   VALUE "BALANCE GENERAL AL CIERRE DE ".
           05  WS-TBL-ANOMES        PIC 9(6).
       01  WS-TITULO-RES-LINE.
           05  FILLER               PIC X(29)
                   VALUE "ESTADO DE RESULTADOS DEL MES ".
           05  WS-TRL-ANOMES        PIC 9(6).
       01  WS-COLUMNAS-BAL-LINE.
           05  FILLER               PIC X(18) VALUE "RUBRO".
           05  FILLER               PIC X(12) VALUE "   SALDO MES".
           05  FILLER               PIC X(12) VALUE "    MOV. MES".
           05  FILLER               PIC X(12) VALUE "    MOV. ANO".
           05  FILLER               PIC X(12) VALUE " SALDO A.ANT".
           05  FILLER               PIC X(12) VALUE " MOV.ANO ANT".
           05  FILLER               PIC X(12) VALUE "   VARIACION".
       01  WS-COLUMNAS-RES-LINE.
           05  FILLER               PIC X(18) VALUE "RUBRO".
           05  FILLER               PIC X(12) VALUE "         MES".
           05  FILLER               PIC X(12) VALUE " MES ANO ANT".
           05  FILLER               PIC X(12) VALUE "    VAR. MES".
           05  FILLER               PIC X(12) VALUE "   ACUM. ANO".
           05  FILLER               PIC X(12) VALUE " AC. ANO ANT".
           05  FILLER               PIC X(12) VALUE "   VAR. ACUM".
      *    RESUMEN-MANANA lee el saldo de TOTAL ACTIVO en las
      *    columnas 19-30 y el acumulado de RESULTADO NETO en las
      *    55-66.
       01  WS-IMPORTES-LINE.
           05  WS-IML-RUBRO         PIC X(18).
           05  WS-IML-COL OCCURS 6 TIMES
                                    PIC -(8)9.99.
       01  WS-PRUEBA-LINE.
           05  WS-PRL-ETIQUETA      PIC X(48).
           05  WS-PRL-IMPORTE       PIC -(11)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PRL-MONEDA        PIC X(3).
       01  WS-PRUEBA-RESULT-LINE.
           05  FILLER               PIC X(32)
                   VALUE "PRUEBA DE UTILIDADES RETENIDAS: ".
           05  WS-PRR-RESULTADO     PIC X(9).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ESTADOS-FINANCIEROS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CALCULA-MES.
            PERFORM CARGA-PLAN-CUENTAS.

            OPEN INPUT PERIOD-JOURNAL.
            IF NOT WS-PER-OK
                DISPLAY "GLPERIOD.DAT AUSENTE - SIN DIARIO DEL "
                    "PERIODO"
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.
            PERFORM UNTIL WS-EOF
                READ PERIOD-JOURNAL
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        IF PJ-DATE IS NUMERIC
                                AND PJ-AMOUNT IS NUMERIC
                            PERFORM ACUMULA-LINEA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PERIOD-JOURNAL.

            PERFORM CALCULA-RESULTADO.
            PERFORM LEE-YTDBAL.
            PERFORM CALCULA-UTILIDADES-RETENIDAS.

            PERFORM IMPRIME-RESULTADOS.
            PERFORM IMPRIME-BALANCE-GENERAL.

            DISPLAY "ESTADOS FINANCIEROS " WS-ANOMES
                " LINEAS DEL DIARIO: " WS-LEIDOS
                " RUBROS: " WS-GR-COUNT
                " FUERA DEL PLAN: " WS-FUERA-LINEAS.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-GR-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

            IF NOT WS-PRUEBA-CUADRA
                DISPLAY "ESTADOS DESCUADRADOS - DIF. YTDBAL: "
                    WS-DIF-UTR " DIF. BALANCE: " WS-DIF-BALANCE
                MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

       CALCULA-MES.
      *    Sin parametro valido se toma el mes anterior a la fecha
      *    de negocio: los estados se preparan tras el cierre.
            MOVE WS-OPSLOG-DATE TO WS-HOY-FECHA.
            IF WS-ANOMES = 0
                IF WS-HOY-MES = 1
                    COMPUTE WS-ANOMES-ANO = WS-HOY-ANO - 1
                    MOVE 12 TO WS-ANOMES-MES
                ELSE
                    MOVE WS-HOY-ANO TO WS-ANOMES-ANO
                    COMPUTE WS-ANOMES-MES = WS-HOY-MES - 1
                END-IF
            END-IF.
            COMPUTE WS-ANOMES-ANT = WS-ANOMES - 100.
            COMPUTE WS-ANO-ANT = WS-ANOMES-ANO - 1.
      *    Las utilidades retenidas abren del cierre del ano previo
      *    a cada uno de los dos anos comparados.
            MOVE WS-ANO-ANT TO WS-ANO-CIERRE.
            COMPUTE WS-ANO-CIERRE-ANT = WS-ANO-ANT - 1.

       CARGA-PLAN-CUENTAS.
      *    Sin plan no hay clasificacion: todo el diario queda fuera
      *    del plan y la prueba no cuadra.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                PERFORM UNTIL WS-ACM-EOF
                    READ ACCOUNT-MASTER
                        AT END SET WS-ACM-EOF TO TRUE
                        NOT AT END PERFORM CARGA-UNA-CUENTA
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            ELSE
                DISPLAY "ACCTMAST.DAT AUSENTE - SIN CLASIFICACION "
                    "DE CUENTAS"
            END-IF.

       CARGA-UNA-CUENTA.
            IF WS-PC-COUNT >= WS-PC-MAX
                DISPLAY "PLAN DE CUENTAS EXCEDE " WS-PC-MAX
                    " CUENTAS"
                MOVE "CARGA-UNA-CUENTA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PC-COUNT.
            MOVE AM-ACCOUNT TO WS-PC-CUENTA (WS-PC-COUNT).
            MOVE 0 TO WS-PC-GRUPO (WS-PC-COUNT).
            IF AM-TIPO-CLASIFICADO
                MOVE AM-TYPE TO WS-GR-LOOKUP-TIPO
                IF AM-RUBRO = SPACES
                    MOVE AM-DESC TO WS-GR-LOOKUP-RUBRO
                ELSE
                    MOVE AM-RUBRO TO WS-GR-LOOKUP-RUBRO
                END-IF
                PERFORM BUSCA-O-CREA-GRUPO
                MOVE WS-GR-IX TO WS-PC-GRUPO (WS-PC-COUNT)
                ADD 1 TO WS-GR-CUENTAS (WS-GR-IX)
            END-IF.

       BUSCA-O-CREA-GRUPO.
            MOVE 0 TO WS-GR-IX.
            PERFORM VARYING WS-GR-I FROM 1 BY 1
                    UNTIL WS-GR-I > WS-GR-COUNT
                IF WS-GR-TIPO (WS-GR-I) = WS-GR-LOOKUP-TIPO
                        AND WS-GR-RUBRO (WS-GR-I)
                            = WS-GR-LOOKUP-RUBRO
                    MOVE WS-GR-I TO WS-GR-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-GR-IX = 0
                IF WS-GR-COUNT >= WS-GR-MAX
                    DISPLAY "RUBROS EXCEDEN " WS-GR-MAX
                        " EN LOS ESTADOS"
                    MOVE "BUSCA-O-CREA-GRUPO" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-GR-COUNT
                MOVE WS-GR-COUNT TO WS-GR-IX
                INITIALIZE WS-GR-ENTRY (WS-GR-IX)
                MOVE WS-GR-LOOKUP-TIPO TO WS-GR-TIPO (WS-GR-IX)
                MOVE WS-GR-LOOKUP-RUBRO TO WS-GR-RUBRO (WS-GR-IX)
            END-IF.

       ACUMULA-LINEA.
      *    Las lineas posteriores al mes del reporte no cuentan: un
      *    mes ya pasado se puede reimprimir tal como cerro.
            COMPUTE WS-LIN-ANOMES = PJ-DATE / 100.
            COMPUTE WS-LIN-ANO = PJ-DATE / 10000.
            IF WS-LIN-ANOMES <= WS-ANOMES
                IF PJ-TYPE = "D"
                    MOVE PJ-AMOUNT TO WS-LIN-IMPORTE
                ELSE
                    COMPUTE WS-LIN-IMPORTE = 0 - PJ-AMOUNT
                END-IF
                PERFORM BUSCA-CUENTA-PLAN
                IF WS-PC-IX = 0
                    ADD 1 TO WS-FUERA-LINEAS
                    ADD WS-LIN-IMPORTE TO WS-FUERA-NETO
                ELSE
                    IF WS-PC-GRUPO (WS-PC-IX) = 0
                        ADD 1 TO WS-FUERA-LINEAS
                        ADD WS-LIN-IMPORTE TO WS-FUERA-NETO
                    ELSE
                        MOVE WS-PC-GRUPO (WS-PC-IX) TO WS-GR-IX
                        PERFORM SUMA-LINEA-GRUPO
                    END-IF
                END-IF
            END-IF.

       BUSCA-CUENTA-PLAN.
            MOVE 0 TO WS-PC-IX.
            PERFORM VARYING WS-PC-I FROM 1 BY 1
                    UNTIL WS-PC-I > WS-PC-COUNT
                IF WS-PC-CUENTA (WS-PC-I) = PJ-ACCOUNT
                    MOVE WS-PC-I TO WS-PC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       SUMA-LINEA-GRUPO.
            ADD WS-LIN-IMPORTE TO WS-GR-SALDO (WS-GR-IX).
            IF WS-LIN-ANOMES = WS-ANOMES
                ADD WS-LIN-IMPORTE TO WS-GR-MES (WS-GR-IX)
            END-IF.
            IF WS-LIN-ANO = WS-ANOMES-ANO
                ADD WS-LIN-IMPORTE TO WS-GR-ACUM (WS-GR-IX)
            ELSE
                ADD WS-LIN-IMPORTE TO WS-GR-PREVIO (WS-GR-IX)
            END-IF.
            IF WS-LIN-ANOMES <= WS-ANOMES-ANT
                ADD WS-LIN-IMPORTE TO WS-GR-SALDO-ANT (WS-GR-IX)
                IF WS-LIN-ANOMES = WS-ANOMES-ANT
                    ADD WS-LIN-IMPORTE TO WS-GR-MES-ANT (WS-GR-IX)
                END-IF
                IF WS-LIN-ANO = WS-ANO-ANT
                    ADD WS-LIN-IMPORTE TO WS-GR-ACUM-ANT (WS-GR-IX)
                ELSE
                    ADD WS-LIN-IMPORTE
                        TO WS-GR-PREVIO-ANT (WS-GR-IX)
                END-IF
            END-IF.

       CALCULA-RESULTADO.
      *    Resultado con signo acreedor (utilidad positiva); lo de
      *    anos anteriores es lo que el diario dice que deberian
      *    ser las utilidades retenidas de apertura.
            PERFORM VARYING WS-GR-I FROM 1 BY 1
                    UNTIL WS-GR-I > WS-GR-COUNT
                IF WS-GR-TIPO (WS-GR-I) = "I"
                        OR WS-GR-TIPO (WS-GR-I) = "G"
                    SUBTRACT WS-GR-MES (WS-GR-I) FROM WS-RES-MES
                    SUBTRACT WS-GR-ACUM (WS-GR-I) FROM WS-RES-ACUM
                    SUBTRACT WS-GR-MES-ANT (WS-GR-I)
                        FROM WS-RES-MES-ANT
                    SUBTRACT WS-GR-ACUM-ANT (WS-GR-I)
                        FROM WS-RES-ACUM-ANT
                    SUBTRACT WS-GR-PREVIO (WS-GR-I)
                        FROM WS-UTR-DIARIO
                    SUBTRACT WS-GR-PREVIO-ANT (WS-GR-I)
                        FROM WS-UTR-DIARIO-ANT
                END-IF
            END-PERFORM.
            MOVE WS-RES-ACUM TO WS-RES-SALDO.
            MOVE WS-RES-ACUM-ANT TO WS-RES-SALDO-ANT.

       LEE-YTDBAL.
      *    El registro del ano cerrado guarda la posicion con que
      *    CIERRE-ANUAL lo bloqueo; sin fichero o sin el ano, la
      *    apertura sale del diario y la prueba queda sin cuadrar.
            OPEN INPUT YTD-BALANCE.
            IF WS-YTD-OK
                MOVE WS-ANO-CIERRE TO YTD-YEAR
                READ YTD-BALANCE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET WS-YTD-HALLADO TO TRUE
                        MOVE YTD-TOTAL-BALANCE TO WS-UTR-INI
                END-READ
                MOVE WS-ANO-CIERRE-ANT TO YTD-YEAR
                READ YTD-BALANCE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET WS-YTD-HALLADO-ANT TO TRUE
                        MOVE YTD-TOTAL-BALANCE TO WS-UTR-INI-ANT
                END-READ
                CLOSE YTD-BALANCE
            END-IF.
            IF NOT WS-YTD-HALLADO
                DISPLAY "YTDBAL SIN CIERRE DEL ANO " WS-ANO-CIERRE
                    " - APERTURA TOMADA DEL DIARIO"
                MOVE WS-UTR-DIARIO TO WS-UTR-INI
            END-IF.
            IF NOT WS-YTD-HALLADO-ANT
                MOVE WS-UTR-DIARIO-ANT TO WS-UTR-INI-ANT
            END-IF.

       CALCULA-UTILIDADES-RETENIDAS.
            COMPUTE WS-UTR-SALDO = WS-UTR-INI + WS-RES-ACUM.
            MOVE WS-RES-MES TO WS-UTR-MES.
            MOVE WS-RES-ACUM TO WS-UTR-ACUM.
            COMPUTE WS-UTR-SALDO-ANT =
                WS-UTR-INI-ANT + WS-RES-ACUM-ANT.
            MOVE WS-RES-MES-ANT TO WS-UTR-MES-ANT.
            MOVE WS-RES-ACUM-ANT TO WS-UTR-ACUM-ANT.
            COMPUTE WS-DIF-UTR = WS-UTR-INI - WS-UTR-DIARIO.

       IMPRIME-RESULTADOS.
            MOVE "ESTRES.TXT" TO WS-RPT-FILENAME.
            PERFORM ABRE-REPORTE.
            MOVE WS-ANOMES TO WS-TRL-ANOMES.
            WRITE REPORT-LINE FROM WS-TITULO-RES-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-RES-LINE.
            PERFORM VERIFICA-ESCRITURA.
            SET WS-FORMATO-RESULTADO TO TRUE.

            MOVE "INGRESOS" TO WS-SECCION-LINE.
            MOVE "I" TO WS-SECCION-TIPO.
            PERFORM IMPRIME-SECCION.
            MOVE "TOTAL INGRESOS" TO WS-IML-RUBRO.
            PERFORM ESCRIBE-TOTAL-SECCION.

            MOVE "GASTOS" TO WS-SECCION-LINE.
            MOVE "G" TO WS-SECCION-TIPO.
            PERFORM IMPRIME-SECCION.
            MOVE "TOTAL GASTOS" TO WS-IML-RUBRO.
            PERFORM ESCRIBE-TOTAL-SECCION.

            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-RES TO WS-LN.
            MOVE "RESULTADO NETO" TO WS-IML-RUBRO.
            PERFORM ESCRIBE-LINEA.
            CLOSE STATEMENT-REPORT.

       IMPRIME-BALANCE-GENERAL.
            MOVE "BALGRAL.TXT" TO WS-RPT-FILENAME.
            PERFORM ABRE-REPORTE.
            MOVE WS-ANOMES TO WS-TBL-ANOMES.
            WRITE REPORT-LINE FROM WS-TITULO-BAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-BAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            SET WS-FORMATO-BALANCE TO TRUE.

            MOVE "ACTIVO" TO WS-SECCION-LINE.
            MOVE "A" TO WS-SECCION-TIPO.
            PERFORM IMPRIME-SECCION.
            MOVE "TOTAL ACTIVO" TO WS-IML-RUBRO.
            PERFORM ESCRIBE-TOTAL-SECCION.
            MOVE WS-SEC TO WS-ACT.

            MOVE "PASIVO" TO WS-SECCION-LINE.
            MOVE "P" TO WS-SECCION-TIPO.
            PERFORM IMPRIME-SECCION.
            MOVE "TOTAL PASIVO" TO WS-IML-RUBRO.
            PERFORM ESCRIBE-TOTAL-SECCION.
            MOVE WS-SEC TO WS-PYP.

      *    El patrimonio cierra con las utilidades retenidas
      *    arrastradas desde YTDBAL.
            MOVE "PATRIMONIO" TO WS-SECCION-LINE.
            MOVE "C" TO WS-SECCION-TIPO.
            PERFORM IMPRIME-SECCION.
            MOVE WS-UTR TO WS-LN.
            MOVE "UTIL. RETENIDAS" TO WS-IML-RUBRO.
            PERFORM ESCRIBE-LINEA.
            PERFORM SUMA-LINEA-SECCION.
            MOVE "TOTAL PATRIMONIO" TO WS-IML-RUBRO.
            PERFORM ESCRIBE-TOTAL-SECCION.
            PERFORM SUMA-SECCION-PYP.
            MOVE WS-PYP TO WS-LN.
            MOVE "TOTAL PAS. Y PATR." TO WS-IML-RUBRO.
            PERFORM ESCRIBE-LINEA.
            COMPUTE WS-DIF-BALANCE = WS-ACT-SALDO - WS-PYP-SALDO.

            PERFORM IMPRIME-CONCILIACION.
            CLOSE STATEMENT-REPORT.

       IMPRIME-CONCILIACION.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "CONCILIACION DE UTILIDADES RETENIDAS"
                TO WS-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-SITE-CURRENCY TO WS-PRL-MONEDA.

            MOVE SPACES TO WS-PRL-ETIQUETA.
            IF WS-YTD-HALLADO
                STRING "SALDO INICIAL SEGUN YTDBAL, CIERRE "
                    WS-ANO-CIERRE DELIMITED BY SIZE
                    INTO WS-PRL-ETIQUETA
            ELSE
                STRING "SALDO INICIAL - YTDBAL SIN CIERRE "
                    WS-ANO-CIERRE DELIMITED BY SIZE
                    INTO WS-PRL-ETIQUETA
            END-IF.
            MOVE WS-UTR-INI TO WS-PRL-IMPORTE.
            PERFORM ESCRIBE-PRUEBA.
            MOVE "RESULTADO ACUMULADO DEL ANO" TO WS-PRL-ETIQUETA.
            MOVE WS-RES-ACUM TO WS-PRL-IMPORTE.
            PERFORM ESCRIBE-PRUEBA.
            MOVE "SALDO FINAL DE UTILIDADES RETENIDAS"
                TO WS-PRL-ETIQUETA.
            MOVE WS-UTR-SALDO TO WS-PRL-IMPORTE.
            PERFORM ESCRIBE-PRUEBA.
            MOVE "SALDO INICIAL SEGUN EL DIARIO (ANOS PREVIOS)"
                TO WS-PRL-ETIQUETA.
            MOVE WS-UTR-DIARIO TO WS-PRL-IMPORTE.
            PERFORM ESCRIBE-PRUEBA.
            MOVE "DIFERENCIA YTDBAL - DIARIO" TO WS-PRL-ETIQUETA.
            MOVE WS-DIF-UTR TO WS-PRL-IMPORTE.
            PERFORM ESCRIBE-PRUEBA.
            MOVE "DIFERENCIA ACTIVO - PASIVO Y PATRIMONIO"
                TO WS-PRL-ETIQUETA.
            MOVE WS-DIF-BALANCE TO WS-PRL-IMPORTE.
            PERFORM ESCRIBE-PRUEBA.
            IF WS-FUERA-LINEAS > 0
                MOVE WS-FUERA-LINEAS TO WS-FUERA-EDIT
                MOVE SPACES TO WS-PRL-ETIQUETA
                STRING "NETO DE " WS-FUERA-EDIT
                    " LINEAS FUERA DEL PLAN" DELIMITED BY SIZE
                    INTO WS-PRL-ETIQUETA
                MOVE WS-FUERA-NETO TO WS-PRL-IMPORTE
                PERFORM ESCRIBE-PRUEBA
            END-IF.

            IF WS-YTD-HALLADO
                    AND WS-DIF-UTR = 0
                    AND WS-DIF-BALANCE = 0
                SET WS-PRUEBA-CUADRA TO TRUE
                MOVE "CUADRA" TO WS-PRR-RESULTADO
            ELSE
                MOVE "N" TO WS-PRUEBA-SWITCH
                MOVE "NO CUADRA" TO WS-PRR-RESULTADO
            END-IF.
            WRITE REPORT-LINE FROM WS-PRUEBA-RESULT-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-PRUEBA.
            WRITE REPORT-LINE FROM WS-PRUEBA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-SECCION.
      *    Una linea por rubro del tipo de la seccion; los rubros
      *    sin movimiento en ninguna columna no se imprimen.
            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            INITIALIZE WS-SEC.
            PERFORM VARYING WS-GR-I FROM 1 BY 1
                    UNTIL WS-GR-I > WS-GR-COUNT
                IF WS-GR-TIPO (WS-GR-I) = WS-SECCION-TIPO
                    PERFORM CARGA-LINEA-GRUPO
                    IF WS-LN-SALDO NOT = 0
                            OR WS-LN-MES NOT = 0
                            OR WS-LN-ACUM NOT = 0
                            OR WS-LN-SALDO-ANT NOT = 0
                            OR WS-LN-MES-ANT NOT = 0
                            OR WS-LN-ACUM-ANT NOT = 0
                        MOVE WS-GR-RUBRO (WS-GR-I) TO WS-IML-RUBRO
                        PERFORM ESCRIBE-LINEA
                        PERFORM SUMA-LINEA-SECCION
                    END-IF
                END-IF
            END-PERFORM.

       CARGA-LINEA-GRUPO.
      *    Pasivo, capital e ingresos se presentan con signo
      *    acreedor.
            MOVE WS-GR-SALDO (WS-GR-I) TO WS-LN-SALDO.
            MOVE WS-GR-MES (WS-GR-I) TO WS-LN-MES.
            MOVE WS-GR-ACUM (WS-GR-I) TO WS-LN-ACUM.
            MOVE WS-GR-SALDO-ANT (WS-GR-I) TO WS-LN-SALDO-ANT.
            MOVE WS-GR-MES-ANT (WS-GR-I) TO WS-LN-MES-ANT.
            MOVE WS-GR-ACUM-ANT (WS-GR-I) TO WS-LN-ACUM-ANT.
      *    En resultados el saldo es el acumulado del ano: una
      *    cuenta sin movimiento este ano ni el anterior no sale.
            IF WS-FORMATO-RESULTADO
                MOVE WS-LN-ACUM TO WS-LN-SALDO
                MOVE 0 TO WS-LN-SALDO-ANT
            END-IF.
            IF WS-GR-TIPO (WS-GR-I) = "P"
                    OR WS-GR-TIPO (WS-GR-I) = "C"
                    OR WS-GR-TIPO (WS-GR-I) = "I"
                COMPUTE WS-LN-SALDO = 0 - WS-LN-SALDO
                COMPUTE WS-LN-MES = 0 - WS-LN-MES
                COMPUTE WS-LN-ACUM = 0 - WS-LN-ACUM
                COMPUTE WS-LN-SALDO-ANT = 0 - WS-LN-SALDO-ANT
                COMPUTE WS-LN-MES-ANT = 0 - WS-LN-MES-ANT
                COMPUTE WS-LN-ACUM-ANT = 0 - WS-LN-ACUM-ANT
            END-IF.

       SUMA-LINEA-SECCION.
            ADD WS-LN-SALDO TO WS-SEC-SALDO.
            ADD WS-LN-MES TO WS-SEC-MES.
            ADD WS-LN-ACUM TO WS-SEC-ACUM.
            ADD WS-LN-SALDO-ANT TO WS-SEC-SALDO-ANT.
            ADD WS-LN-MES-ANT TO WS-SEC-MES-ANT.
            ADD WS-LN-ACUM-ANT TO WS-SEC-ACUM-ANT.

       SUMA-SECCION-PYP.
            ADD WS-SEC-SALDO TO WS-PYP-SALDO.
            ADD WS-SEC-MES TO WS-PYP-MES.
            ADD WS-SEC-ACUM TO WS-PYP-ACUM.
            ADD WS-SEC-SALDO-ANT TO WS-PYP-SALDO-ANT.
            ADD WS-SEC-MES-ANT TO WS-PYP-MES-ANT.
            ADD WS-SEC-ACUM-ANT TO WS-PYP-ACUM-ANT.

       ESCRIBE-TOTAL-SECCION.
            MOVE WS-SEC TO WS-LN.
            PERFORM ESCRIBE-LINEA.

       ESCRIBE-LINEA.
      *    Balance: saldo, movimiento del mes y del ano, saldo y
      *    movimiento del ano anterior y variacion del saldo.
      *    Resultados: mes, mes del ano anterior y su variacion,
      *    acumulado, acumulado anterior y su variacion.
            IF WS-FORMATO-BALANCE
                MOVE WS-LN-SALDO TO WS-IML-COL (1)
                MOVE WS-LN-MES TO WS-IML-COL (2)
                MOVE WS-LN-ACUM TO WS-IML-COL (3)
                MOVE WS-LN-SALDO-ANT TO WS-IML-COL (4)
                MOVE WS-LN-ACUM-ANT TO WS-IML-COL (5)
                COMPUTE WS-IML-COL (6) =
                    WS-LN-SALDO - WS-LN-SALDO-ANT
            ELSE
                MOVE WS-LN-MES TO WS-IML-COL (1)
                MOVE WS-LN-MES-ANT TO WS-IML-COL (2)
                COMPUTE WS-IML-COL (3) =
                    WS-LN-MES - WS-LN-MES-ANT
                MOVE WS-LN-ACUM TO WS-IML-COL (4)
                MOVE WS-LN-ACUM-ANT TO WS-IML-COL (5)
                COMPUTE WS-IML-COL (6) =
                    WS-LN-ACUM - WS-LN-ACUM-ANT
            END-IF.
            WRITE REPORT-LINE FROM WS-IMPORTES-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ABRE-REPORTE.
            OPEN OUTPUT STATEMENT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-REPORTE OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-ANOMES IS NUMERIC
                                AND PARM-ANOMES > 0
                                AND PARM-ANOMES (5:2) >= "01"
                                AND PARM-ANOMES (5:2) <= "12"
                            MOVE PARM-ANOMES TO WS-ANOMES
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ESTADOS-FINANCIEROS WRITE"
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
            MOVE 0 TO WS-ANOMES.
            MOVE 0 TO WS-PC-COUNT.
            MOVE 0 TO WS-GR-COUNT.
            MOVE 0 TO WS-LEIDOS.
            MOVE 0 TO WS-FUERA-LINEAS.
            MOVE 0 TO WS-FUERA-NETO.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-ACM-EOF-SWITCH.
            MOVE "N" TO WS-YTD-HALLADO-SWITCH.
            MOVE "N" TO WS-YTD-HALLADO-ANT-SW.
            MOVE "S" TO WS-PRUEBA-SWITCH.
            INITIALIZE WS-RES.
            INITIALIZE WS-UTR.
            INITIALIZE WS-PYP.
            MOVE 0 TO WS-UTR-INI.
            MOVE 0 TO WS-UTR-INI-ANT.
            MOVE 0 TO WS-UTR-DIARIO.
            MOVE 0 TO WS-UTR-DIARIO-ANT.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ESTADOS-FINANCIEROS.
