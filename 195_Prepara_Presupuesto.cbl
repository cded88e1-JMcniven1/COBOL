      ******************************************************************
      * Author:
      * Date:
      * Purpose: Opens the budget preparation cycle: seeds the
      *          original version (00) of every department's budget
      *          for the coming year on the budget preparation file
      *          (BUDGPREP.DAT), from which the departments key their
      *          adjusted versions and finance approves the one that
      *          is spread into BUDGMAST.DAT (AJUSTA-PRESUPUESTO).
      *          Payroll lines come from HR-MASTER: per department
      *          the SALdddd line is the annual salary of its staff
      *          (twelve monthly HR-SALARIO) raised by the planned
      *          increase percentage, and the BENdddd line the
      *          employer cost on top of it -- the percentage keyed
      *          in PARM195.DAT, or when that is zero the
      *          department's own prior-year ratio of BENdddd to
      *          SALdddd spend on the period GL journal
      *          (GLPERIOD.DAT). Non-payroll lines come from the same
      *          journal: the prior year's net spend (debits less
      *          credits) of every expense account of the chart
      *          (ACCTMAST.DAT type G) coded to a department, other
      *          than its SAL and BEN accounts, adjusted by the
      *          optional non-payroll percentage. PARM195.DAT gives
      *          the budget year (default the year after the
      *          business date), the salary increase, employer cost
      *          and non-payroll percentages (NN.NN each) and a
      *          re-seed flag: a department already seeded for the
      *          year is left alone unless the flag is S, which
      *          replaces its original and every draft; one with an
      *          approved version is never touched. Employees of a
      *          department not active on DEPTMAST.DAT are left out
      *          and counted. The report PPTOPREP.TXT lists every
      *          seeded line per department with its base and
      *          amount, the departments left alone and why, and the
      *          totals. Nothing seeded because every department was
      *          left alone ends the run with RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARA-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM195.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT PERIOD-JOURNAL ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           SELECT PREP-REPORT ASSIGN TO "PPTOPREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "PRSVSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ANO             PIC 9(4).
           05  PARM-AUMENTO         PIC 9(2)V99.
           05  PARM-CARGAS          PIC 9(2)V99.
           05  PARM-GASTOS          PIC 9(2)V99.
           05  PARM-RESIEMBRA       PIC X.

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Misma linea D/C que el extracto GLINTF.DAT; las cuentas
      *    con departamento llevan su codigo tras el prefijo.
       FD  PERIOD-JOURNAL.
       01  PERIOD-JOURNAL-RECORD.
           05  PJ-TYPE              PIC X.
           05  PJ-ACCOUNT.
               10  PJ-ACC-PREFIJO   PIC X(3).
               10  PJ-ACC-DEPT      PIC X(4).
               10  FILLER           PIC X.
           05  PJ-AMOUNT            PIC 9(9)V99.
           05  PJ-DATE              PIC 9(8).
           05  FILLER               PIC X(22).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  PREP-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "PRSVFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-PER-STATUS            PIC XX.
           88  WS-PER-OK            VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

      *    Parametros de la preparacion.
       01  WS-ANO-PPTO              PIC 9(4).
       01  WS-ANO-PREVIO            PIC 9(4).
       01  WS-AUMENTO               PIC 9(2)V99 VALUE 0.
       01  WS-CARGAS                PIC 9(2)V99 VALUE 0.
       01  WS-GASTOS                PIC 9(2)V99 VALUE 0.
       01  WS-RESIEMBRA-SWITCH      PIC X VALUE "N".
           88  WS-RESIEMBRA         VALUE "S".
       01  WS-LINEA-ANO             PIC 9(4).

      *    Plan de cuentas: solo las de gasto (tipo G) siembran
      *    lineas no salariales.
       01  WS-ACM-MAX               PIC 9(4) VALUE 500.
       01  WS-ACM-COUNT             PIC 9(4) VALUE 0.
       01  WS-ACM-TABLE.
           05  WS-ACM-ENTRY OCCURS 500 TIMES
                   INDEXED BY ACM-IDX.
               10  WS-ACM-CUENTA    PIC X(8).
               10  WS-ACM-TIPO      PIC X.
       01  WS-ACM-HALLADA-SWITCH    PIC X.
           88  WS-ACM-GASTO         VALUE "Y".

      *    Departamentos a sembrar, en orden de codigo.
       01  WS-DP-MAX                PIC 9(3) VALUE 100.
       01  WS-DP-COUNT              PIC 9(3) VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 100 TIMES
                   INDEXED BY DP-IDX.
               10  WS-DP-CODE       PIC X(4).
               10  WS-DP-DOTACION   PIC 9(5).
               10  WS-DP-SALARIO    PIC 9(9)V99.
               10  WS-DP-SAL-PREVIO PIC S9(9)V99.
               10  WS-DP-BEN-PREVIO PIC S9(9)V99.
               10  WS-DP-SEMBRADO   PIC X.
               10  WS-DP-MOTIVO     PIC X(30).
               10  WS-DP-TOTAL      PIC 9(11)V99.
       01  WS-DP-BUSCA              PIC X(4).
       01  WS-DP-POS                PIC 9(3).
       01  WS-DP-J                  PIC 9(3).

      *    Gasto neto del ano previo por departamento y cuenta.
       01  WS-PG-MAX                PIC 9(4) VALUE 2000.
       01  WS-PG-COUNT              PIC 9(4) VALUE 0.
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PG-IDX.
               10  WS-PG-DEPT       PIC X(4).
               10  WS-PG-CUENTA     PIC X(8).
               10  WS-PG-NETO       PIC S9(9)V99.
       01  WS-PG-HALLADA-SWITCH     PIC X.
           88  WS-PG-HALLADA        VALUE "Y".

       01  WS-LIN-TIPO              PIC X.
       01  WS-LIN-CUENTA            PIC X(8).
       01  WS-LIN-BASE              PIC 9(9)V99.
       01  WS-LIN-IMPORTE           PIC 9(9)V99.
       01  WS-SALARIO-PPTO          PIC 9(9)V99.
       01  WS-PREVIAS-SWITCH        PIC X.
           88  WS-HAY-PREVIAS       VALUE "Y".
       01  WS-APROBADA-SWITCH       PIC X.
           88  WS-HAY-APROBADA      VALUE "Y".
       01  WS-DESTINO               PIC 9(4).
       01  WS-CTA-SALARIO.
           05  FILLER               PIC X(3) VALUE "SAL".
           05  WS-CTA-SAL-DEPT      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
       01  WS-CTA-BENEFICIO.
           05  FILLER               PIC X(3) VALUE "BEN".
           05  WS-CTA-BEN-DEPT      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-EMPLEADOS         PIC 9(6) VALUE 0.
           05  WS-EMP-RECHAZADOS    PIC 9(6) VALUE 0.
           05  WS-GL-LEIDAS         PIC 9(7) VALUE 0.
           05  WS-LINEAS-SEMBRADAS  PIC 9(5) VALUE 0.
           05  WS-DEPTOS-SEMBRADOS  PIC 9(3) VALUE 0.
           05  WS-DEPTOS-OMITIDOS   PIC 9(3) VALUE 0.
           05  WS-VERSIONES-BORRADAS PIC 9(5) VALUE 0.
           05  WS-TOTAL-NOMINA      PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-GASTO       PIC 9(11)V99 VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "PREPARACION DE PRESUPUESTO - ANO ".
           05  WS-TIT-ANO           PIC 9(4).
           05  FILLER               PIC X(26)
                   VALUE "  VERSION 00 (ORIGINAL)".
       01  WS-PARAMETROS-LINE.
           05  FILLER               PIC X(19)
                   VALUE "AUMENTO SALARIAL ".
           05  WS-PAR-AUMENTO       PIC Z9.99.
           05  FILLER               PIC X(22)
                   VALUE "%  CARGAS PATRONALES ".
           05  WS-PAR-CARGAS        PIC X(20).
           05  FILLER               PIC X(16)
                   VALUE "  AJUSTE GASTOS ".
           05  WS-PAR-GASTOS        PIC Z9.99.
           05  FILLER               PIC X VALUE "%".
       01  WS-PAR-CARGAS-PCT.
           05  WS-PAR-CARGAS-NUM    PIC Z9.99.
           05  FILLER               PIC X VALUE "%".
       01  WS-SECCION-LINE          PIC X(100).
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(26)
                   VALUE "DEPTO T CUENTA   DOTACION".
           05  FILLER               PIC X(34)
                   VALUE "            BASE          IMPORTE".
       01  WS-DETALLE-LINE.
           05  WS-DET-DEPT          PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DOTACION      PIC Z(7)9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-BASE          PIC Z(11)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-IMPORTE       PIC Z(11)9.99.
       01  WS-TOTAL-DEPTO-LINE.
           05  WS-TDP-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TDP-NOMBRE        PIC X(20).
           05  FILLER               PIC X(30)
                   VALUE "       TOTAL DEL DEPARTAMENTO ".
           05  WS-TDP-TOTAL         PIC Z(11)9.99.
       01  WS-OMITIDO-LINE.
           05  WS-OMI-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OMI-NOMBRE        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OMI-MOTIVO        PIC X(30).
       01  WS-TOTAL-LINE.
           05  WS-TOT-TEXTO         PIC X(40).
           05  WS-TOT-IMPORTE       PIC Z(11)9.99.
       01  WS-CUENTA-LINE.
           05  WS-CNT-TEXTO         PIC X(40).
           05  WS-CNT-VALOR         PIC Z(6)9.
       01  WS-NINGUNO-LINE          PIC X(100)
                   VALUE "    (NINGUNO)".
       01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

       01  WS-EVENTO-PPTO.
           05  FILLER               PIC X(15)
                   VALUE "PPTO PREPARADO ".
           05  WS-EVP-ANO           PIC 9(4).
           05  FILLER               PIC X(8) VALUE " DEPTOS ".
           05  WS-EVP-DEPTOS        PIC 9(3).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PRSVWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "PREPARA-PRESUPUESTO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.
            PERFORM CARGA-DEPTMAST.

            COMPUTE WS-ANO-PPTO = WS-OPSLOG-DATE / 10000 + 1.
            PERFORM LEE-PARAMETROS.
            COMPUTE WS-ANO-PREVIO = WS-ANO-PPTO - 1.

            PERFORM CARGA-CUENTAS.
            PERFORM CARGA-VERSIONES-PPTO.
            PERFORM ACUMULA-NOMINA.
            PERFORM ACUMULA-ANO-PREVIO.

            OPEN OUTPUT PREP-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN PPTOPREP"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANO-PPTO TO WS-TIT-ANO.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-AUMENTO TO WS-PAR-AUMENTO.
            IF WS-CARGAS > 0
                MOVE WS-CARGAS TO WS-PAR-CARGAS-NUM
                MOVE WS-PAR-CARGAS-PCT TO WS-PAR-CARGAS
            ELSE
                MOVE "SEGUN ANO ANTERIOR" TO WS-PAR-CARGAS
            END-IF.
            MOVE WS-GASTOS TO WS-PAR-GASTOS.
            WRITE REPORT-LINE FROM WS-PARAMETROS-LINE.
            PERFORM VERIFICA-ESCRITURA.

            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "LINEAS SEMBRADAS POR DEPARTAMENTO"
                TO WS-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING DP-IDX FROM 1 BY 1
                    UNTIL DP-IDX > WS-DP-COUNT
                PERFORM SIEMBRA-DEPARTAMENTO
            END-PERFORM.
            IF WS-DEPTOS-SEMBRADOS = 0
                WRITE REPORT-LINE FROM WS-NINGUNO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            PERFORM GRABA-VERSIONES-PPTO.

            PERFORM ESCRIBE-OMITIDOS.
            PERFORM ESCRIBE-TOTALES.
            CLOSE PREP-REPORT.

            DISPLAY "PRESUPUESTO " WS-ANO-PPTO
                " - DEPARTAMENTOS SEMBRADOS: " WS-DEPTOS-SEMBRADOS
                " OMITIDOS: " WS-DEPTOS-OMITIDOS
                " LINEAS: " WS-LINEAS-SEMBRADAS.
            IF WS-EMP-RECHAZADOS > 0
                DISPLAY "EMPLEADOS EN DEPARTAMENTO INVALIDO: "
                    WS-EMP-RECHAZADOS
            END-IF.
            IF WS-DEPTOS-SEMBRADOS = 0 AND WS-DEPTOS-OMITIDOS > 0
                DISPLAY "NINGUN DEPARTAMENTO SEMBRADO - VER "
                    "PPTOPREP.TXT"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-ANO-PPTO TO WS-EVP-ANO
                MOVE WS-DEPTOS-SEMBRADOS TO WS-EVP-DEPTOS
                MOVE WS-EVENTO-PPTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
            END-IF.

            COMPUTE WS-RUNST-IN-COUNT = WS-EMPLEADOS + WS-GL-LEIDAS.
            MOVE WS-LINEAS-SEMBRADAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-ANO IS NUMERIC AND PARM-ANO > 0
                            MOVE PARM-ANO TO WS-ANO-PPTO
                        END-IF
                        IF PARM-AUMENTO IS NUMERIC
                            MOVE PARM-AUMENTO TO WS-AUMENTO
                        END-IF
                        IF PARM-CARGAS IS NUMERIC
                            MOVE PARM-CARGAS TO WS-CARGAS
                        END-IF
                        IF PARM-GASTOS IS NUMERIC
                            MOVE PARM-GASTOS TO WS-GASTOS
                        END-IF
                        IF PARM-RESIEMBRA = "S"
                            SET WS-RESIEMBRA TO TRUE
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       CARGA-CUENTAS.
      *    Sin plan de cuentas no se sabe que cuenta es gasto: solo
      *    se siembran las lineas de nomina.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF NOT WS-ACM-OK
                DISPLAY "ACCTMAST.DAT AUSENTE - SIN LINEAS DE GASTO"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-ACM-COUNT >= WS-ACM-MAX
                                DISPLAY "TABLA DE CUENTAS LLENA EN "
                                    WS-ACM-MAX " ENTRADAS"
                                MOVE "CARGA-CUENTAS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-ACM-COUNT
                            SET ACM-IDX TO WS-ACM-COUNT
                            MOVE AM-ACCOUNT TO WS-ACM-CUENTA (ACM-IDX)
                            MOVE AM-TYPE TO WS-ACM-TIPO (ACM-IDX)
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.

       ACUMULA-NOMINA.
      *    Salario anual vigente de la plantilla de cada
      *    departamento (HR-SALARIO es mensual).
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "ACUMULA-NOMINA OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM LEE-EMPLEADO.
            PERFORM UNTIL WS-EOF
                ADD 1 TO WS-EMPLEADOS
                MOVE HR-DEPT-CODE TO WS-DEPTM-LOOKUP-CODE
                PERFORM BUSCA-DEPTMAST
                IF NOT WS-DEPTM-VALID
                    DISPLAY "EMPLEADO " HR-EMPLOYEE-ID
                        " FUERA DEL PRESUPUESTO - DEPTO "
                        HR-DEPT-CODE " " WS-DEPTM-NAME
                    ADD 1 TO WS-EMP-RECHAZADOS
                ELSE
                    MOVE HR-DEPT-CODE TO WS-DP-BUSCA
                    PERFORM UBICA-DEPARTAMENTO
                    ADD 1 TO WS-DP-DOTACION (DP-IDX)
                    COMPUTE WS-DP-SALARIO (DP-IDX) =
                        WS-DP-SALARIO (DP-IDX) + HR-SALARIO * 12
                END-IF
                PERFORM LEE-EMPLEADO
            END-PERFORM.
            CLOSE HR-MASTER-FILE.

       ACUMULA-ANO-PREVIO.
      *    Gasto real del ano previo: SAL y BEN dan la proporcion
      *    de cargas patronales; el resto de cuentas de gasto con
      *    departamento siembra las lineas no salariales. Los
      *    abonos (reversiones) restan.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PERIOD-JOURNAL.
            IF NOT WS-PER-OK
                DISPLAY "GLPERIOD.DAT AUSENTE - SIN REAL DEL ANO "
                    WS-ANO-PREVIO
            ELSE
                PERFORM UNTIL WS-EOF
                    READ PERIOD-JOURNAL
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-GL-LEIDAS
                            PERFORM ACUMULA-LINEA-GL
                    END-READ
                END-PERFORM
                CLOSE PERIOD-JOURNAL
            END-IF.

       ACUMULA-LINEA-GL.
            COMPUTE WS-LINEA-ANO = PJ-DATE / 10000.
            IF WS-LINEA-ANO = WS-ANO-PREVIO
                    AND PJ-ACC-DEPT NOT = SPACES
                MOVE PJ-ACC-DEPT TO WS-DEPTM-LOOKUP-CODE
                PERFORM BUSCA-DEPTMAST
                IF WS-DEPTM-VALID
                    PERFORM ACUMULA-LINEA-GL-2
                END-IF
            END-IF.

       ACUMULA-LINEA-GL-2.
            EVALUATE TRUE
                WHEN PJ-ACC-PREFIJO = "SAL"
                    MOVE PJ-ACC-DEPT TO WS-DP-BUSCA
                    PERFORM UBICA-DEPARTAMENTO
                    IF PJ-TYPE = "D"
                        ADD PJ-AMOUNT TO WS-DP-SAL-PREVIO (DP-IDX)
                    ELSE
                        SUBTRACT PJ-AMOUNT
                            FROM WS-DP-SAL-PREVIO (DP-IDX)
                    END-IF
                WHEN PJ-ACC-PREFIJO = "BEN"
                    MOVE PJ-ACC-DEPT TO WS-DP-BUSCA
                    PERFORM UBICA-DEPARTAMENTO
                    IF PJ-TYPE = "D"
                        ADD PJ-AMOUNT TO WS-DP-BEN-PREVIO (DP-IDX)
                    ELSE
                        SUBTRACT PJ-AMOUNT
                            FROM WS-DP-BEN-PREVIO (DP-IDX)
                    END-IF
                WHEN OTHER
                    PERFORM BUSCA-CUENTA-GASTO
                    IF WS-ACM-GASTO
                        MOVE PJ-ACC-DEPT TO WS-DP-BUSCA
                        PERFORM UBICA-DEPARTAMENTO
                        PERFORM UBICA-GASTO
                        IF PJ-TYPE = "D"
                            ADD PJ-AMOUNT TO WS-PG-NETO (PG-IDX)
                        ELSE
                            SUBTRACT PJ-AMOUNT
                                FROM WS-PG-NETO (PG-IDX)
                        END-IF
                    END-IF
            END-EVALUATE.

       BUSCA-CUENTA-GASTO.
            MOVE "N" TO WS-ACM-HALLADA-SWITCH.
            PERFORM VARYING ACM-IDX FROM 1 BY 1
                    UNTIL ACM-IDX > WS-ACM-COUNT
                IF WS-ACM-CUENTA (ACM-IDX) = PJ-ACCOUNT
                    IF WS-ACM-TIPO (ACM-IDX) = "G"
                        SET WS-ACM-GASTO TO TRUE
                    END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       UBICA-GASTO.
            MOVE "N" TO WS-PG-HALLADA-SWITCH.
            PERFORM VARYING PG-IDX FROM 1 BY 1
                    UNTIL PG-IDX > WS-PG-COUNT
                IF WS-PG-DEPT (PG-IDX) = PJ-ACC-DEPT
                        AND WS-PG-CUENTA (PG-IDX) = PJ-ACCOUNT
                    SET WS-PG-HALLADA TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-PG-HALLADA
                IF WS-PG-COUNT >= WS-PG-MAX
                    DISPLAY "TABLA DE GASTOS LLENA EN "
                        WS-PG-MAX " ENTRADAS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-PG-COUNT
                SET PG-IDX TO WS-PG-COUNT
                MOVE PJ-ACC-DEPT TO WS-PG-DEPT (PG-IDX)
                MOVE PJ-ACCOUNT TO WS-PG-CUENTA (PG-IDX)
                MOVE 0 TO WS-PG-NETO (PG-IDX)
            END-IF.

       UBICA-DEPARTAMENTO.
      *    Deja DP-IDX sobre el departamento, insertandolo en orden
      *    de codigo si aun no estaba; perder uno dejaria su
      *    presupuesto sin sembrar, asi que una tabla llena aborta.
            MOVE 1 TO WS-DP-POS.
            PERFORM UNTIL WS-DP-POS > WS-DP-COUNT
                    OR WS-DP-CODE (WS-DP-POS) NOT < WS-DP-BUSCA
                ADD 1 TO WS-DP-POS
            END-PERFORM.
            SET DP-IDX TO WS-DP-POS.
            IF WS-DP-POS > WS-DP-COUNT
                    OR WS-DP-CODE (DP-IDX) NOT = WS-DP-BUSCA
                IF WS-DP-COUNT >= WS-DP-MAX
                    DISPLAY "TABLA DE DEPARTAMENTOS LLENA EN "
                        WS-DP-MAX " ENTRADAS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VARYING WS-DP-J FROM WS-DP-COUNT BY -1
                        UNTIL WS-DP-J < WS-DP-POS
                    MOVE WS-DP-ENTRY (WS-DP-J)
                        TO WS-DP-ENTRY (WS-DP-J + 1)
                END-PERFORM
                ADD 1 TO WS-DP-COUNT
                MOVE WS-DP-BUSCA TO WS-DP-CODE (DP-IDX)
                MOVE 0 TO WS-DP-DOTACION (DP-IDX)
                MOVE 0 TO WS-DP-SALARIO (DP-IDX)
                MOVE 0 TO WS-DP-SAL-PREVIO (DP-IDX)
                MOVE 0 TO WS-DP-BEN-PREVIO (DP-IDX)
                MOVE "N" TO WS-DP-SEMBRADO (DP-IDX)
                MOVE SPACES TO WS-DP-MOTIVO (DP-IDX)
                MOVE 0 TO WS-DP-TOTAL (DP-IDX)
            END-IF.

       SIEMBRA-DEPARTAMENTO.
      *    Un departamento ya aprobado no se toca nunca; uno ya
      *    preparado solo se vuelve a sembrar si se pide, y
      *    entonces su original y sus borradores se reemplazan.
            MOVE "N" TO WS-PREVIAS-SWITCH.
            MOVE "N" TO WS-APROBADA-SWITCH.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-ANO (WS-PRV-I) = WS-ANO-PPTO
                        AND WS-PRV-TBL-DEPT (WS-PRV-I)
                        = WS-DP-CODE (DP-IDX)
                    SET WS-HAY-PREVIAS TO TRUE
                    IF WS-PRV-TBL-ESTADO (WS-PRV-I) = "A"
                            OR WS-PRV-TBL-ESTADO (WS-PRV-I) = "R"
                        SET WS-HAY-APROBADA TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-HAY-APROBADA
                    MOVE "YA TIENE VERSION APROBADA"
                        TO WS-DP-MOTIVO (DP-IDX)
                    ADD 1 TO WS-DEPTOS-OMITIDOS
                WHEN WS-HAY-PREVIAS AND NOT WS-RESIEMBRA
                    MOVE "YA PREPARADO - RESIEMBRA NO PEDIDA"
                        TO WS-DP-MOTIVO (DP-IDX)
                    ADD 1 TO WS-DEPTOS-OMITIDOS
                WHEN OTHER
                    IF WS-HAY-PREVIAS
                        PERFORM BORRA-VERSIONES-DEPTO
                    END-IF
                    PERFORM SIEMBRA-DEPARTAMENTO-2
            END-EVALUATE.

       SIEMBRA-DEPARTAMENTO-2.
            MOVE WS-DP-CODE (DP-IDX) TO WS-DET-DEPT.
            IF WS-DP-SALARIO (DP-IDX) > 0
                COMPUTE WS-SALARIO-PPTO ROUNDED =
                    WS-DP-SALARIO (DP-IDX) * (100 + WS-AUMENTO) / 100
                MOVE "N" TO WS-LIN-TIPO
                MOVE WS-DP-CODE (DP-IDX) TO WS-CTA-SAL-DEPT
                MOVE WS-CTA-SALARIO TO WS-LIN-CUENTA
                MOVE WS-DP-SALARIO (DP-IDX) TO WS-LIN-BASE
                MOVE WS-SALARIO-PPTO TO WS-LIN-IMPORTE
                MOVE WS-DP-DOTACION (DP-IDX) TO WS-DET-DOTACION
                PERFORM AGREGA-LINEA
                MOVE 0 TO WS-DET-DOTACION
                PERFORM SIEMBRA-CARGAS
            END-IF.
            PERFORM VARYING PG-IDX FROM 1 BY 1
                    UNTIL PG-IDX > WS-PG-COUNT
                IF WS-PG-DEPT (PG-IDX) = WS-DP-CODE (DP-IDX)
                        AND WS-PG-NETO (PG-IDX) > 0
                    MOVE "G" TO WS-LIN-TIPO
                    MOVE WS-PG-CUENTA (PG-IDX) TO WS-LIN-CUENTA
                    MOVE WS-PG-NETO (PG-IDX) TO WS-LIN-BASE
                    COMPUTE WS-LIN-IMPORTE ROUNDED =
                        WS-PG-NETO (PG-IDX) * (100 + WS-GASTOS) / 100
                    PERFORM AGREGA-LINEA
                END-IF
            END-PERFORM.
            IF WS-DP-SEMBRADO (DP-IDX) = "S"
                ADD 1 TO WS-DEPTOS-SEMBRADOS
                MOVE WS-DP-CODE (DP-IDX) TO WS-DEPTM-LOOKUP-CODE
                PERFORM BUSCA-DEPTMAST
                MOVE WS-DP-CODE (DP-IDX) TO WS-TDP-DEPT
                MOVE WS-DEPTM-NAME TO WS-TDP-NOMBRE
                MOVE WS-DP-TOTAL (DP-IDX) TO WS-TDP-TOTAL
                WRITE REPORT-LINE FROM WS-TOTAL-DEPTO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       SIEMBRA-CARGAS.
      *    Cargas patronales sobre el salario presupuestado: el
      *    porcentaje del parametro o, sin el, la proporcion
      *    BEN/SAL real del departamento el ano previo.
            MOVE 0 TO WS-LIN-IMPORTE.
            IF WS-CARGAS > 0
                COMPUTE WS-LIN-IMPORTE ROUNDED =
                    WS-SALARIO-PPTO * WS-CARGAS / 100
            ELSE
                IF WS-DP-SAL-PREVIO (DP-IDX) > 0
                        AND WS-DP-BEN-PREVIO (DP-IDX) > 0
                    COMPUTE WS-LIN-IMPORTE ROUNDED =
                        WS-SALARIO-PPTO * WS-DP-BEN-PREVIO (DP-IDX)
                        / WS-DP-SAL-PREVIO (DP-IDX)
                END-IF
            END-IF.
            IF WS-LIN-IMPORTE > 0
                MOVE "N" TO WS-LIN-TIPO
                MOVE WS-DP-CODE (DP-IDX) TO WS-CTA-BEN-DEPT
                MOVE WS-CTA-BENEFICIO TO WS-LIN-CUENTA
                IF WS-DP-BEN-PREVIO (DP-IDX) > 0
                    MOVE WS-DP-BEN-PREVIO (DP-IDX) TO WS-LIN-BASE
                ELSE
                    MOVE 0 TO WS-LIN-BASE
                END-IF
                PERFORM AGREGA-LINEA
            END-IF.

       AGREGA-LINEA.
            IF WS-PRV-COUNT >= WS-PRV-MAX
                DISPLAY "TABLA BUDGPREP LLENA EN " WS-PRV-MAX
                    " ENTRADAS"
                MOVE "AGREGA-LINEA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PRV-COUNT.
            MOVE WS-ANO-PPTO TO WS-PRV-TBL-ANO (WS-PRV-COUNT).
            MOVE WS-DP-CODE (DP-IDX) TO WS-PRV-TBL-DEPT (WS-PRV-COUNT).
            MOVE 0 TO WS-PRV-TBL-VERSION (WS-PRV-COUNT).
            MOVE "O" TO WS-PRV-TBL-ESTADO (WS-PRV-COUNT).
            MOVE WS-LIN-TIPO TO WS-PRV-TBL-TIPO (WS-PRV-COUNT).
            MOVE WS-LIN-CUENTA TO WS-PRV-TBL-CUENTA (WS-PRV-COUNT).
            MOVE WS-LIN-BASE TO WS-PRV-TBL-BASE (WS-PRV-COUNT).
            MOVE WS-LIN-IMPORTE TO WS-PRV-TBL-IMPORTE (WS-PRV-COUNT).
            MOVE "LOTE" TO WS-PRV-TBL-OPERADOR (WS-PRV-COUNT).
            MOVE WS-OPSLOG-DATE TO WS-PRV-TBL-FECHA (WS-PRV-COUNT).
            MOVE SPACES TO WS-PRV-TBL-APROBADOR (WS-PRV-COUNT).
            MOVE 0 TO WS-PRV-TBL-FECHA-APR (WS-PRV-COUNT).
            MOVE "SEMBRADO" TO WS-PRV-TBL-NOTA (WS-PRV-COUNT).
            SET WS-PRV-CAMBIADO TO TRUE.
            MOVE "S" TO WS-DP-SEMBRADO (DP-IDX).
            ADD WS-LIN-IMPORTE TO WS-DP-TOTAL (DP-IDX).
            ADD 1 TO WS-LINEAS-SEMBRADAS.
            IF WS-LIN-TIPO = "N"
                ADD WS-LIN-IMPORTE TO WS-TOTAL-NOMINA
            ELSE
                ADD WS-LIN-IMPORTE TO WS-TOTAL-GASTO
            END-IF.
            MOVE WS-LIN-TIPO TO WS-DET-TIPO.
            MOVE WS-LIN-CUENTA TO WS-DET-CUENTA.
            MOVE WS-LIN-BASE TO WS-DET-BASE.
            MOVE WS-LIN-IMPORTE TO WS-DET-IMPORTE.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       BORRA-VERSIONES-DEPTO.
      *    Compacta la tabla sin las lineas del departamento y ano.
            MOVE 0 TO WS-DESTINO.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-ANO (WS-PRV-I) = WS-ANO-PPTO
                        AND WS-PRV-TBL-DEPT (WS-PRV-I)
                        = WS-DP-CODE (DP-IDX)
                    ADD 1 TO WS-VERSIONES-BORRADAS
                ELSE
                    ADD 1 TO WS-DESTINO
                    IF WS-DESTINO NOT = WS-PRV-I
                        MOVE WS-PRV-ENTRY (WS-PRV-I)
                            TO WS-PRV-ENTRY (WS-DESTINO)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-DESTINO TO WS-PRV-COUNT.
            SET WS-PRV-CAMBIADO TO TRUE.

       ESCRIBE-OMITIDOS.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DEPARTAMENTOS NO SEMBRADOS" TO WS-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING DP-IDX FROM 1 BY 1
                    UNTIL DP-IDX > WS-DP-COUNT
                IF WS-DP-MOTIVO (DP-IDX) NOT = SPACES
                    MOVE WS-DP-CODE (DP-IDX) TO WS-OMI-DEPT
                    MOVE WS-DP-CODE (DP-IDX) TO WS-DEPTM-LOOKUP-CODE
                    PERFORM BUSCA-DEPTMAST
                    MOVE WS-DEPTM-NAME TO WS-OMI-NOMBRE
                    MOVE WS-DP-MOTIVO (DP-IDX) TO WS-OMI-MOTIVO
                    WRITE REPORT-LINE FROM WS-OMITIDO-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-PERFORM.
            IF WS-DEPTOS-OMITIDOS = 0
                WRITE REPORT-LINE FROM WS-NINGUNO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       ESCRIBE-TOTALES.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTALES" TO WS-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL NOMINA (N)" TO WS-TOT-TEXTO.
            MOVE WS-TOTAL-NOMINA TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL GASTOS NO SALARIALES (G)" TO WS-TOT-TEXTO.
            MOVE WS-TOTAL-GASTO TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DEPARTAMENTOS SEMBRADOS" TO WS-CNT-TEXTO.
            MOVE WS-DEPTOS-SEMBRADOS TO WS-CNT-VALOR.
            WRITE REPORT-LINE FROM WS-CUENTA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DEPARTAMENTOS NO SEMBRADOS" TO WS-CNT-TEXTO.
            MOVE WS-DEPTOS-OMITIDOS TO WS-CNT-VALOR.
            WRITE REPORT-LINE FROM WS-CUENTA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "LINEAS DE VERSIONES PREVIAS REEMPLAZADAS"
                TO WS-CNT-TEXTO.
            MOVE WS-VERSIONES-BORRADAS TO WS-CNT-VALOR.
            WRITE REPORT-LINE FROM WS-CUENTA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "EMPLEADOS EN DEPARTAMENTO INVALIDO" TO WS-CNT-TEXTO.
            MOVE WS-EMP-RECHAZADOS TO WS-CNT-VALOR.
            WRITE REPORT-LINE FROM WS-CUENTA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       LEE-EMPLEADO.
            READ HR-MASTER-FILE NEXT RECORD
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    IF NOT WS-HR-OK
                        MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                        MOVE "LEE-EMPLEADO READ" TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
            END-READ.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "PREPARA-PRESUPUESTO WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-DP-COUNT WS-PG-COUNT WS-ACM-COUNT.
            MOVE 0 TO WS-AUMENTO WS-CARGAS WS-GASTOS.
            MOVE "N" TO WS-RESIEMBRA-SWITCH.
            INITIALIZE WS-COUNTERS.

       COPY "PRSVWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM PREPARA-PRESUPUESTO.
