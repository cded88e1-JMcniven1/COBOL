      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reimbursement run for the employee expense claims
      *          approved on MANTIENE-GASTOS. Every approved claim on
      *          EXPCLAIM.DAT is paid and marked X (reembolsado) with
      *          the date of the run, so a re-run cannot pay it twice.
      *          The reimbursement is not pay: it goes out as one
      *          payment per employee onto PAYMENTS.DAT under the
      *          employee's name from HRMAST (origin N, the payroll
      *          origin, so IMPRIME-CHEQUES needs no PAYEEMST row),
      *          outside the payslip and its tax and social-security
      *          withholdings. The expense is posted through
      *          EXTRAE-GL: one line per expense account (the
      *          category's prefix + the cost center charged) is
      *          appended to EXPGL.DAT for the month, which the
      *          extract debits against reimbursements payable
      *          (REEPAG). The listing (EXPREM.TXT) shows each claim
      *          paid and the total per employee. A claim whose
      *          employee is no longer on HRMAST is left approved and
      *          listed for follow-up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLSA-GASTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT REIMBURSEMENT-REPORT ASSIGN TO "EXPREM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
      *    Gasto reembolsado pendiente de postear por EXTRAE-GL.
           SELECT EXPENSE-GL-FILE ASSIGN TO "EXPGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XGL-STATUS.
           COPY "GASTSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  REIMBURSEMENT-REPORT.
       01  REPORT-LINE              PIC X(80).

       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           05  PAY-PAYEE            PIC X(30).
           05  PAY-FECHA            PIC 9(8).
           05  PAY-AMOUNT           PIC 9(7)V99.
      *    Origen N: pago a un empleado, con su nombre de HRMAST.
           05  PAY-ORIGEN           PIC X.

       FD  EXPENSE-GL-FILE.
       01  EXPENSE-GL-RECORD.
           05  XG-ANOMES            PIC 9(6).
           05  XG-CUENTA            PIC X(8).
           05  XG-IMPORTE           PIC 9(9)V99.
           05  XG-ESTADO            PIC X.

       COPY "GASTFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-OK            VALUE "00".
       01  WS-XGL-STATUS            PIC XX.
           88  WS-XGL-OK            VALUE "00".
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-ANOMES                PIC 9(6).
       01  WS-APROBADOS             PIC 9(6) VALUE 0.
       01  WS-REEMBOLSADOS          PIC 9(6) VALUE 0.
       01  WS-SIN-EMPLEADO          PIC 9(6) VALUE 0.
       01  WS-TOTAL-REEMBOLSO       PIC 9(9)V99 VALUE 0.
       01  WS-CTA-GASTO.
           05  WS-CTA-PREFIJO       PIC X(3).
           05  WS-CTA-CENTRO        PIC X(4).
           05  FILLER               PIC X VALUE SPACE.

      *    Reembolso acumulado por empleado: un pago cada uno.
       01  WS-EM-MAX                PIC 9(4) VALUE 2000.
       01  WS-EM-COUNT              PIC 9(4) VALUE 0.
       01  WS-EM-TABLE.
           05  WS-EM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EM-IDX.
               10  WS-EM-ID         PIC 9(6).
               10  WS-EM-NOMBRE     PIC X(30).
               10  WS-EM-GASTOS     PIC 9(5).
               10  WS-EM-IMPORTE    PIC 9(9)V99.

      *    Gasto acumulado por cuenta: una linea de EXPGL cada una.
       01  WS-CU-MAX                PIC 9(3) VALUE 400.
       01  WS-CU-COUNT              PIC 9(3) VALUE 0.
       01  WS-CU-TABLE.
           05  WS-CU-ENTRY OCCURS 400 TIMES
                   INDEXED BY CU-IDX.
               10  WS-CU-CUENTA     PIC X(8).
               10  WS-CU-IMPORTE    PIC 9(9)V99.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(34)
                   VALUE "REEMBOLSO DE GASTOS DE EMPLEADOS -".
           05  FILLER               PIC X(7) VALUE " FECHA ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(36)
                   VALUE "GASTO  EMPLEADO FECHA    CATEGORIA ".
           05  FILLER               PIC X(34)
                   VALUE "CUENTA     IMPORTE".
       01  WS-DETALLE-LINE.
           05  WS-DET-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CATEGORIA     PIC X(4).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DET-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-IMPORTE       PIC Z(5)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MARCA         PIC X(12).
       01  WS-EMPLEADO-LINE.
           05  WS-EML-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EML-NOMBRE        PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EML-GASTOS        PIC ZZZZ9.
           05  FILLER               PIC X(7) VALUE " GASTOS".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EML-IMPORTE       PIC Z(8)9.99.
       01  WS-IMPORTE-LINE.
           05  WS-IMP-ETIQUETA      PIC X(28).
           05  WS-IMP-VALOR         PIC Z(8)9.99.
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "GASTWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "REEMBOLSA-GASTOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            COMPUTE WS-ANOMES = WS-OPSLOG-DATE / 100.
            PERFORM CARGA-CATEGORIAS-GASTO.
            PERFORM CARGA-GASTOS.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT REIMBURSEMENT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN EXPREM"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM ESCRIBE-CABECERA.

            PERFORM VARYING WS-GA-I FROM 1 BY 1
                    UNTIL WS-GA-I > WS-GA-COUNT
                IF WS-GA-TBL-ESTADO (WS-GA-I) = "A"
                    ADD 1 TO WS-APROBADOS
                    PERFORM PROCESA-GASTO
                END-IF
            END-PERFORM.
            CLOSE HR-MASTER-FILE.

            PERFORM ESCRIBE-RESUMEN.
            CLOSE REIMBURSEMENT-REPORT.

      *    Pagos y asientos primero, la marca X al final: un abend a
      *    mitad deja los gastos aprobados para la re-corrida.
            IF WS-REEMBOLSADOS = 0
                DISPLAY "SIN GASTOS APROBADOS PENDIENTES DE REEMBOLSO"
            ELSE
                PERFORM GENERA-PAGOS
                PERFORM GENERA-ASIENTOS-GASTO
                PERFORM GRABA-GASTOS
                DISPLAY "REEMBOLSO DE GASTOS - GASTOS: "
                    WS-REEMBOLSADOS " EMPLEADOS: " WS-EM-COUNT
            END-IF.
            IF WS-SIN-EMPLEADO > 0
                DISPLAY "GASTOS DE EMPLEADOS FUERA DE HRMAST "
                    "(QUEDAN APROBADOS): " WS-SIN-EMPLEADO
            END-IF.

            MOVE WS-APROBADOS TO WS-RUNST-IN-COUNT.
            MOVE WS-REEMBOLSADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PROCESA-GASTO.
      *    La cuenta de gasto es el prefijo de la categoria mas el
      *    centro de costo cargado; una categoria dada de baja del
      *    maestro cae en el prefijo generico GTO.
            MOVE WS-GA-TBL-NUMERO (WS-GA-I) TO WS-DET-NUMERO.
            MOVE WS-GA-TBL-EMPLEADO (WS-GA-I) TO WS-DET-EMPLEADO.
            MOVE WS-GA-TBL-FECHA (WS-GA-I) TO WS-DET-FECHA.
            MOVE WS-GA-TBL-CATEGORIA (WS-GA-I) TO WS-DET-CATEGORIA.
            MOVE WS-GA-TBL-IMPORTE (WS-GA-I) TO WS-DET-IMPORTE.
            MOVE WS-GA-TBL-CATEGORIA (WS-GA-I) TO WS-EC-LOOKUP-CODIGO.
            PERFORM BUSCA-CATEGORIA-GASTO.
            IF WS-EC-IX = 0
                MOVE "GTO" TO WS-CTA-PREFIJO
            ELSE
                MOVE WS-EC-TBL-CUENTA (WS-EC-IX) TO WS-CTA-PREFIJO
            END-IF.
            MOVE WS-GA-TBL-CENTRO (WS-GA-I) TO WS-CTA-CENTRO.
            MOVE WS-CTA-GASTO TO WS-DET-CUENTA.
            MOVE WS-GA-TBL-EMPLEADO (WS-GA-I) TO HR-EMPLOYEE-ID.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-HR-FOUND TO TRUE
            END-READ.
            IF WS-HR-FOUND
                PERFORM ACUMULA-EMPLEADO
                PERFORM ACUMULA-CUENTA
                ADD WS-GA-TBL-IMPORTE (WS-GA-I) TO WS-TOTAL-REEMBOLSO
                ADD 1 TO WS-REEMBOLSADOS
                MOVE "X" TO WS-GA-TBL-ESTADO (WS-GA-I)
                MOVE WS-OPSLOG-DATE TO WS-GA-TBL-FECHA-PAGO (WS-GA-I)
                SET WS-GA-CAMBIADO TO TRUE
                MOVE SPACES TO WS-DET-MARCA
            ELSE
                ADD 1 TO WS-SIN-EMPLEADO
                MOVE "SIN HRMAST" TO WS-DET-MARCA
            END-IF.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ACUMULA-EMPLEADO.
            MOVE "Y" TO WS-HALLADO-SWITCH.
            SET EM-IDX TO 1.
            SEARCH WS-EM-ENTRY
                AT END CONTINUE
                WHEN EM-IDX > WS-EM-COUNT
                    CONTINUE
                WHEN WS-EM-ID (EM-IDX) = WS-GA-TBL-EMPLEADO (WS-GA-I)
                    ADD 1 TO WS-EM-GASTOS (EM-IDX)
                    ADD WS-GA-TBL-IMPORTE (WS-GA-I)
                        TO WS-EM-IMPORTE (EM-IDX)
                    MOVE "N" TO WS-HALLADO-SWITCH
            END-SEARCH.
      *    Sigue en "Y" si el empleado aun no tenia entrada.
            IF WS-HALLADO
                IF WS-EM-COUNT < WS-EM-MAX
                    ADD 1 TO WS-EM-COUNT
                    SET EM-IDX TO WS-EM-COUNT
                    MOVE WS-GA-TBL-EMPLEADO (WS-GA-I)
                        TO WS-EM-ID (EM-IDX)
                    MOVE SPACES TO WS-EM-NOMBRE (EM-IDX)
                    STRING HR-APELLIDOS DELIMITED BY "  "
                        ", " DELIMITED BY SIZE
                        HR-NOMBRE DELIMITED BY "  "
                        INTO WS-EM-NOMBRE (EM-IDX)
                    MOVE 1 TO WS-EM-GASTOS (EM-IDX)
                    MOVE WS-GA-TBL-IMPORTE (WS-GA-I)
                        TO WS-EM-IMPORTE (EM-IDX)
                ELSE
                    DISPLAY "TABLA DE EMPLEADOS LLENA - REEMBOLSO "
                        "ABORTADO, EXPCLAIM.DAT SIN CAMBIOS"
                    MOVE "ACUMULA-EMPLEADO"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       ACUMULA-CUENTA.
            MOVE "Y" TO WS-HALLADO-SWITCH.
            SET CU-IDX TO 1.
            SEARCH WS-CU-ENTRY
                AT END CONTINUE
                WHEN CU-IDX > WS-CU-COUNT
                    CONTINUE
                WHEN WS-CU-CUENTA (CU-IDX) = WS-CTA-GASTO
                    ADD WS-GA-TBL-IMPORTE (WS-GA-I)
                        TO WS-CU-IMPORTE (CU-IDX)
                    MOVE "N" TO WS-HALLADO-SWITCH
            END-SEARCH.
            IF WS-HALLADO
                IF WS-CU-COUNT < WS-CU-MAX
                    ADD 1 TO WS-CU-COUNT
                    SET CU-IDX TO WS-CU-COUNT
                    MOVE WS-CTA-GASTO TO WS-CU-CUENTA (CU-IDX)
                    MOVE WS-GA-TBL-IMPORTE (WS-GA-I)
                        TO WS-CU-IMPORTE (CU-IDX)
                ELSE
                    DISPLAY "TABLA DE CUENTAS LLENA - REEMBOLSO "
                        "ABORTADO, EXPCLAIM.DAT SIN CAMBIOS"
                    MOVE "ACUMULA-CUENTA"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       ESCRIBE-CABECERA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-RESUMEN.
      *    Una linea por empleado con el pago que se le emite.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING EM-IDX FROM 1 BY 1
                    UNTIL EM-IDX > WS-EM-COUNT
                MOVE WS-EM-ID (EM-IDX) TO WS-EML-ID
                MOVE WS-EM-NOMBRE (EM-IDX) TO WS-EML-NOMBRE
                MOVE WS-EM-GASTOS (EM-IDX) TO WS-EML-GASTOS
                MOVE WS-EM-IMPORTE (EM-IDX) TO WS-EML-IMPORTE
                WRITE REPORT-LINE FROM WS-EMPLEADO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL REEMBOLSADO:         " TO WS-IMP-ETIQUETA.
            MOVE WS-TOTAL-REEMBOLSO TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "GASTOS REEMBOLSADOS:       " TO WS-IMP-ETIQUETA.
            MOVE WS-REEMBOLSADOS TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "PENDIENTES SIN HRMAST:     " TO WS-IMP-ETIQUETA.
            MOVE WS-SIN-EMPLEADO TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       GENERA-PAGOS.
      *    Un pago por empleado al circuito de cheques normal.
            OPEN EXTEND PAYMENTS-FILE.
            IF NOT WS-PAY-OK
                OPEN OUTPUT PAYMENTS-FILE
                IF NOT WS-PAY-OK
                    MOVE WS-PAY-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-PAGOS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING EM-IDX FROM 1 BY 1
                    UNTIL EM-IDX > WS-EM-COUNT
                MOVE WS-EM-NOMBRE (EM-IDX) TO PAY-PAYEE
                MOVE WS-OPSLOG-DATE TO PAY-FECHA
                MOVE WS-EM-IMPORTE (EM-IDX) TO PAY-AMOUNT
                MOVE "N" TO PAY-ORIGEN
                WRITE PAYMENT-RECORD
                IF NOT WS-PAY-OK
                    MOVE WS-PAY-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-PAGOS WRITE" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE PAYMENTS-FILE.

       GENERA-ASIENTOS-GASTO.
      *    Una linea por cuenta de gasto para EXTRAE-GL, que la
      *    postea una vez y la marca R.
            OPEN EXTEND EXPENSE-GL-FILE.
            IF NOT WS-XGL-OK
                OPEN OUTPUT EXPENSE-GL-FILE
                IF NOT WS-XGL-OK
                    MOVE WS-XGL-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-ASIENTOS-GASTO OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING CU-IDX FROM 1 BY 1
                    UNTIL CU-IDX > WS-CU-COUNT
                MOVE WS-ANOMES TO XG-ANOMES
                MOVE WS-CU-CUENTA (CU-IDX) TO XG-CUENTA
                MOVE WS-CU-IMPORTE (CU-IDX) TO XG-IMPORTE
                MOVE SPACE TO XG-ESTADO
                WRITE EXPENSE-GL-RECORD
                IF NOT WS-XGL-OK
                    MOVE WS-XGL-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-ASIENTOS-GASTO WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE EXPENSE-GL-FILE.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REEMBOLSA-GASTOS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-APROBADOS.
            MOVE 0 TO WS-REEMBOLSADOS.
            MOVE 0 TO WS-SIN-EMPLEADO.
            MOVE 0 TO WS-TOTAL-REEMBOLSO.
            MOVE 0 TO WS-EM-COUNT.
            MOVE 0 TO WS-CU-COUNT.

       COPY "GASTWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REEMBOLSA-GASTOS.
