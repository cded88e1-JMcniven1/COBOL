      ******************************************************************
      * Author:
      * Date:
      * Purpose: Adjudication and reimbursement run for the medical
      *          benefit claims captured on MANTIENE-RECLAMOS. Every
      *          pending claim on MEDCLAIM.DAT is checked against the
      *          coverage -- the employee still enrolled on
      *          BENENROL.DAT (status I or O, or K on continuation
      *          coverage), the service not before the enrollment,
      *          the patient the employee or one of
      *          their dependents on DEPENDTS.DAT -- and priced with
      *          the rule of the employee's plan and coverage tier
      *          on BENRULES.DAT. The plan is BE-PLAN (blank is
      *          BASE); the tier is BE-NIVEL or, when blank, the one
      *          FACTURA-PRIMAS derives from the dependent count. The
      *          claim first goes against what is left of the
      *          member's annual deductible, the plan pays its
      *          co-insurance percentage of the rest and never more
      *          than what is left of the member's annual maximum;
      *          both are tracked per member, plan and plan year on
      *          MEDACUM.DAT. Claims are adjudicated in claim-number
      *          order, so the deductible is met by the claims filed
      *          first. A claim the plan pays on is approved (A); one
      *          left wholly to the member, all deductible, is closed
      *          without payment (C); a claim outside the coverage or
      *          without a rule is rejected (R) with its reason. Each
      *          adjudicated claim gets its explanation-of-benefits
      *          statement on EOBMED.TXT. Approved claims are then
      *          reimbursed like REEMBOLSA-GASTOS does: one payment
      *          per employee onto PAYMENTS.DAT under the name on
      *          HRMAST (origin N, the payroll origin, so
      *          IMPRIME-CHEQUES needs no PAYEEMST row), outside the
      *          payslip since a medical reimbursement is not pay,
      *          and marked X with the date of the run so a re-run
      *          cannot pay them twice. The listing (RECPAG.TXT)
      *          shows each claim paid and the total per employee; a
      *          claim whose employee is no longer on HRMAST stays
      *          approved and listed for follow-up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUDICA-RECLAMOS.

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
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT EOB-REPORT ASSIGN TO "EOBMED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOB-STATUS.
           SELECT PAYMENT-LISTING ASSIGN TO "RECPAG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           COPY "RECBSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Mismo layout que graba Condicional_IF_AND.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BE-APP-ID            PIC 9(6).
           05  BE-DEPTO             PIC X(4).
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

      *    Mismo layout que mantiene MANTIENE-DEPENDIENTES.
       FD  DEPENDENT-FILE.
       01  DEPENDENT-RECORD.
           05  DP-APP-ID            PIC 9(6).
           05  DP-NOMBRE            PIC X(20).
           05  DP-FECHA-NAC         PIC 9(8).
           05  DP-PARENTESCO        PIC X.

       FD  EOB-REPORT.
       01  EOB-LINE                 PIC X(80).

       FD  PAYMENT-LISTING.
       01  REPORT-LINE              PIC X(80).

       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           05  PAY-PAYEE            PIC X(30).
           05  PAY-FECHA            PIC 9(8).
           05  PAY-AMOUNT           PIC 9(7)V99.
      *    Origen N: pago a un empleado, con su nombre de HRMAST.
           05  PAY-ORIGEN           PIC X.

       COPY "RECBFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-DEP-STATUS            PIC XX.
           88  WS-DEP-OK            VALUE "00".
       01  WS-EOB-STATUS            PIC XX.
           88  WS-EOB-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".

       01  WS-PENDIENTES            PIC 9(6) VALUE 0.
       01  WS-APROBADOS             PIC 9(6) VALUE 0.
       01  WS-CERRADOS              PIC 9(6) VALUE 0.
       01  WS-RECHAZADOS            PIC 9(6) VALUE 0.
       01  WS-A-PAGAR               PIC 9(6) VALUE 0.
       01  WS-REEMBOLSADOS          PIC 9(6) VALUE 0.
       01  WS-SIN-EMPLEADO          PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECLAMADO       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-PLAN            PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-REEMBOLSO       PIC 9(9)V99 VALUE 0.

      *    Calculo del beneficio de un reclamo.
       01  WS-PLAN                  PIC X(4).
       01  WS-NIVEL                 PIC X.
       01  WS-MOTIVO                PIC X(20).
       01  WS-DED-PENDIENTE         PIC 9(7)V99.
       01  WS-DED-APLICADO          PIC 9(7)V99.
       01  WS-BASE-COASEGURO        PIC 9(7)V99.
       01  WS-PAGA-PLAN             PIC 9(7)V99.
       01  WS-COASEGURO-MIEMBRO     PIC 9(7)V99.
       01  WS-MAX-DISPONIBLE        PIC 9(7)V99.
       01  WS-EXCESO                PIC 9(7)V99.
       01  WS-A-CARGO               PIC 9(7)V99.

      *    Inscritos de BENENROL con su plan y nivel.
       01  WS-INS-MAX               PIC 9(4) VALUE 2000.
       01  WS-INS-COUNT             PIC 9(4) VALUE 0.
       01  WS-INS-IX                PIC 9(4).
       01  WS-INS-TABLE.
           05  WS-INS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY INS-IDX.
               10  WS-INS-ID        PIC 9(6).
               10  WS-INS-NOMBRE    PIC X(20).
               10  WS-INS-ALTA      PIC 9(8).
               10  WS-INS-ESTADO    PIC X.
               10  WS-INS-PLAN      PIC X(4).
               10  WS-INS-NIVEL     PIC X.

      *    Dependientes por empleado, para el paciente y el nivel.
       01  WS-DPN-MAX               PIC 9(4) VALUE 4000.
       01  WS-DPN-COUNT             PIC 9(4) VALUE 0.
       01  WS-DPN-DEL-EMPLEADO      PIC 9(4).
       01  WS-DPN-MIEMBRO-SWITCH    PIC X.
           88  WS-DPN-MIEMBRO       VALUE "Y".
       01  WS-DPN-TABLE.
           05  WS-DPN-ENTRY OCCURS 4000 TIMES
                   INDEXED BY DPN-IDX.
               10  WS-DPN-EMP       PIC 9(6).
               10  WS-DPN-NOMBRE    PIC X(20).

      *    Reembolso acumulado por empleado: un pago cada uno.
       01  WS-EM-MAX                PIC 9(4) VALUE 2000.
       01  WS-EM-COUNT              PIC 9(4) VALUE 0.
       01  WS-EM-TABLE.
           05  WS-EM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EM-IDX.
               10  WS-EM-ID         PIC 9(6).
               10  WS-EM-NOMBRE     PIC X(30).
               10  WS-EM-RECLAMOS   PIC 9(5).
               10  WS-EM-IMPORTE    PIC 9(9)V99.

      *    Explicacion de beneficios, un bloque por reclamo.
       01  WS-EOB-TITULO.
           05  FILLER               PIC X(26)
                   VALUE "EXPLICACION DE BENEFICIOS ".
           05  FILLER               PIC X(8) VALUE "RECLAMO ".
           05  WS-EOT-NUMERO        PIC 9(6).
           05  FILLER               PIC X(7) VALUE " FECHA ".
           05  WS-EOT-FECHA         PIC 9(8).
       01  WS-EOB-MIEMBRO.
           05  FILLER               PIC X(9) VALUE "EMPLEADO ".
           05  WS-EOM-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EOM-NOMBRE        PIC X(20).
           05  FILLER               PIC X(10) VALUE " PACIENTE ".
           05  WS-EOM-PACIENTE      PIC X(20).
       01  WS-EOB-SERVICIO.
           05  FILLER               PIC X(9) VALUE "SERVICIO ".
           05  WS-EOS-FECHA         PIC 9(8).
           05  FILLER               PIC X(11) VALUE " CATEGORIA ".
           05  WS-EOS-CATEGORIA     PIC X(4).
           05  FILLER               PIC X(6) VALUE " PLAN ".
           05  WS-EOS-PLAN          PIC X(4).
           05  FILLER               PIC X(7) VALUE " NIVEL ".
           05  WS-EOS-NIVEL         PIC X.
           05  FILLER               PIC X(13) VALUE " ANO DE PLAN ".
           05  WS-EOS-ANO           PIC X(4).
       01  WS-EOB-IMPORTE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EOI-ETIQUETA      PIC X(32).
           05  WS-EOI-VALOR         PIC Z,ZZZ,ZZ9.99.
       01  WS-EOB-ACUMULADO.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EOA-ETIQUETA      PIC X(32).
           05  WS-EOA-VALOR         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4) VALUE " DE ".
           05  WS-EOA-TOPE          PIC Z,ZZZ,ZZ9.99.
       01  WS-EOB-RESULTADO.
           05  FILLER               PIC X(11) VALUE "RESULTADO: ".
           05  WS-EOR-TEXTO         PIC X(60).
       01  WS-EOB-SEPARA            PIC X(80) VALUE ALL "=".

      *    Listado de reembolsos.
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(31)
                   VALUE "REEMBOLSO DE RECLAMOS MEDICOS -".
           05  FILLER               PIC X(7) VALUE " FECHA ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(36)
                   VALUE "RECLAM EMPLEADO PACIENTE".
           05  FILLER               PIC X(34)
                   VALUE "SERVICIO CATG     IMPORTE".
       01  WS-DETALLE-LINE.
           05  WS-DET-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-PACIENTE      PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CATEGORIA     PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-IMPORTE       PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MARCA         PIC X(10).
       01  WS-EMPLEADO-LINE.
           05  WS-EML-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EML-NOMBRE        PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EML-RECLAMOS      PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE " RECLAMOS".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EML-IMPORTE       PIC Z(8)9.99.
       01  WS-IMPORTE-LINE.
           05  WS-IMP-ETIQUETA      PIC X(28).
           05  WS-IMP-VALOR         PIC Z(8)9.99.
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RECBWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ADJUDICA-RECLAMOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-REGLAS-BENEFICIO.
            PERFORM CARGA-RECLAMOS-BENEFICIO.
            PERFORM CARGA-ACUMULADOS-BENEFICIO.
            PERFORM CARGA-INSCRITOS.
            PERFORM CARGA-DEPENDIENTES.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT EOB-REPORT.
            IF NOT WS-EOB-OK
                MOVE WS-EOB-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN EOBMED"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PAYMENT-LISTING.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RECPAG"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE EOB-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA-EOB.
            PERFORM ESCRIBE-CABECERA.

            PERFORM VARYING WS-CB-I FROM 1 BY 1
                    UNTIL WS-CB-I > WS-CB-COUNT
                IF WS-CB-TBL-ESTADO (WS-CB-I) = "P"
                    ADD 1 TO WS-PENDIENTES
                    PERFORM ADJUDICA-RECLAMO
                    PERFORM ESCRIBE-EOB
                END-IF
            END-PERFORM.
            CLOSE EOB-REPORT.

      *    Lo aprobado en esta corrida y lo que quedo aprobado sin
      *    pagar de una anterior se reembolsa junto.
            PERFORM VARYING WS-CB-I FROM 1 BY 1
                    UNTIL WS-CB-I > WS-CB-COUNT
                IF WS-CB-TBL-ESTADO (WS-CB-I) = "A"
                    ADD 1 TO WS-A-PAGAR
                    PERFORM PROCESA-PAGO
                END-IF
            END-PERFORM.
            CLOSE HR-MASTER-FILE.

            PERFORM ESCRIBE-RESUMEN.
            CLOSE PAYMENT-LISTING.

      *    Pagos primero, acumulados y reclamos al final: un abend a
      *    mitad deja los reclamos como estaban para la re-corrida.
            IF WS-REEMBOLSADOS > 0
                PERFORM GENERA-PAGOS
            END-IF.
            PERFORM GRABA-ACUMULADOS-BENEFICIO.
            PERFORM GRABA-RECLAMOS-BENEFICIO.

            DISPLAY "ADJUDICACION DE RECLAMOS - PENDIENTES: "
                WS-PENDIENTES " APROBADOS: " WS-APROBADOS
                " SIN PAGO: " WS-CERRADOS
                " RECHAZADOS: " WS-RECHAZADOS.
            DISPLAY "REEMBOLSO DE RECLAMOS - RECLAMOS: "
                WS-REEMBOLSADOS " EMPLEADOS: " WS-EM-COUNT.
            IF WS-SIN-EMPLEADO > 0
                DISPLAY "RECLAMOS DE EMPLEADOS FUERA DE HRMAST "
                    "(QUEDAN APROBADOS): " WS-SIN-EMPLEADO
            END-IF.

            MOVE WS-PENDIENTES TO WS-RUNST-IN-COUNT.
            COMPUTE WS-RUNST-OUT-COUNT =
                WS-APROBADOS + WS-CERRADOS + WS-RECHAZADOS.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CARGA-INSCRITOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-FILE.
            IF WS-ENR-OK
                PERFORM UNTIL WS-EOF
                    READ ENROLLMENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-INS-COUNT < WS-INS-MAX
                                ADD 1 TO WS-INS-COUNT
                                SET INS-IDX TO WS-INS-COUNT
                                MOVE BE-APP-ID TO WS-INS-ID (INS-IDX)
                                MOVE BE-NOMBRE
                                    TO WS-INS-NOMBRE (INS-IDX)
                                MOVE BE-FECHA-ALTA
                                    TO WS-INS-ALTA (INS-IDX)
                                MOVE BE-STATUS
                                    TO WS-INS-ESTADO (INS-IDX)
                                MOVE BE-PLAN TO WS-INS-PLAN (INS-IDX)
                                MOVE BE-NIVEL
                                    TO WS-INS-NIVEL (INS-IDX)
                            ELSE
                                DISPLAY "TABLA DE INSCRITOS LLENA - "
                                    "IGNORADO " BE-APP-ID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENROLLMENT-FILE
            ELSE
                DISPLAY "BENENROL.DAT AUSENTE - SIN INSCRITOS"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-DEPENDIENTES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DEPENDENT-FILE.
            IF WS-DEP-OK
                PERFORM UNTIL WS-EOF
                    READ DEPENDENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-DPN-COUNT < WS-DPN-MAX
                                ADD 1 TO WS-DPN-COUNT
                                SET DPN-IDX TO WS-DPN-COUNT
                                MOVE DP-APP-ID TO WS-DPN-EMP (DPN-IDX)
                                MOVE DP-NOMBRE
                                    TO WS-DPN-NOMBRE (DPN-IDX)
                            ELSE
                                DISPLAY "TABLA DE DEPENDIENTES LLENA"
                                    " - IGNORADO " DP-NOMBRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPENDENT-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ADJUDICA-RECLAMO.
      *    Primero la cobertura, despues la regla; el primer motivo
      *    que aplica rechaza el reclamo.
            MOVE SPACES TO WS-MOTIVO.
            MOVE SPACES TO WS-PLAN.
            MOVE SPACE TO WS-NIVEL.
            PERFORM BUSCA-INSCRITO.
            IF WS-INS-IX > 0
                PERFORM CUENTA-DEPENDIENTES
            END-IF.
            EVALUATE TRUE
                WHEN WS-INS-IX = 0
                    MOVE "NO INSCRITO" TO WS-MOTIVO
                WHEN WS-INS-ESTADO (WS-INS-IX) NOT = "I"
                        AND NOT = "O" AND NOT = "K"
                    MOVE "SIN COBERTURA VIGENTE" TO WS-MOTIVO
                WHEN WS-CB-TBL-FECHA-SERV (WS-CB-I)
                        < WS-INS-ALTA (WS-INS-IX)
                    MOVE "SERVICIO ANTES ALTA" TO WS-MOTIVO
                WHEN WS-CB-TBL-MIEMBRO (WS-CB-I) NOT = SPACES
                        AND NOT WS-DPN-MIEMBRO
                    MOVE "PACIENTE NO CUBIERTO" TO WS-MOTIVO
                WHEN OTHER
                    PERFORM DETERMINA-PLAN-NIVEL
                    MOVE WS-PLAN TO WS-RB-LOOKUP-PLAN
                    MOVE WS-NIVEL TO WS-RB-LOOKUP-NIVEL
                    PERFORM BUSCA-REGLA-BENEFICIO
                    IF WS-RB-IX = 0
                        MOVE "SIN REGLA PLAN/NIVEL" TO WS-MOTIVO
                    END-IF
            END-EVALUATE.
            MOVE WS-PLAN TO WS-CB-TBL-PLAN (WS-CB-I).
            MOVE WS-NIVEL TO WS-CB-TBL-NIVEL (WS-CB-I).
            MOVE WS-OPSLOG-DATE TO WS-CB-TBL-FECHA-EST (WS-CB-I).
            SET WS-CB-CAMBIADO TO TRUE.
            ADD WS-CB-TBL-RECLAMADO (WS-CB-I) TO WS-TOTAL-RECLAMADO.
            IF WS-MOTIVO = SPACES
                PERFORM CALCULA-BENEFICIO
            ELSE
                MOVE "R" TO WS-CB-TBL-ESTADO (WS-CB-I)
                MOVE WS-MOTIVO TO WS-CB-TBL-MOTIVO (WS-CB-I)
                ADD 1 TO WS-RECHAZADOS
            END-IF.

       BUSCA-INSCRITO.
            MOVE 0 TO WS-INS-IX.
            PERFORM VARYING INS-IDX FROM 1 BY 1
                    UNTIL INS-IDX > WS-INS-COUNT
                IF WS-INS-ID (INS-IDX) = WS-CB-TBL-EMPLEADO (WS-CB-I)
                    SET WS-INS-IX TO INS-IDX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       CUENTA-DEPENDIENTES.
      *    Cuantos dependientes tiene el empleado y si el paciente
      *    del reclamo es uno de ellos.
            MOVE 0 TO WS-DPN-DEL-EMPLEADO.
            MOVE "N" TO WS-DPN-MIEMBRO-SWITCH.
            PERFORM VARYING DPN-IDX FROM 1 BY 1
                    UNTIL DPN-IDX > WS-DPN-COUNT
                IF WS-DPN-EMP (DPN-IDX) = WS-CB-TBL-EMPLEADO (WS-CB-I)
                    ADD 1 TO WS-DPN-DEL-EMPLEADO
                    IF WS-DPN-NOMBRE (DPN-IDX)
                            = WS-CB-TBL-MIEMBRO (WS-CB-I)
                        SET WS-DPN-MIEMBRO TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

       DETERMINA-PLAN-NIVEL.
      *    Plan en blanco es BASE; nivel en blanco sale del conteo de
      *    dependientes igual que en FACTURA-PRIMAS.
            IF WS-INS-PLAN (WS-INS-IX) = SPACES
                MOVE WS-RB-PLAN-BASE TO WS-PLAN
            ELSE
                MOVE WS-INS-PLAN (WS-INS-IX) TO WS-PLAN
            END-IF.
            IF WS-INS-NIVEL (WS-INS-IX) NOT = SPACE
                MOVE WS-INS-NIVEL (WS-INS-IX) TO WS-NIVEL
            ELSE
                EVALUATE TRUE
                    WHEN WS-DPN-DEL-EMPLEADO = 0
                        MOVE "S" TO WS-NIVEL
                    WHEN WS-DPN-DEL-EMPLEADO = 1
                        MOVE "C" TO WS-NIVEL
                    WHEN OTHER
                        MOVE "F" TO WS-NIVEL
                END-EVALUATE
            END-IF.

       CALCULA-BENEFICIO.
      *    Deducible pendiente del ano, luego el coaseguro sobre el
      *    resto y por ultimo el tope del maximo anual. Maximo cero
      *    es plan sin maximo.
            MOVE WS-CB-TBL-FECHA-SERV (WS-CB-I)
                TO WS-RB-FECHA-SERVICIO.
            PERFORM CALCULA-ANO-PLAN.
            MOVE WS-CB-TBL-EMPLEADO (WS-CB-I) TO WS-AB-LOOKUP-EMPLEADO.
            MOVE WS-CB-TBL-MIEMBRO (WS-CB-I) TO WS-AB-LOOKUP-MIEMBRO.
            MOVE WS-PLAN TO WS-AB-LOOKUP-PLAN.
            MOVE WS-RB-ANO-PLAN TO WS-AB-LOOKUP-ANO.
            PERFORM BUSCA-ACUMULADO-BENEFICIO.
            IF WS-AB-IX = 0
                PERFORM ABRE-ACUMULADO-BENEFICIO
            END-IF.

            IF WS-AB-TBL-DEDUCIBLE (WS-AB-IX)
                    >= WS-RB-TBL-DEDUCIBLE (WS-RB-IX)
                MOVE 0 TO WS-DED-PENDIENTE
            ELSE
                COMPUTE WS-DED-PENDIENTE =
                    WS-RB-TBL-DEDUCIBLE (WS-RB-IX)
                    - WS-AB-TBL-DEDUCIBLE (WS-AB-IX)
            END-IF.
            IF WS-CB-TBL-RECLAMADO (WS-CB-I) < WS-DED-PENDIENTE
                MOVE WS-CB-TBL-RECLAMADO (WS-CB-I) TO WS-DED-APLICADO
            ELSE
                MOVE WS-DED-PENDIENTE TO WS-DED-APLICADO
            END-IF.
            COMPUTE WS-BASE-COASEGURO =
                WS-CB-TBL-RECLAMADO (WS-CB-I) - WS-DED-APLICADO.
            COMPUTE WS-PAGA-PLAN ROUNDED =
                WS-BASE-COASEGURO * WS-RB-TBL-COASEGURO (WS-RB-IX)
                / 100.
            COMPUTE WS-COASEGURO-MIEMBRO =
                WS-BASE-COASEGURO - WS-PAGA-PLAN.
            MOVE 0 TO WS-EXCESO.
            IF WS-RB-TBL-MAXIMO (WS-RB-IX) > 0
                IF WS-AB-TBL-PAGADO (WS-AB-IX)
                        >= WS-RB-TBL-MAXIMO (WS-RB-IX)
                    MOVE 0 TO WS-MAX-DISPONIBLE
                ELSE
                    COMPUTE WS-MAX-DISPONIBLE =
                        WS-RB-TBL-MAXIMO (WS-RB-IX)
                        - WS-AB-TBL-PAGADO (WS-AB-IX)
                END-IF
                IF WS-PAGA-PLAN > WS-MAX-DISPONIBLE
                    COMPUTE WS-EXCESO =
                        WS-PAGA-PLAN - WS-MAX-DISPONIBLE
                    MOVE WS-MAX-DISPONIBLE TO WS-PAGA-PLAN
                END-IF
            END-IF.

            ADD WS-DED-APLICADO TO WS-AB-TBL-DEDUCIBLE (WS-AB-IX).
            ADD WS-PAGA-PLAN TO WS-AB-TBL-PAGADO (WS-AB-IX).
            SET WS-AB-CAMBIADO TO TRUE.

            MOVE WS-RB-ANO-PLAN TO WS-CB-TBL-ANO-PLAN (WS-CB-I).
            MOVE WS-DED-APLICADO TO WS-CB-TBL-DEDUCIBLE (WS-CB-I).
            MOVE WS-COASEGURO-MIEMBRO
                TO WS-CB-TBL-COASEGURO (WS-CB-I).
            MOVE WS-EXCESO TO WS-CB-TBL-EXCESO (WS-CB-I).
            MOVE WS-PAGA-PLAN TO WS-CB-TBL-PAGA-PLAN (WS-CB-I).
            ADD WS-PAGA-PLAN TO WS-TOTAL-PLAN.
            IF WS-PAGA-PLAN > 0
                MOVE "A" TO WS-CB-TBL-ESTADO (WS-CB-I)
                ADD 1 TO WS-APROBADOS
            ELSE
                MOVE "C" TO WS-CB-TBL-ESTADO (WS-CB-I)
                ADD 1 TO WS-CERRADOS
            END-IF.

       ESCRIBE-EOB.
            MOVE WS-CB-TBL-NUMERO (WS-CB-I) TO WS-EOT-NUMERO.
            MOVE WS-OPSLOG-DATE TO WS-EOT-FECHA.
            WRITE EOB-LINE FROM WS-EOB-TITULO.
            PERFORM VERIFICA-ESCRITURA-EOB.
            MOVE WS-CB-TBL-EMPLEADO (WS-CB-I) TO WS-EOM-EMPLEADO.
            IF WS-INS-IX = 0
                MOVE SPACES TO WS-EOM-NOMBRE
            ELSE
                MOVE WS-INS-NOMBRE (WS-INS-IX) TO WS-EOM-NOMBRE
            END-IF.
            IF WS-CB-TBL-MIEMBRO (WS-CB-I) = SPACES
                MOVE "EL EMPLEADO" TO WS-EOM-PACIENTE
            ELSE
                MOVE WS-CB-TBL-MIEMBRO (WS-CB-I) TO WS-EOM-PACIENTE
            END-IF.
            WRITE EOB-LINE FROM WS-EOB-MIEMBRO.
            PERFORM VERIFICA-ESCRITURA-EOB.
            MOVE WS-CB-TBL-FECHA-SERV (WS-CB-I) TO WS-EOS-FECHA.
            MOVE WS-CB-TBL-CATEGORIA (WS-CB-I) TO WS-EOS-CATEGORIA.
            MOVE WS-CB-TBL-PLAN (WS-CB-I) TO WS-EOS-PLAN.
            MOVE WS-CB-TBL-NIVEL (WS-CB-I) TO WS-EOS-NIVEL.
            IF WS-CB-TBL-ESTADO (WS-CB-I) = "R"
                MOVE SPACES TO WS-EOS-ANO
            ELSE
                MOVE WS-CB-TBL-ANO-PLAN (WS-CB-I) TO WS-EOS-ANO
            END-IF.
            WRITE EOB-LINE FROM WS-EOB-SERVICIO.
            PERFORM VERIFICA-ESCRITURA-EOB.
            MOVE "IMPORTE RECLAMADO" TO WS-EOI-ETIQUETA.
            MOVE WS-CB-TBL-RECLAMADO (WS-CB-I) TO WS-EOI-VALOR.
            WRITE EOB-LINE FROM WS-EOB-IMPORTE.
            PERFORM VERIFICA-ESCRITURA-EOB.
            IF WS-CB-TBL-ESTADO (WS-CB-I) = "R"
                MOVE SPACES TO WS-EOR-TEXTO
                STRING "RECHAZADO - " DELIMITED BY SIZE
                    WS-CB-TBL-MOTIVO (WS-CB-I) DELIMITED BY SIZE
                    INTO WS-EOR-TEXTO
            ELSE
                PERFORM ESCRIBE-EOB-DETALLE
            END-IF.
            WRITE EOB-LINE FROM WS-EOB-RESULTADO.
            PERFORM VERIFICA-ESCRITURA-EOB.
            WRITE EOB-LINE FROM WS-EOB-SEPARA.
            PERFORM VERIFICA-ESCRITURA-EOB.

       ESCRIBE-EOB-DETALLE.
      *    Desglose del reclamo y la posicion del paciente en el ano
      *    de plan despues de este reclamo.
            MOVE "A CUENTA DE SU DEDUCIBLE" TO WS-EOI-ETIQUETA.
            MOVE WS-CB-TBL-DEDUCIBLE (WS-CB-I) TO WS-EOI-VALOR.
            WRITE EOB-LINE FROM WS-EOB-IMPORTE.
            PERFORM VERIFICA-ESCRITURA-EOB.
            MOVE "SU COASEGURO" TO WS-EOI-ETIQUETA.
            MOVE WS-CB-TBL-COASEGURO (WS-CB-I) TO WS-EOI-VALOR.
            WRITE EOB-LINE FROM WS-EOB-IMPORTE.
            PERFORM VERIFICA-ESCRITURA-EOB.
            MOVE "SOBRE EL MAXIMO ANUAL" TO WS-EOI-ETIQUETA.
            MOVE WS-CB-TBL-EXCESO (WS-CB-I) TO WS-EOI-VALOR.
            WRITE EOB-LINE FROM WS-EOB-IMPORTE.
            PERFORM VERIFICA-ESCRITURA-EOB.
            MOVE "PAGA EL PLAN" TO WS-EOI-ETIQUETA.
            MOVE WS-CB-TBL-PAGA-PLAN (WS-CB-I) TO WS-EOI-VALOR.
            WRITE EOB-LINE FROM WS-EOB-IMPORTE.
            PERFORM VERIFICA-ESCRITURA-EOB.
            COMPUTE WS-A-CARGO = WS-CB-TBL-RECLAMADO (WS-CB-I)
                - WS-CB-TBL-PAGA-PLAN (WS-CB-I).
            MOVE "A SU CARGO" TO WS-EOI-ETIQUETA.
            MOVE WS-A-CARGO TO WS-EOI-VALOR.
            WRITE EOB-LINE FROM WS-EOB-IMPORTE.
            PERFORM VERIFICA-ESCRITURA-EOB.
            MOVE "DEDUCIBLE CUBIERTO EN EL ANO" TO WS-EOA-ETIQUETA.
            MOVE WS-AB-TBL-DEDUCIBLE (WS-AB-IX) TO WS-EOA-VALOR.
            MOVE WS-RB-TBL-DEDUCIBLE (WS-RB-IX) TO WS-EOA-TOPE.
            WRITE EOB-LINE FROM WS-EOB-ACUMULADO.
            PERFORM VERIFICA-ESCRITURA-EOB.
            IF WS-RB-TBL-MAXIMO (WS-RB-IX) > 0
                MOVE "BENEFICIO PAGADO EN EL ANO" TO WS-EOA-ETIQUETA
                MOVE WS-AB-TBL-PAGADO (WS-AB-IX) TO WS-EOA-VALOR
                MOVE WS-RB-TBL-MAXIMO (WS-RB-IX) TO WS-EOA-TOPE
                WRITE EOB-LINE FROM WS-EOB-ACUMULADO
                PERFORM VERIFICA-ESCRITURA-EOB
            END-IF.
            IF WS-CB-TBL-ESTADO (WS-CB-I) = "A"
                MOVE "APROBADO - SE REEMBOLSA CON EL PAGO DE NOMINA"
                    TO WS-EOR-TEXTO
            ELSE
                MOVE "SIN PAGO - TODO A CARGO DEL PACIENTE"
                    TO WS-EOR-TEXTO
            END-IF.

       PROCESA-PAGO.
            MOVE WS-CB-TBL-NUMERO (WS-CB-I) TO WS-DET-NUMERO.
            MOVE WS-CB-TBL-EMPLEADO (WS-CB-I) TO WS-DET-EMPLEADO.
            IF WS-CB-TBL-MIEMBRO (WS-CB-I) = SPACES
                MOVE "(EMPLEADO)" TO WS-DET-PACIENTE
            ELSE
                MOVE WS-CB-TBL-MIEMBRO (WS-CB-I) TO WS-DET-PACIENTE
            END-IF.
            MOVE WS-CB-TBL-FECHA-SERV (WS-CB-I) TO WS-DET-FECHA.
            MOVE WS-CB-TBL-CATEGORIA (WS-CB-I) TO WS-DET-CATEGORIA.
            MOVE WS-CB-TBL-PAGA-PLAN (WS-CB-I) TO WS-DET-IMPORTE.
            MOVE WS-CB-TBL-EMPLEADO (WS-CB-I) TO HR-EMPLOYEE-ID.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-HR-FOUND TO TRUE
            END-READ.
            IF WS-HR-FOUND
                PERFORM ACUMULA-EMPLEADO
                ADD WS-CB-TBL-PAGA-PLAN (WS-CB-I) TO WS-TOTAL-REEMBOLSO
                ADD 1 TO WS-REEMBOLSADOS
                MOVE "X" TO WS-CB-TBL-ESTADO (WS-CB-I)
                MOVE WS-OPSLOG-DATE TO WS-CB-TBL-FECHA-PAGO (WS-CB-I)
                SET WS-CB-CAMBIADO TO TRUE
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
                WHEN WS-EM-ID (EM-IDX) = WS-CB-TBL-EMPLEADO (WS-CB-I)
                    ADD 1 TO WS-EM-RECLAMOS (EM-IDX)
                    ADD WS-CB-TBL-PAGA-PLAN (WS-CB-I)
                        TO WS-EM-IMPORTE (EM-IDX)
                    MOVE "N" TO WS-HALLADO-SWITCH
            END-SEARCH.
      *    Sigue en "Y" si el empleado aun no tenia entrada.
            IF WS-HALLADO
                IF WS-EM-COUNT < WS-EM-MAX
                    ADD 1 TO WS-EM-COUNT
                    SET EM-IDX TO WS-EM-COUNT
                    MOVE WS-CB-TBL-EMPLEADO (WS-CB-I)
                        TO WS-EM-ID (EM-IDX)
                    MOVE SPACES TO WS-EM-NOMBRE (EM-IDX)
                    STRING HR-APELLIDOS DELIMITED BY "  "
                        ", " DELIMITED BY SIZE
                        HR-NOMBRE DELIMITED BY "  "
                        INTO WS-EM-NOMBRE (EM-IDX)
                    MOVE 1 TO WS-EM-RECLAMOS (EM-IDX)
                    MOVE WS-CB-TBL-PAGA-PLAN (WS-CB-I)
                        TO WS-EM-IMPORTE (EM-IDX)
                ELSE
                    DISPLAY "TABLA DE EMPLEADOS LLENA - ADJUDICACION "
                        "ABORTADA, MEDCLAIM.DAT SIN CAMBIOS"
                    MOVE "ACUMULA-EMPLEADO"
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
      *    Una linea por empleado con el pago que se le emite, y los
      *    totales de la adjudicacion.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING EM-IDX FROM 1 BY 1
                    UNTIL EM-IDX > WS-EM-COUNT
                MOVE WS-EM-ID (EM-IDX) TO WS-EML-ID
                MOVE WS-EM-NOMBRE (EM-IDX) TO WS-EML-NOMBRE
                MOVE WS-EM-RECLAMOS (EM-IDX) TO WS-EML-RECLAMOS
                MOVE WS-EM-IMPORTE (EM-IDX) TO WS-EML-IMPORTE
                WRITE REPORT-LINE FROM WS-EMPLEADO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "RECLAMOS ADJUDICADOS:      " TO WS-IMP-ETIQUETA.
            MOVE WS-PENDIENTES TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "  APROBADOS:               " TO WS-IMP-ETIQUETA.
            MOVE WS-APROBADOS TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "  SIN PAGO (DEDUCIBLE):    " TO WS-IMP-ETIQUETA.
            MOVE WS-CERRADOS TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "  RECHAZADOS:              " TO WS-IMP-ETIQUETA.
            MOVE WS-RECHAZADOS TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "TOTAL RECLAMADO:           " TO WS-IMP-ETIQUETA.
            MOVE WS-TOTAL-RECLAMADO TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "TOTAL A CARGO DEL PLAN:    " TO WS-IMP-ETIQUETA.
            MOVE WS-TOTAL-PLAN TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "TOTAL REEMBOLSADO:         " TO WS-IMP-ETIQUETA.
            MOVE WS-TOTAL-REEMBOLSO TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "RECLAMOS REEMBOLSADOS:     " TO WS-IMP-ETIQUETA.
            MOVE WS-REEMBOLSADOS TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "PENDIENTES SIN HRMAST:     " TO WS-IMP-ETIQUETA.
            MOVE WS-SIN-EMPLEADO TO WS-IMP-VALOR.
            PERFORM ESCRIBE-IMPORTE.

       ESCRIBE-IMPORTE.
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

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ADJUDICA-RECLAMOS WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA-EOB.
            IF NOT WS-EOB-OK
                MOVE WS-EOB-STATUS TO WS-ABEND-STATUS
                MOVE "ADJUDICA-RECLAMOS WRITE EOB"
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
            MOVE 0 TO WS-PENDIENTES WS-APROBADOS WS-CERRADOS.
            MOVE 0 TO WS-RECHAZADOS WS-A-PAGAR WS-REEMBOLSADOS.
            MOVE 0 TO WS-SIN-EMPLEADO.
            MOVE 0 TO WS-TOTAL-RECLAMADO WS-TOTAL-PLAN.
            MOVE 0 TO WS-TOTAL-REEMBOLSO.
            MOVE 0 TO WS-INS-COUNT WS-DPN-COUNT WS-EM-COUNT.

       COPY "RECBWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ADJUDICA-RECLAMOS.
