      ******************************************************************
      * Author:
      * Date:
      * Purpose: Continuation coverage run for terminated employees.
      *          Coverage no longer simply stops when an enrolled
      *          employee (BENENROL.DAT status I, O or G) turns up on
      *          HRTERMS.DAT with a termination dated on or before
      *          the business date: the run records an offer on
      *          CONTCOB.DAT and prints the election notice on
      *          CONTAVIS.TXT -- plan and tier held (plan blank is
      *          BASE, tier blank derived from DEPENDTS.DAT as
      *          FACTURA-PRIMAS does), the monthly premium wholly at
      *          the member's cost (PLANRATE.DAT total premium plus
      *          the administrative surcharge of PARM169.DAT), the
      *          last day to elect (election days of PARM169.DAT,
      *          default 60, from the notice) and the last month
      *          coverage may run (maximum months of PARM169.DAT,
      *          default 18, after the termination month) -- and the
      *          enrollment goes to T (terminada). The election is
      *          recorded on ELIGE-CONTINUACION, which puts an
      *          accepted member on status K (continuacion). An offer
      *          not elected by its deadline is closed (N). Accepted
      *          members are billed directly instead of through
      *          payroll: each month from the one after termination
      *          up to the current one is invoiced once on
      *          INVMAST.DAT (series INV of NUMCTRL.DAT, like
      *          GESTIONA-FACTURAS, no tax) on the member's account,
      *          logged on CONTFACT.DAT, and fed to VTAGL.DAT against
      *          the department's benefit account (BEN + depto), so
      *          APLICA-COBROS and the dunning run treat it like any
      *          other receivable. A member with an invoice still
      *          unpaid (open or written off, not in dispute) past
      *          the grace days of PARM169.DAT (default 30) is
      *          cancelled (C); one whose last month has gone by ends
      *          at the maximum term (V); either way the enrollment
      *          goes back from K to T. Every action is listed on
      *          CONTREG.TXT. The continuation file is regrabado
      *          before the enrollment master, so a rerun after an
      *          abend neither re-offers nor re-bills.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFRECE-CONTINUACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM169.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT ENROLLMENT-NEW ASSIGN TO "BENENROL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENN-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT PLAN-RATES ASSIGN TO "PLANRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLR-STATUS.
           SELECT NOTICE-REPORT ASSIGN TO "CONTAVIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVS-STATUS.
           SELECT ACTION-REPORT ASSIGN TO "CONTREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CONTSL.cpy".
           COPY "INVMSL.cpy".
           COPY "VTAGSL.cpy".
           COPY "NUMSERSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DIAS-ELECCION   PIC 9(3).
           05  PARM-MESES-MAXIMO    PIC 9(3).
           05  PARM-DIAS-GRACIA     PIC 9(3).
           05  PARM-RECARGO         PIC 9(2)V99.

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

       FD  ENROLLMENT-NEW.
       01  ENROLLMENT-NEW-LINE      PIC X(44).

      *    Mismo layout que graba HR-MANTENIMIENTO.
       FD  TERMINATION-FILE.
       01  TERMINATION-RECORD.
           05  TR-EMPLOYEE-ID       PIC 9(6).
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

      *    Mismo layout que mantiene MANTIENE-DEPENDIENTES.
       FD  DEPENDENT-FILE.
       01  DEPENDENT-RECORD.
           05  DP-APP-ID            PIC 9(6).
           05  DP-NOMBRE            PIC X(20).
           05  DP-FECHA-NAC         PIC 9(8).
           05  DP-PARENTESCO        PIC X.

      *    Mismo layout que lee FACTURA-PRIMAS: una tarifa por nivel.
       FD  PLAN-RATES.
       01  PLAN-RATE-RECORD.
           05  PL-TIER              PIC X.
           05  PL-PRIMA-TOTAL       PIC 9(5)V99.
           05  PL-PARTE-EMPLEADO    PIC 9(5)V99.

       FD  NOTICE-REPORT.
       01  NOTICE-LINE              PIC X(80).

       FD  ACTION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "CONTFD.cpy".
       COPY "INVMFD.cpy".
       COPY "VTAGFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-ENN-STATUS            PIC XX.
           88  WS-ENN-OK            VALUE "00".
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-OK            VALUE "00".
       01  WS-DEP-STATUS            PIC XX.
           88  WS-DEP-OK            VALUE "00".
       01  WS-PLR-STATUS            PIC XX.
           88  WS-PLR-OK            VALUE "00".
       01  WS-AVS-STATUS            PIC XX.
           88  WS-AVS-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

      *    Parametros de PARM169.DAT, con sus valores por omision.
       01  WS-DIAS-ELECCION         PIC 9(3) VALUE 60.
       01  WS-MESES-MAXIMO          PIC 9(3) VALUE 18.
       01  WS-DIAS-GRACIA           PIC 9(3) VALUE 30.
       01  WS-RECARGO               PIC 9(2)V99 VALUE 2.00.

       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-AVISOS                PIC 9(6) VALUE 0.
       01  WS-NO-ELEGIDAS           PIC 9(6) VALUE 0.
       01  WS-FACTURAS              PIC 9(6) VALUE 0.
       01  WS-CANCELADAS            PIC 9(6) VALUE 0.
       01  WS-VENCIDAS              PIC 9(6) VALUE 0.
       01  WS-SIN-TARIFA            PIC 9(6) VALUE 0.
       01  WS-INS-CAMBIOS           PIC 9(6) VALUE 0.
       01  WS-TOT-FACTURADO         PIC 9(7)V99 VALUE 0.

       01  WS-DIA-HOY               PIC 9(7).
       01  WS-DIA-FACTURA           PIC 9(7).
       01  WS-PERIODO-ACTUAL        PIC 9(6).
       01  WS-PERIODO               PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANO       PIC 9(4).
           05  WS-PERIODO-MES       PIC 99.
       01  WS-MESES-SUMADOS         PIC 9(3).
       01  WS-FECHA-LIMITE          PIC 9(8).
       01  WS-ESTADO-ANTERIOR       PIC X.
       01  WS-MOROSA-SWITCH         PIC X.
           88  WS-MOROSA            VALUE "Y".
       01  WS-FACTURA-MOROSA        PIC 9(6).
       01  WS-FECHA-MOROSA          PIC 9(8).

      *    Cobertura del inscrito: plan efectivo (blanco es BASE) y
      *    nivel efectivo (blanco sale de los dependientes).
       01  WS-PLAN-BASE             PIC X(4) VALUE "BASE".
       01  WS-DEPENDIENTES          PIC 9(3).
       01  WS-PLAN-EFECTIVO         PIC X(4).
       01  WS-NIVEL-EFECTIVO        PIC X.
       01  WS-PRIMA                 PIC 9(5)V99.

      *    Cuenta de beneficios del departamento, como en EXTRAE-GL.
       01  WS-CTA-BENEFICIO.
           05  FILLER               PIC X(3) VALUE "BEN".
           05  WS-CTA-BEN-DEPT      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.

      *    Tarifas de PLANRATE, una por nivel.
       01  WS-PLR-COUNT             PIC 9 VALUE 0.
       01  WS-PLR-HALLADA-SWITCH    PIC X.
           88  WS-PLR-HALLADA       VALUE "Y".
       01  WS-PLR-TABLE.
           05  WS-PLR-ENTRY OCCURS 3 TIMES
                   INDEXED BY PLR-IDX.
               10  WS-PLR-TIER      PIC X.
               10  WS-PLR-TOTAL     PIC 9(5)V99.
               10  WS-PLR-EMPLEADO  PIC 9(5)V99.

      *    Dependientes por empleado, solo para el conteo.
       01  WS-DPN-MAX               PIC 9(4) VALUE 4000.
       01  WS-DPN-COUNT             PIC 9(4) VALUE 0.
       01  WS-DPN-TABLE.
           05  WS-DPN-EMP           PIC 9(6) OCCURS 4000 TIMES
                   INDEXED BY DPN-IDX.

      *    Bajas de HRTERMS ya en vigor a la fecha de negocio.
       01  WS-BAJ-MAX               PIC 9(4) VALUE 4000.
       01  WS-BAJ-COUNT             PIC 9(4) VALUE 0.
       01  WS-BAJ-FECHA             PIC 9(8).
       01  WS-BAJ-TABLE.
           05  WS-BAJ-ENTRY OCCURS 4000 TIMES
                   INDEXED BY BAJ-IDX.
               10  WS-BAJ-EMP       PIC 9(6).
               10  WS-BAJ-DIA       PIC 9(8).

      *    Aviso de eleccion, un bloque por empleado.
       01  WS-AVI-TITULO.
           05  FILLER               PIC X(37)
                   VALUE "AVISO DE COBERTURA DE CONTINUACION - ".
           05  FILLER               PIC X(6) VALUE "FECHA ".
           05  WS-AVT-FECHA         PIC 9(8).
       01  WS-AVI-EMPLEADO.
           05  FILLER               PIC X(9) VALUE "EMPLEADO ".
           05  WS-AVE-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVE-NOMBRE        PIC X(20).
           05  FILLER               PIC X(7) VALUE " DEPTO ".
           05  WS-AVE-DEPTO         PIC X(4).
           05  FILLER               PIC X(6) VALUE " BAJA ".
           05  WS-AVE-BAJA          PIC 9(8).
       01  WS-AVI-COBERTURA.
           05  FILLER               PIC X(30)
                   VALUE "COBERTURA QUE PUEDE CONSERVAR:".
           05  FILLER               PIC X(6) VALUE " PLAN ".
           05  WS-AVC-PLAN          PIC X(4).
           05  FILLER               PIC X(7) VALUE " NIVEL ".
           05  WS-AVC-NIVEL         PIC X.
       01  WS-AVI-PRIMA.
           05  FILLER               PIC X(29)
                   VALUE "PRIMA MENSUAL A SU CARGO     ".
           05  WS-AVP-PRIMA         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(18)
                   VALUE " (INCLUYE RECARGO ".
           05  WS-AVP-RECARGO       PIC Z9.99.
           05  FILLER               PIC X(2) VALUE "%)".
       01  WS-AVI-PLAZO.
           05  FILLER               PIC X(29)
                   VALUE "ELEGIR A MAS TARDAR EL       ".
           05  WS-AVZ-LIMITE        PIC 9(8).
           05  FILLER               PIC X(26)
                   VALUE " - COBERTURA HASTA EL MES ".
           05  WS-AVZ-FIN           PIC 9(6).
       01  WS-AVI-PAGO.
           05  FILLER               PIC X(29)
                   VALUE "FACTURA MENSUAL DIRECTA - SIN".
           05  FILLER               PIC X(18)
                   VALUE " PAGO EN PLAZO DE ".
           05  WS-AVG-DIAS          PIC ZZ9.
           05  FILLER               PIC X(16)
                   VALUE " DIAS SE CANCELA".
       01  WS-AVI-SEPARA            PIC X(80) VALUE ALL "=".

      *    Registro de acciones de la corrida.
       01  WS-REG-TITULO.
           05  FILLER               PIC X(40)
                   VALUE "COBERTURA DE CONTINUACION - CORRIDA DEL ".
           05  WS-RGT-FECHA         PIC 9(8).
       01  WS-REG-CABECERA.
           05  FILLER               PIC X(41)
                   VALUE "EMPLEADO NOMBRE               ACCION".
           05  FILLER               PIC X(39)
                   VALUE "DETALLE".
       01  WS-REG-DETALLE.
           05  WS-RGD-ID            PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-RGD-NOMBRE        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-ACCION        PIC X(11).
           05  WS-RGD-TEXTO         PIC X(39).
       01  WS-RGD-FACTURA.
           05  FILLER               PIC X(8) VALUE "FACTURA ".
           05  WS-RGF-NUMERO        PIC 9(6).
           05  FILLER               PIC X(5) VALUE " MES ".
           05  WS-RGF-PERIODO       PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGF-IMPORTE       PIC ZZ,ZZ9.99.
       01  WS-RGD-MOROSA.
           05  FILLER               PIC X(8) VALUE "FACTURA ".
           05  WS-RGM-NUMERO        PIC 9(6).
           05  FILLER               PIC X(17) VALUE " IMPAGA DESDE EL ".
           05  WS-RGM-FECHA         PIC 9(8).
       01  WS-RGD-AVISO.
           05  FILLER               PIC X(6) VALUE "PRIMA ".
           05  WS-RGA-PRIMA         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(8) VALUE " LIMITE ".
           05  WS-RGA-LIMITE        PIC 9(8).
       01  WS-RGD-PLAZO.
           05  FILLER               PIC X(22)
                   VALUE "SIN ELECCION AL LIMITE".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGP-LIMITE        PIC 9(8).
       01  WS-RGD-VENCE.
           05  FILLER               PIC X(24)
                   VALUE "PLAZO MAXIMO CUMPLIDO EN".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGV-FIN           PIC 9(6).
       01  WS-REG-TOTALES.
           05  FILLER               PIC X(8) VALUE "AVISOS: ".
           05  WS-RGT-AVISOS        PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE " NO ELEGIDAS: ".
           05  WS-RGT-NO-ELEGIDAS   PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE " FACTURAS: ".
           05  WS-RGT-FACTURAS      PIC ZZZ9.
           05  FILLER               PIC X(8) VALUE " TOTAL: ".
           05  WS-RGT-TOTAL         PIC Z,ZZZ,ZZ9.99.
       01  WS-REG-TOTALES-2.
           05  FILLER               PIC X(12) VALUE "CANCELADAS: ".
           05  WS-RGT-CANCELADAS    PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE " VENCIDAS: ".
           05  WS-RGT-VENCIDAS      PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE " SIN TARIFA: ".
           05  WS-RGT-SIN-TARIFA    PIC ZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CONTWS.cpy".
       COPY "INVMWS.cpy".
       COPY "VTAGWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "OFRECE-CONTINUACION" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            COMPUTE WS-DIA-HOY =
                FUNCTION INTEGER-OF-DATE(WS-OPSLOG-DATE).
            COMPUTE WS-PERIODO-ACTUAL = WS-OPSLOG-DATE / 100.

            PERFORM CARGA-CONTINUACIONES.
            PERFORM CARGA-FACTURAS-CONT.
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM CARGA-TARIFAS.
            PERFORM CARGA-DEPENDIENTES.
            PERFORM CARGA-BAJAS.
            MOVE "INV " TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.

            OPEN OUTPUT ACTION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN REG" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-RGT-FECHA.
            WRITE REPORT-LINE FROM WS-REG-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-REG-CABECERA.
            PERFORM VERIFICA-ESCRITURA.

      *    Primero lo ya ofrecido y aceptado; las bajas nuevas se
      *    ofrecen despues, al pasar por el maestro de inscritos.
            PERFORM VARYING WS-CT-IX FROM 1 BY 1
                    UNTIL WS-CT-IX > WS-CT-COUNT
                EVALUATE WS-CT-TBL-ESTADO (WS-CT-IX)
                    WHEN "O"
                        PERFORM VERIFICA-PLAZO
                    WHEN "A"
                        PERFORM PROCESA-ACEPTADA
                END-EVALUATE
            END-PERFORM.

            PERFORM PROCESA-INSCRITOS.

            PERFORM ESCRIBE-TOTALES.
            CLOSE ACTION-REPORT.

      *    Continuaciones primero, maestro al final: una re-corrida
      *    tras un abend encuentra la oferta y solo reajusta el estado.
            PERFORM GRABA-CONTINUACIONES.
            IF WS-INS-CAMBIOS > 0
                PERFORM PROMUEVE-INSCRIPCION
            END-IF.

            DISPLAY "CONTINUACION - AVISOS: " WS-AVISOS
                " NO ELEGIDAS: " WS-NO-ELEGIDAS
                " FACTURAS: " WS-FACTURAS
                " CANCELADAS: " WS-CANCELADAS
                " VENCIDAS: " WS-VENCIDAS.
            IF WS-SIN-TARIFA > 0
                DISPLAY "BAJAS SIN TARIFA EN PLANRATE.DAT (SIN AVISO, "
                    "SE REINTENTAN): " WS-SIN-TARIFA
            END-IF.

            COMPUTE WS-RUNST-IN-COUNT = WS-LEIDOS + WS-CT-COUNT.
            COMPUTE WS-RUNST-OUT-COUNT = WS-AVISOS + WS-FACTURAS.
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
                        IF PARM-DIAS-ELECCION IS NUMERIC
                                AND PARM-DIAS-ELECCION > 0
                            MOVE PARM-DIAS-ELECCION
                                TO WS-DIAS-ELECCION
                        END-IF
                        IF PARM-MESES-MAXIMO IS NUMERIC
                                AND PARM-MESES-MAXIMO > 0
                            MOVE PARM-MESES-MAXIMO TO WS-MESES-MAXIMO
                        END-IF
                        IF PARM-DIAS-GRACIA IS NUMERIC
                                AND PARM-DIAS-GRACIA > 0
                            MOVE PARM-DIAS-GRACIA TO WS-DIAS-GRACIA
                        END-IF
      *                 Un recargo cero es valido: sin recargo.
                        IF PARM-RECARGO IS NUMERIC
                            MOVE PARM-RECARGO TO WS-RECARGO
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-PLAZO.
      *    La oferta sin eleccion al pasar el limite se cierra; la
      *    inscripcion ya esta en T desde el aviso.
            IF WS-CT-TBL-LIMITE (WS-CT-IX) < WS-OPSLOG-DATE
                MOVE "N" TO WS-CT-TBL-ESTADO (WS-CT-IX)
                MOVE WS-OPSLOG-DATE
                    TO WS-CT-TBL-FECHA-ESTADO (WS-CT-IX)
                SET WS-CT-CAMBIADO TO TRUE
                ADD 1 TO WS-NO-ELEGIDAS
                MOVE WS-CT-TBL-LIMITE (WS-CT-IX) TO WS-RGP-LIMITE
                MOVE "NO ELEGIDA" TO WS-RGD-ACCION
                MOVE WS-RGD-PLAZO TO WS-RGD-TEXTO
                PERFORM ESCRIBE-DETALLE
            END-IF.

       PROCESA-ACEPTADA.
            PERFORM VERIFICA-MOROSIDAD.
            IF WS-MOROSA
                MOVE "C" TO WS-CT-TBL-ESTADO (WS-CT-IX)
                MOVE WS-OPSLOG-DATE
                    TO WS-CT-TBL-FECHA-ESTADO (WS-CT-IX)
                SET WS-CT-CAMBIADO TO TRUE
                ADD 1 TO WS-CANCELADAS
                MOVE WS-FACTURA-MOROSA TO WS-RGM-NUMERO
                MOVE WS-FECHA-MOROSA TO WS-RGM-FECHA
                MOVE "CANCELADA" TO WS-RGD-ACCION
                MOVE WS-RGD-MOROSA TO WS-RGD-TEXTO
                PERFORM ESCRIBE-DETALLE
            ELSE
                PERFORM FACTURA-MESES
                IF WS-PERIODO-ACTUAL
                        > WS-CT-TBL-PERIODO-FIN (WS-CT-IX)
                    MOVE "V" TO WS-CT-TBL-ESTADO (WS-CT-IX)
                    MOVE WS-OPSLOG-DATE
                        TO WS-CT-TBL-FECHA-ESTADO (WS-CT-IX)
                    SET WS-CT-CAMBIADO TO TRUE
                    ADD 1 TO WS-VENCIDAS
                    MOVE WS-CT-TBL-PERIODO-FIN (WS-CT-IX) TO WS-RGV-FIN
                    MOVE "VENCIDA" TO WS-RGD-ACCION
                    MOVE WS-RGD-VENCE TO WS-RGD-TEXTO
                    PERFORM ESCRIBE-DETALLE
                END-IF
            END-IF.

       VERIFICA-MOROSIDAD.
      *    Una factura del miembro aun abierta o dada por incobrable
      *    mas alla de los dias de gracia cancela la cobertura. La
      *    retenida en disputa no cuenta mientras se resuelve.
            MOVE "N" TO WS-MOROSA-SWITCH.
            PERFORM VARYING WS-CF-I FROM 1 BY 1
                    UNTIL WS-CF-I > WS-CF-COUNT OR WS-MOROSA
                IF WS-CF-TBL-EMPLEADO (WS-CF-I)
                        = WS-CT-TBL-EMPLEADO (WS-CT-IX)
                        AND WS-CF-TBL-PERIODO (WS-CF-I)
                            > WS-CT-TBL-BAJA (WS-CT-IX) / 100
                    MOVE WS-CF-TBL-FACTURA (WS-CF-I)
                        TO WS-IM-LOOKUP-NUMERO
                    PERFORM BUSCA-FACTURA-CLIENTE
                    IF WS-IM-IX > 0
                        PERFORM EVALUA-FACTURA-MOROSA
                    END-IF
                END-IF
            END-PERFORM.

       EVALUA-FACTURA-MOROSA.
            IF (WS-IM-TBL-ESTADO (WS-IM-IX) = "A"
                    OR WS-IM-TBL-ESTADO (WS-IM-IX) = "I")
                    AND WS-IM-TBL-RETENIDA (WS-IM-IX) NOT = "S"
                COMPUTE WS-DIA-FACTURA = FUNCTION INTEGER-OF-DATE
                    (WS-IM-TBL-FECHA (WS-IM-IX))
                IF WS-DIA-FACTURA + WS-DIAS-GRACIA < WS-DIA-HOY
                    SET WS-MOROSA TO TRUE
                    MOVE WS-IM-TBL-NUMERO (WS-IM-IX)
                        TO WS-FACTURA-MOROSA
                    MOVE WS-IM-TBL-FECHA (WS-IM-IX) TO WS-FECHA-MOROSA
                END-IF
            END-IF.

       FACTURA-MESES.
      *    Cada mes desde el siguiente al ultimo facturado hasta el
      *    actual, sin pasar del ultimo mes de cobertura. El mes ya
      *    en CONTFACT.DAT no se vuelve a facturar.
            IF WS-CT-TBL-CUENTA (WS-CT-IX) = SPACES
                DISPLAY "CONTINUACION DE " WS-CT-TBL-EMPLEADO (WS-CT-IX)
                    " ACEPTADA SIN CUENTA DE FACTURACION - SIN "
                    "FACTURAR"
            ELSE
                MOVE WS-CT-TBL-ULT-PERIODO (WS-CT-IX) TO WS-PERIODO
                PERFORM AVANZA-MES
                PERFORM UNTIL WS-PERIODO > WS-PERIODO-ACTUAL
                        OR WS-PERIODO
                            > WS-CT-TBL-PERIODO-FIN (WS-CT-IX)
                    MOVE WS-CT-TBL-EMPLEADO (WS-CT-IX)
                        TO WS-CF-LOOKUP-EMPLEADO
                    MOVE WS-PERIODO TO WS-CF-LOOKUP-PERIODO
                    PERFORM BUSCA-FACTURA-CONT
                    IF WS-CF-IX = 0
                        PERFORM EMITE-FACTURA-MES
                    END-IF
                    MOVE WS-PERIODO
                        TO WS-CT-TBL-ULT-PERIODO (WS-CT-IX)
                    SET WS-CT-CAMBIADO TO TRUE
                    PERFORM AVANZA-MES
                END-PERFORM
            END-IF.

       EMITE-FACTURA-MES.
      *    Misma factura que emite GESTIONA-FACTURAS, sin impuesto:
      *    la prima de continuacion la cobra el plan de beneficios.
            PERFORM EMITE-NUMERO-SERIE.
            OPEN EXTEND INVOICE-MASTER.
            IF NOT WS-INV-OK
                OPEN OUTPUT INVOICE-MASTER
                IF NOT WS-INV-OK
                    MOVE WS-INV-STATUS TO WS-ABEND-STATUS
                    MOVE "EMITE-FACTURA-MES OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-NUMSER-NEXT TO IV-NUMBER.
            MOVE WS-CT-TBL-CUENTA (WS-CT-IX) TO IV-ACCOUNT-ID.
            MOVE WS-OPSLOG-DATE TO IV-FECHA.
            MOVE WS-CT-TBL-PRIMA (WS-CT-IX) TO IV-IMPORTE.
            MOVE "A" TO IV-ESTADO.
            MOVE 0 TO IV-FECHA-COBRO.
            MOVE 0 TO IV-NIVEL-AVISO.
            MOVE 0 TO IV-FECHA-AVISO.
            MOVE "N" TO IV-RETENIDA.
            MOVE SPACES TO IV-COD-IMPUESTO.
            MOVE WS-CT-TBL-PRIMA (WS-CT-IX) TO IV-NETO.
            MOVE 0 TO IV-IMPUESTO.
            MOVE WS-CT-TBL-PRIMA (WS-CT-IX) TO IV-BRUTO.
            WRITE INVOICE-MASTER-RECORD.
            IF NOT WS-INV-OK
                MOVE WS-INV-STATUS TO WS-ABEND-STATUS
                MOVE "EMITE-FACTURA-MES WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE INVOICE-MASTER.

            MOVE WS-CT-TBL-EMPLEADO (WS-CT-IX) TO WS-CF-NUEVO-EMPLEADO.
            MOVE WS-PERIODO TO WS-CF-NUEVO-PERIODO.
            MOVE WS-NUMSER-NEXT TO WS-CF-NUEVO-FACTURA.
            MOVE WS-CT-TBL-PRIMA (WS-CT-IX) TO WS-CF-NUEVO-IMPORTE.
            PERFORM AGREGA-FACTURA-CONT.

            MOVE WS-CT-TBL-DEPTO (WS-CT-IX) TO WS-CTA-BEN-DEPT.
            MOVE WS-CTA-BENEFICIO TO WS-VG-CTA-VENTAS.
            MOVE "F" TO WS-VG-TIPO.
            MOVE WS-CT-TBL-CUENTA (WS-CT-IX) TO WS-VG-CLIENTE.
            MOVE WS-CT-TBL-PRIMA (WS-CT-IX) TO WS-VG-NETO.
            MOVE 0 TO WS-VG-IMPUESTO.
            MOVE SPACES TO WS-VG-CTA-IMPUESTO.
            MOVE WS-NUMSER-NEXT TO WS-VG-DOCUMENTO.
            PERFORM AGREGA-ASIENTO-VENTA.

            ADD 1 TO WS-FACTURAS.
            ADD WS-CT-TBL-PRIMA (WS-CT-IX) TO WS-TOT-FACTURADO.
            MOVE WS-NUMSER-NEXT TO WS-RGF-NUMERO.
            MOVE WS-PERIODO TO WS-RGF-PERIODO.
            MOVE WS-CT-TBL-PRIMA (WS-CT-IX) TO WS-RGF-IMPORTE.
            MOVE "FACTURA" TO WS-RGD-ACCION.
            MOVE WS-RGD-FACTURA TO WS-RGD-TEXTO.
            PERFORM ESCRIBE-DETALLE.

       AVANZA-MES.
            IF WS-PERIODO-MES = 12
                ADD 1 TO WS-PERIODO-ANO
                MOVE 1 TO WS-PERIODO-MES
            ELSE
                ADD 1 TO WS-PERIODO-MES
            END-IF.

       PROCESA-INSCRITOS.
      *    Una pasada por BENENROL: la baja cubierta recibe su aviso y
      *    pasa a T; el estado K sigue a la continuacion aceptada.
            OPEN INPUT ENROLLMENT-FILE.
            IF NOT WS-ENR-OK
                MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-INSCRITOS OPEN BENENR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ENROLLMENT-NEW.
            IF NOT WS-ENN-OK
                MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-INSCRITOS OPEN NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT NOTICE-REPORT.
            IF NOT WS-AVS-OK
                MOVE WS-AVS-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-INSCRITOS OPEN AVISOS"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE NOTICE-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-AVISO.

            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
                READ ENROLLMENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        MOVE BE-STATUS TO WS-ESTADO-ANTERIOR
                        PERFORM PROCESA-INSCRITO
                        IF BE-STATUS NOT = WS-ESTADO-ANTERIOR
                            ADD 1 TO WS-INS-CAMBIOS
                        END-IF
                        WRITE ENROLLMENT-NEW-LINE FROM ENROLLMENT-RECORD
                        IF NOT WS-ENN-OK
                            MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                            MOVE "PROCESA-INSCRITOS WRITE NEW"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENROLLMENT-FILE ENROLLMENT-NEW NOTICE-REPORT.
            MOVE "N" TO WS-EOF-SWITCH.

       PROCESA-INSCRITO.
            IF BE-STATUS = "I" OR BE-STATUS = "O" OR BE-STATUS = "G"
                PERFORM BUSCA-BAJA
                IF WS-BAJ-FECHA > 0
                    MOVE BE-APP-ID TO WS-CT-LOOKUP-EMPLEADO
                    MOVE WS-BAJ-FECHA TO WS-CT-LOOKUP-BAJA
                    PERFORM BUSCA-CONTINUACION
                    IF WS-CT-IX = 0
                        PERFORM GENERA-OFERTA
                    ELSE
                        MOVE "T" TO BE-STATUS
                    END-IF
                END-IF
            END-IF.
      *    K mientras la continuacion mas reciente este aceptada; al
      *    cancelarse o vencer vuelve a T.
            IF BE-STATUS = "K" OR BE-STATUS = "T"
                MOVE BE-APP-ID TO WS-CT-LOOKUP-EMPLEADO
                MOVE 0 TO WS-CT-LOOKUP-BAJA
                PERFORM BUSCA-CONTINUACION
                IF WS-CT-IX > 0
                    IF WS-CT-TBL-ESTADO (WS-CT-IX) = "A"
                        MOVE "K" TO BE-STATUS
                    ELSE
                        MOVE "T" TO BE-STATUS
                    END-IF
                ELSE
                    IF BE-STATUS = "K"
                        MOVE "T" TO BE-STATUS
                    END-IF
                END-IF
            END-IF.

       BUSCA-BAJA.
      *    La baja mas reciente posterior al alta en el plan.
            MOVE 0 TO WS-BAJ-FECHA.
            PERFORM VARYING BAJ-IDX FROM 1 BY 1
                    UNTIL BAJ-IDX > WS-BAJ-COUNT
                IF WS-BAJ-EMP (BAJ-IDX) = BE-APP-ID
                        AND WS-BAJ-DIA (BAJ-IDX) >= BE-FECHA-ALTA
                        AND WS-BAJ-DIA (BAJ-IDX) > WS-BAJ-FECHA
                    MOVE WS-BAJ-DIA (BAJ-IDX) TO WS-BAJ-FECHA
                END-IF
            END-PERFORM.

       GENERA-OFERTA.
      *    Sin tarifa para el nivel no hay prima que ofrecer: la baja
      *    queda con su estado y se reintenta en la proxima corrida.
            PERFORM CUENTA-DEPENDIENTES.
            PERFORM DETERMINA-EFECTIVO.
            PERFORM BUSCA-TARIFA.
            IF NOT WS-PLR-HALLADA
                ADD 1 TO WS-SIN-TARIFA
                DISPLAY "BAJA " BE-APP-ID " NIVEL " WS-NIVEL-EFECTIVO
                    " SIN TARIFA EN PLANRATE.DAT - SIN AVISO"
            ELSE
                IF WS-CT-COUNT >= WS-CT-MAX
                    DISPLAY "TABLA DE CONTINUACION LLENA EN "
                        WS-CT-MAX " ENTRADAS - CORRIDA ABORTADA SIN "
                        "GRABAR"
                    MOVE "GENERA-OFERTA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE WS-PRIMA ROUNDED =
                    WS-PLR-TOTAL (PLR-IDX) * (100 + WS-RECARGO) / 100
                COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                    (WS-DIA-HOY + WS-DIAS-ELECCION)
                COMPUTE WS-PERIODO = WS-BAJ-FECHA / 100
                MOVE 0 TO WS-MESES-SUMADOS
                PERFORM UNTIL WS-MESES-SUMADOS >= WS-MESES-MAXIMO
                    PERFORM AVANZA-MES
                    ADD 1 TO WS-MESES-SUMADOS
                END-PERFORM
                ADD 1 TO WS-CT-COUNT
                MOVE WS-CT-COUNT TO WS-CT-IX
                MOVE BE-APP-ID TO WS-CT-TBL-EMPLEADO (WS-CT-IX)
                MOVE BE-NOMBRE TO WS-CT-TBL-NOMBRE (WS-CT-IX)
                MOVE BE-DEPTO TO WS-CT-TBL-DEPTO (WS-CT-IX)
                MOVE WS-BAJ-FECHA TO WS-CT-TBL-BAJA (WS-CT-IX)
                MOVE BE-PLAN TO WS-CT-TBL-PLAN (WS-CT-IX)
                MOVE WS-NIVEL-EFECTIVO TO WS-CT-TBL-NIVEL (WS-CT-IX)
                MOVE WS-PRIMA TO WS-CT-TBL-PRIMA (WS-CT-IX)
                MOVE WS-OPSLOG-DATE TO WS-CT-TBL-AVISO (WS-CT-IX)
                MOVE WS-FECHA-LIMITE TO WS-CT-TBL-LIMITE (WS-CT-IX)
                MOVE WS-PERIODO TO WS-CT-TBL-PERIODO-FIN (WS-CT-IX)
                MOVE "O" TO WS-CT-TBL-ESTADO (WS-CT-IX)
                MOVE WS-OPSLOG-DATE
                    TO WS-CT-TBL-FECHA-ESTADO (WS-CT-IX)
                MOVE SPACES TO WS-CT-TBL-CUENTA (WS-CT-IX)
                COMPUTE WS-CT-TBL-ULT-PERIODO (WS-CT-IX) =
                    WS-BAJ-FECHA / 100
                MOVE WS-OPSLOG-PROGRAM TO WS-CT-TBL-OPERADOR (WS-CT-IX)
                SET WS-CT-CAMBIADO TO TRUE
                MOVE "T" TO BE-STATUS
                ADD 1 TO WS-AVISOS
                PERFORM IMPRIME-AVISO
                MOVE WS-PRIMA TO WS-RGA-PRIMA
                MOVE WS-FECHA-LIMITE TO WS-RGA-LIMITE
                MOVE "AVISO" TO WS-RGD-ACCION
                MOVE WS-RGD-AVISO TO WS-RGD-TEXTO
                PERFORM ESCRIBE-DETALLE
            END-IF.

       DETERMINA-EFECTIVO.
      *    Plan en blanco es BASE; nivel en blanco sale del conteo de
      *    dependientes igual que en FACTURA-PRIMAS.
            IF BE-PLAN = SPACES
                MOVE WS-PLAN-BASE TO WS-PLAN-EFECTIVO
            ELSE
                MOVE BE-PLAN TO WS-PLAN-EFECTIVO
            END-IF.
            EVALUATE TRUE
                WHEN BE-NIVEL NOT = SPACE
                    MOVE BE-NIVEL TO WS-NIVEL-EFECTIVO
                WHEN WS-DEPENDIENTES = 0
                    MOVE "S" TO WS-NIVEL-EFECTIVO
                WHEN WS-DEPENDIENTES = 1
                    MOVE "C" TO WS-NIVEL-EFECTIVO
                WHEN OTHER
                    MOVE "F" TO WS-NIVEL-EFECTIVO
            END-EVALUATE.

       IMPRIME-AVISO.
            MOVE WS-OPSLOG-DATE TO WS-AVT-FECHA.
            WRITE NOTICE-LINE FROM WS-AVI-TITULO.
            PERFORM VERIFICA-AVISO.
            MOVE BE-APP-ID TO WS-AVE-ID.
            MOVE BE-NOMBRE TO WS-AVE-NOMBRE.
            MOVE BE-DEPTO TO WS-AVE-DEPTO.
            MOVE WS-BAJ-FECHA TO WS-AVE-BAJA.
            WRITE NOTICE-LINE FROM WS-AVI-EMPLEADO.
            PERFORM VERIFICA-AVISO.
            MOVE WS-PLAN-EFECTIVO TO WS-AVC-PLAN.
            MOVE WS-NIVEL-EFECTIVO TO WS-AVC-NIVEL.
            WRITE NOTICE-LINE FROM WS-AVI-COBERTURA.
            PERFORM VERIFICA-AVISO.
            MOVE WS-PRIMA TO WS-AVP-PRIMA.
            MOVE WS-RECARGO TO WS-AVP-RECARGO.
            WRITE NOTICE-LINE FROM WS-AVI-PRIMA.
            PERFORM VERIFICA-AVISO.
            MOVE WS-FECHA-LIMITE TO WS-AVZ-LIMITE.
            MOVE WS-PERIODO TO WS-AVZ-FIN.
            WRITE NOTICE-LINE FROM WS-AVI-PLAZO.
            PERFORM VERIFICA-AVISO.
            MOVE WS-DIAS-GRACIA TO WS-AVG-DIAS.
            WRITE NOTICE-LINE FROM WS-AVI-PAGO.
            PERFORM VERIFICA-AVISO.
            WRITE NOTICE-LINE FROM WS-AVI-SEPARA.
            PERFORM VERIFICA-AVISO.

       BUSCA-TARIFA.
            MOVE "N" TO WS-PLR-HALLADA-SWITCH.
            SET PLR-IDX TO 1.
            SEARCH WS-PLR-ENTRY
                AT END CONTINUE
                WHEN PLR-IDX > WS-PLR-COUNT
                    CONTINUE
                WHEN WS-PLR-TIER (PLR-IDX) = WS-NIVEL-EFECTIVO
                    SET WS-PLR-HALLADA TO TRUE
            END-SEARCH.

       CUENTA-DEPENDIENTES.
            MOVE 0 TO WS-DEPENDIENTES.
            PERFORM VARYING DPN-IDX FROM 1 BY 1
                    UNTIL DPN-IDX > WS-DPN-COUNT
                IF WS-DPN-EMP (DPN-IDX) = BE-APP-ID
                    ADD 1 TO WS-DEPENDIENTES
                END-IF
            END-PERFORM.

       CARGA-BAJAS.
      *    Una baja que no cupiera quedaria sin aviso: se aborta.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TERMINATION-FILE.
            IF WS-TRM-OK
                PERFORM UNTIL WS-EOF
                    READ TERMINATION-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF TR-FECHA <= WS-OPSLOG-DATE
                                PERFORM ANOTA-BAJA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TERMINATION-FILE
            ELSE
                DISPLAY "HRTERMS.DAT AUSENTE - SIN BAJAS"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ANOTA-BAJA.
            IF WS-BAJ-COUNT >= WS-BAJ-MAX
                DISPLAY "TABLA DE BAJAS LLENA EN " WS-BAJ-MAX
                    " ENTRADAS - CORRIDA ABORTADA SIN GRABAR"
                MOVE "ANOTA-BAJA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-BAJ-COUNT.
            SET BAJ-IDX TO WS-BAJ-COUNT.
            MOVE TR-EMPLOYEE-ID TO WS-BAJ-EMP (BAJ-IDX).
            MOVE TR-FECHA TO WS-BAJ-DIA (BAJ-IDX).

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
                            ELSE
                                DISPLAY "TABLA DE DEPENDIENTES LLENA"
                                    " - IGNORADO " DP-NOMBRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPENDENT-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-TARIFAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PLAN-RATES.
            IF WS-PLR-OK
                PERFORM UNTIL WS-EOF
                    READ PLAN-RATES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-PLR-COUNT < 3
                                ADD 1 TO WS-PLR-COUNT
                                SET PLR-IDX TO WS-PLR-COUNT
                                MOVE PL-TIER
                                    TO WS-PLR-TIER (PLR-IDX)
                                MOVE PL-PRIMA-TOTAL
                                    TO WS-PLR-TOTAL (PLR-IDX)
                                MOVE PL-PARTE-EMPLEADO
                                    TO WS-PLR-EMPLEADO (PLR-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PLAN-RATES
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-INSCRIPCION.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-NEW.
            IF NOT WS-ENN-OK
                MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INSCRIP OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ENROLLMENT-FILE.
            IF NOT WS-ENR-OK
                MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INSCRIP OPEN E"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ENROLLMENT-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE ENROLLMENT-RECORD
                            FROM ENROLLMENT-NEW-LINE
                        IF NOT WS-ENR-OK
                            MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-INSCRIP WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENROLLMENT-NEW ENROLLMENT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.

       ESCRIBE-DETALLE.
            MOVE WS-CT-TBL-EMPLEADO (WS-CT-IX) TO WS-RGD-ID.
            MOVE WS-CT-TBL-NOMBRE (WS-CT-IX) TO WS-RGD-NOMBRE.
            WRITE REPORT-LINE FROM WS-REG-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-TOTALES.
            MOVE WS-AVISOS TO WS-RGT-AVISOS.
            MOVE WS-NO-ELEGIDAS TO WS-RGT-NO-ELEGIDAS.
            MOVE WS-FACTURAS TO WS-RGT-FACTURAS.
            MOVE WS-TOT-FACTURADO TO WS-RGT-TOTAL.
            WRITE REPORT-LINE FROM WS-REG-TOTALES.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CANCELADAS TO WS-RGT-CANCELADAS.
            MOVE WS-VENCIDAS TO WS-RGT-VENCIDAS.
            MOVE WS-SIN-TARIFA TO WS-RGT-SIN-TARIFA.
            WRITE REPORT-LINE FROM WS-REG-TOTALES-2.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-AVISO.
            IF NOT WS-AVS-OK
                MOVE WS-AVS-STATUS TO WS-ABEND-STATUS
                MOVE "OFRECE-CONTINUACION AVISO" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "OFRECE-CONTINUACION WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-LEIDOS WS-AVISOS WS-NO-ELEGIDAS WS-FACTURAS.
            MOVE 0 TO WS-CANCELADAS WS-VENCIDAS WS-SIN-TARIFA.
            MOVE 0 TO WS-INS-CAMBIOS WS-TOT-FACTURADO.
            MOVE 0 TO WS-PLR-COUNT WS-DPN-COUNT WS-BAJ-COUNT.
            MOVE 60 TO WS-DIAS-ELECCION.
            MOVE 18 TO WS-MESES-MAXIMO.
            MOVE 30 TO WS-DIAS-GRACIA.
            MOVE 2.00 TO WS-RECARGO.

       COPY "CONTWR.cpy".
       COPY "INVMWR.cpy".
       COPY "VTAGWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM OFRECE-CONTINUACION.
