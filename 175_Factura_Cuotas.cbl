      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term billing run for school fees. The fees are now
      *          raised on the receivables ledger instead of outside
      *          the system: every student of STUMAST.DAT owes, for
      *          the term, each concept of CUOTAS.DAT set for their
      *          grade (ST-GRADO) and that term (term blank: every
      *          term), less the discounts and scholarships of
      *          BECAS.DAT for the student (a percentage of the gross
      *          and/or a fixed amount, never more than the gross).
      *          The fees go to the family account of CTAFAM.DAT:
      *          one invoice per account on INVMAST.DAT (series INV
      *          of NUMCTRL.DAT, like GESTIONA-FACTURAS, no tax) for
      *          all its students, fed to VTAGL.DAT against the fee
      *          income account, so APLICA-COBROS and the dunning run
      *          treat it like any other receivable. Each student
      *          billed is logged on CUOTFACT.DAT, which keeps a rerun
      *          from billing the student twice for the term and is
      *          what RETIENE-CUOTAS follows for fee holds. The term
      *          comes from PARM175.DAT (blank: the term of TERMCAL.DAT
      *          holding the business date) with the income account
      *          (blank: CUOTAS). A student without a family account
      *          is listed and left for the next run. The run is
      *          listed on CUOTREG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURA-CUOTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM175.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-STATUS.
           SELECT BILLING-REPORT ASSIGN TO "CUOTREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CUOTSL.cpy".
           COPY "ASISSL.cpy".
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
           05  PARM-TERMINO         PIC X(6).
           05  PARM-CTA-INGRESO     PIC X(8).

      *    Mismo layout que lee EVALUACION-MULTIPPLE.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05  ST-STUDENT-ID        PIC 9(6).
           05  ST-NOMBRE            PIC X(25).
           05  ST-GRADO             PIC 9(2).

       FD  BILLING-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "CUOTFD.cpy".
       COPY "ASISFD.cpy".
       COPY "INVMFD.cpy".
       COPY "VTAGFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-STU-STATUS            PIC XX.
           88  WS-STU-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

      *    Parametros de PARM175.DAT, con sus valores por omision.
       01  WS-TERMINO               PIC X(6).
       01  WS-CTA-INGRESO           PIC X(8) VALUE "CUOTAS  ".

       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-YA-FACTURADOS         PIC 9(6) VALUE 0.
       01  WS-SIN-CUOTA             PIC 9(6) VALUE 0.
       01  WS-SIN-CUENTA            PIC 9(6) VALUE 0.
       01  WS-FACTURADOS            PIC 9(6) VALUE 0.
       01  WS-FACTURAS              PIC 9(6) VALUE 0.
       01  WS-TOT-BRUTO             PIC 9(7)V99 VALUE 0.
       01  WS-TOT-AJUSTE            PIC 9(7)V99 VALUE 0.
       01  WS-TOT-NETO              PIC 9(7)V99 VALUE 0.

      *    Cuotas del alumno en curso.
       01  WS-BRUTO                 PIC 9(7)V99.
       01  WS-AJUSTE                PIC 9(7)V99.
       01  WS-AJUSTE-FILA           PIC 9(7)V99.
       01  WS-NETO                  PIC 9(7)V99.
       01  WS-NETO-FAMILIA          PIC 9(7)V99.
       01  WS-FACTURA               PIC 9(6).
       01  WS-CUENTA-FAMILIA        PIC X(8).

      *    Conceptos de CUOTAS.DAT del termino (o de todo termino).
       01  WS-CY-MAX                PIC 9(4) VALUE 500.
       01  WS-CY-COUNT              PIC 9(4) VALUE 0.
       01  WS-CY-I                  PIC 9(4).
       01  WS-CY-TABLE.
           05  WS-CY-ENTRY OCCURS 500 TIMES.
               10  WS-CY-TBL-GRADO  PIC 9(2).
               10  WS-CY-TBL-IMPORTE
                                    PIC 9(5)V99.

      *    Descuentos y becas de BECAS.DAT del termino (o de todo
      *    termino).
       01  WS-BQ-MAX                PIC 9(4) VALUE 1000.
       01  WS-BQ-COUNT              PIC 9(4) VALUE 0.
       01  WS-BQ-I                  PIC 9(4).
       01  WS-BQ-TABLE.
           05  WS-BQ-ENTRY OCCURS 1000 TIMES.
               10  WS-BQ-TBL-ALUMNO PIC 9(6).
               10  WS-BQ-TBL-PORCENTAJE
                                    PIC 9(3)V99.
               10  WS-BQ-TBL-IMPORTE
                                    PIC 9(5)V99.

      *    Alumnos por facturar, agrupados despues por cuenta.
       01  WS-PF-MAX                PIC 9(4) VALUE 1000.
       01  WS-PF-COUNT              PIC 9(4) VALUE 0.
       01  WS-PF-I                  PIC 9(4).
       01  WS-PF-J                  PIC 9(4).
       01  WS-PF-TABLE.
           05  WS-PF-ENTRY OCCURS 1000 TIMES.
               10  WS-PF-TBL-ALUMNO PIC 9(6).
               10  WS-PF-TBL-NOMBRE PIC X(25).
               10  WS-PF-TBL-CUENTA PIC X(8).
               10  WS-PF-TBL-BRUTO  PIC 9(7)V99.
               10  WS-PF-TBL-AJUSTE PIC 9(7)V99.
               10  WS-PF-TBL-NETO   PIC 9(7)V99.
               10  WS-PF-TBL-HECHO  PIC X.

       01  WS-REG-TITULO.
           05  FILLER               PIC X(32)
                   VALUE "FACTURACION DE CUOTAS - TERMINO ".
           05  WS-RGT-TERMINO       PIC X(6).
           05  FILLER               PIC X(10) VALUE "   AL DIA ".
           05  WS-RGT-FECHA         PIC 9(8).
       01  WS-REG-CABECERA.
           05  FILLER               PIC X(41)
                   VALUE "ALUMNO NOMBRE                    CUENTA".
           05  FILLER               PIC X(38)
                   VALUE "     BRUTO    AJUSTE      NETO FACTURA".
       01  WS-REG-DETALLE.
           05  WS-RGD-ALUMNO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-NOMBRE        PIC X(25).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-BRUTO         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-AJUSTE        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-NETO          PIC ZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-FACTURA       PIC X(7).
       01  WS-RGD-NUMERO            PIC 9(6).
       01  WS-REG-SIN-CUENTA.
           05  WS-RGS-ALUMNO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGS-NOMBRE        PIC X(25).
           05  FILLER               PIC X(39)
                   VALUE " SIN CUENTA FAMILIAR - NO FACTURADO".
       01  WS-REG-TOTALES.
           05  FILLER               PIC X(12) VALUE "FACTURADOS: ".
           05  WS-RGT-FACTURADOS    PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE " FACTURAS: ".
           05  WS-RGT-FACTURAS      PIC ZZZ9.
           05  FILLER               PIC X(8) VALUE " BRUTO: ".
           05  WS-RGT-BRUTO         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(7) VALUE " NETO: ".
           05  WS-RGT-NETO          PIC Z,ZZZ,ZZ9.99.
       01  WS-REG-TOTALES-2.
           05  FILLER               PIC X(9) VALUE "AJUSTES: ".
           05  WS-RGT-AJUSTE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(17) VALUE " YA FACTURADOS: ".
           05  WS-RGT-YA            PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE " SIN CUOTA: ".
           05  WS-RGT-SIN-CUOTA     PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE " SIN CUENTA: ".
           05  WS-RGT-SIN-CUENTA    PIC ZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CUOTWS.cpy".
       COPY "ASISWS.cpy".
       COPY "INVMWS.cpy".
       COPY "VTAGWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "FACTURA-CUOTAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            IF WS-TERMINO = SPACES
                PERFORM CARGA-TERMINOS
                MOVE WS-OPSLOG-DATE TO WS-TC-LOOKUP-FECHA
                PERFORM BUSCA-TERMINO
                IF WS-TC-IX > 0
                    MOVE WS-TC-TBL-TERMINO (WS-TC-IX) TO WS-TERMINO
                END-IF
            END-IF.
            IF WS-TERMINO = SPACES
                DISPLAY "SIN TERMINO EN PARM175.DAT NI EN TERMCAL.DAT "
                    "PARA LA FECHA " WS-OPSLOG-DATE " - SIN FACTURAR"
                MOVE 8 TO RETURN-CODE
                PERFORM REGISTRA-RUNSTATS
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.

            PERFORM CARGA-CUOTAS.
            PERFORM CARGA-BECAS.
            PERFORM CARGA-CUENTAS-FAMILIA.
            PERFORM CARGA-FACTURACION-CUOTAS.
            MOVE "INV " TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.
            MOVE WS-CTA-INGRESO TO WS-VG-CTA-VENTAS.

            OPEN OUTPUT BILLING-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN CUOTREG" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TERMINO TO WS-RGT-TERMINO.
            MOVE WS-OPSLOG-DATE TO WS-RGT-FECHA.
            WRITE REPORT-LINE FROM WS-REG-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-REG-CABECERA.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM PROCESA-ALUMNOS.

      *    Una factura por cuenta familiar con todos sus alumnos.
            PERFORM VARYING WS-PF-I FROM 1 BY 1
                    UNTIL WS-PF-I > WS-PF-COUNT
                IF WS-PF-TBL-HECHO (WS-PF-I) = "N"
                    PERFORM FACTURA-FAMILIA
                END-IF
            END-PERFORM.

            PERFORM ESCRIBE-TOTALES.
            CLOSE BILLING-REPORT.

            DISPLAY "CUOTAS " WS-TERMINO " - FACTURADOS: "
                WS-FACTURADOS " FACTURAS: " WS-FACTURAS
                " YA FACTURADOS: " WS-YA-FACTURADOS.
            IF WS-SIN-CUENTA > 0
                DISPLAY "ALUMNOS SIN CUENTA EN CTAFAM.DAT (SIN "
                    "FACTURAR, SE REINTENTAN): " WS-SIN-CUENTA
            END-IF.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-FACTURADOS TO WS-RUNST-OUT-COUNT.
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
                        MOVE PARM-TERMINO TO WS-TERMINO
                        IF PARM-CTA-INGRESO NOT = SPACES
                            MOVE PARM-CTA-INGRESO TO WS-CTA-INGRESO
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       PROCESA-ALUMNOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT STUDENT-MASTER.
            IF NOT WS-STU-OK
                MOVE WS-STU-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-ALUMNOS OPEN STUMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ STUDENT-MASTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        PERFORM PROCESA-ALUMNO
                END-READ
            END-PERFORM.
            CLOSE STUDENT-MASTER.
            MOVE "N" TO WS-EOF-SWITCH.

       PROCESA-ALUMNO.
      *    El alumno ya en CUOTFACT.DAT para el termino no se vuelve a
      *    facturar; sin conceptos para su grado no debe nada.
            MOVE ST-STUDENT-ID TO WS-CQ-LOOKUP-ALUMNO.
            MOVE WS-TERMINO TO WS-CQ-LOOKUP-TERMINO.
            PERFORM BUSCA-FACTURACION-CUOTA.
            IF WS-CQ-IX > 0
                ADD 1 TO WS-YA-FACTURADOS
            ELSE
                PERFORM CALCULA-CUOTA
                IF WS-BRUTO = 0
                    ADD 1 TO WS-SIN-CUOTA
                ELSE
                    MOVE ST-STUDENT-ID TO WS-FM-LOOKUP-ALUMNO
                    PERFORM BUSCA-CUENTA-FAMILIA
                    IF WS-FM-CUENTA = SPACES
                        ADD 1 TO WS-SIN-CUENTA
                        MOVE ST-STUDENT-ID TO WS-RGS-ALUMNO
                        MOVE ST-NOMBRE TO WS-RGS-NOMBRE
                        WRITE REPORT-LINE FROM WS-REG-SIN-CUENTA
                        PERFORM VERIFICA-ESCRITURA
                    ELSE
                        PERFORM ANOTA-PENDIENTE
                    END-IF
                END-IF
            END-IF.

       CALCULA-CUOTA.
      *    Bruto: los conceptos del grado. Ajuste: cada descuento o
      *    beca del alumno, porcentaje del bruto mas importe fijo,
      *    topado al bruto.
            MOVE 0 TO WS-BRUTO WS-AJUSTE.
            PERFORM VARYING WS-CY-I FROM 1 BY 1
                    UNTIL WS-CY-I > WS-CY-COUNT
                IF WS-CY-TBL-GRADO (WS-CY-I) = ST-GRADO
                    ADD WS-CY-TBL-IMPORTE (WS-CY-I) TO WS-BRUTO
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-BQ-I FROM 1 BY 1
                    UNTIL WS-BQ-I > WS-BQ-COUNT
                IF WS-BQ-TBL-ALUMNO (WS-BQ-I) = ST-STUDENT-ID
                    COMPUTE WS-AJUSTE-FILA ROUNDED =
                        WS-BRUTO * WS-BQ-TBL-PORCENTAJE (WS-BQ-I) / 100
                        + WS-BQ-TBL-IMPORTE (WS-BQ-I)
                    ADD WS-AJUSTE-FILA TO WS-AJUSTE
                END-IF
            END-PERFORM.
            IF WS-AJUSTE > WS-BRUTO
                MOVE WS-BRUTO TO WS-AJUSTE
            END-IF.
            COMPUTE WS-NETO = WS-BRUTO - WS-AJUSTE.

       ANOTA-PENDIENTE.
            IF WS-PF-COUNT >= WS-PF-MAX
                DISPLAY "TABLA DE ALUMNOS POR FACTURAR LLENA EN "
                    WS-PF-MAX " ENTRADAS"
                MOVE "ANOTA-PENDIENTE" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PF-COUNT.
            MOVE ST-STUDENT-ID TO WS-PF-TBL-ALUMNO (WS-PF-COUNT).
            MOVE ST-NOMBRE TO WS-PF-TBL-NOMBRE (WS-PF-COUNT).
            MOVE WS-FM-CUENTA TO WS-PF-TBL-CUENTA (WS-PF-COUNT).
            MOVE WS-BRUTO TO WS-PF-TBL-BRUTO (WS-PF-COUNT).
            MOVE WS-AJUSTE TO WS-PF-TBL-AJUSTE (WS-PF-COUNT).
            MOVE WS-NETO TO WS-PF-TBL-NETO (WS-PF-COUNT).
            MOVE "N" TO WS-PF-TBL-HECHO (WS-PF-COUNT).

       FACTURA-FAMILIA.
      *    La familia cuyas becas cubren todo no recibe factura; sus
      *    alumnos quedan igual en la bitacora con factura cero.
            MOVE WS-PF-TBL-CUENTA (WS-PF-I) TO WS-CUENTA-FAMILIA.
            MOVE 0 TO WS-NETO-FAMILIA.
            PERFORM VARYING WS-PF-J FROM WS-PF-I BY 1
                    UNTIL WS-PF-J > WS-PF-COUNT
                IF WS-PF-TBL-CUENTA (WS-PF-J) = WS-CUENTA-FAMILIA
                    ADD WS-PF-TBL-NETO (WS-PF-J) TO WS-NETO-FAMILIA
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-FACTURA.
            IF WS-NETO-FAMILIA > 0
                PERFORM EMITE-FACTURA-FAMILIA
            END-IF.
            PERFORM VARYING WS-PF-J FROM WS-PF-I BY 1
                    UNTIL WS-PF-J > WS-PF-COUNT
                IF WS-PF-TBL-CUENTA (WS-PF-J) = WS-CUENTA-FAMILIA
                    PERFORM REGISTRA-ALUMNO-FACTURADO
                END-IF
            END-PERFORM.

       EMITE-FACTURA-FAMILIA.
      *    Misma factura que emite GESTIONA-FACTURAS, sin impuesto:
      *    la cuota escolar va exenta.
            PERFORM EMITE-NUMERO-SERIE.
            MOVE WS-NUMSER-NEXT TO WS-FACTURA.
            OPEN EXTEND INVOICE-MASTER.
            IF NOT WS-INV-OK
                OPEN OUTPUT INVOICE-MASTER
                IF NOT WS-INV-OK
                    MOVE WS-INV-STATUS TO WS-ABEND-STATUS
                    MOVE "EMITE-FACTURA-FAMILIA OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-FACTURA TO IV-NUMBER.
            MOVE WS-CUENTA-FAMILIA TO IV-ACCOUNT-ID.
            MOVE WS-OPSLOG-DATE TO IV-FECHA.
            MOVE WS-NETO-FAMILIA TO IV-IMPORTE.
            MOVE "A" TO IV-ESTADO.
            MOVE 0 TO IV-FECHA-COBRO.
            MOVE 0 TO IV-NIVEL-AVISO.
            MOVE 0 TO IV-FECHA-AVISO.
            MOVE "N" TO IV-RETENIDA.
            MOVE SPACES TO IV-COD-IMPUESTO.
            MOVE WS-NETO-FAMILIA TO IV-NETO.
            MOVE 0 TO IV-IMPUESTO.
            MOVE WS-NETO-FAMILIA TO IV-BRUTO.
            WRITE INVOICE-MASTER-RECORD.
            IF NOT WS-INV-OK
                MOVE WS-INV-STATUS TO WS-ABEND-STATUS
                MOVE "EMITE-FACTURA-FAMILIA WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE INVOICE-MASTER.

            MOVE "F" TO WS-VG-TIPO.
            MOVE WS-CUENTA-FAMILIA TO WS-VG-CLIENTE.
            MOVE WS-NETO-FAMILIA TO WS-VG-NETO.
            MOVE 0 TO WS-VG-IMPUESTO.
            MOVE SPACES TO WS-VG-CTA-IMPUESTO.
            MOVE WS-FACTURA TO WS-VG-DOCUMENTO.
            PERFORM AGREGA-ASIENTO-VENTA.

            ADD 1 TO WS-FACTURAS.

       REGISTRA-ALUMNO-FACTURADO.
            MOVE WS-PF-TBL-ALUMNO (WS-PF-J) TO WS-CQ-NUEVO-ALUMNO.
            MOVE WS-TERMINO TO WS-CQ-NUEVO-TERMINO.
            MOVE WS-CUENTA-FAMILIA TO WS-CQ-NUEVO-CUENTA.
            MOVE WS-FACTURA TO WS-CQ-NUEVO-FACTURA.
            MOVE WS-PF-TBL-BRUTO (WS-PF-J) TO WS-CQ-NUEVO-BRUTO.
            MOVE WS-PF-TBL-AJUSTE (WS-PF-J) TO WS-CQ-NUEVO-AJUSTE.
            MOVE WS-PF-TBL-NETO (WS-PF-J) TO WS-CQ-NUEVO-NETO.
            PERFORM AGREGA-FACTURACION-CUOTA.
            MOVE "S" TO WS-PF-TBL-HECHO (WS-PF-J).

            ADD 1 TO WS-FACTURADOS.
            ADD WS-PF-TBL-BRUTO (WS-PF-J) TO WS-TOT-BRUTO.
            ADD WS-PF-TBL-AJUSTE (WS-PF-J) TO WS-TOT-AJUSTE.
            ADD WS-PF-TBL-NETO (WS-PF-J) TO WS-TOT-NETO.
            MOVE WS-PF-TBL-ALUMNO (WS-PF-J) TO WS-RGD-ALUMNO.
            MOVE WS-PF-TBL-NOMBRE (WS-PF-J) TO WS-RGD-NOMBRE.
            MOVE WS-CUENTA-FAMILIA TO WS-RGD-CUENTA.
            MOVE WS-PF-TBL-BRUTO (WS-PF-J) TO WS-RGD-BRUTO.
            MOVE WS-PF-TBL-AJUSTE (WS-PF-J) TO WS-RGD-AJUSTE.
            MOVE WS-PF-TBL-NETO (WS-PF-J) TO WS-RGD-NETO.
            IF WS-FACTURA = 0
                MOVE "BECADO" TO WS-RGD-FACTURA
            ELSE
                MOVE WS-FACTURA TO WS-RGD-NUMERO
                MOVE WS-RGD-NUMERO TO WS-RGD-FACTURA
            END-IF.
            WRITE REPORT-LINE FROM WS-REG-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

       CARGA-CUOTAS.
      *    Solo los conceptos del termino facturado o de todo termino.
            MOVE 0 TO WS-CY-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT FEE-SCHEDULE.
            IF WS-CY-OK
                PERFORM UNTIL WS-EOF
                    READ FEE-SCHEDULE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF CY-TERMINO = WS-TERMINO
                                    OR CY-TERMINO = SPACES
                                PERFORM ANOTA-CUOTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FEE-SCHEDULE
            ELSE
                DISPLAY "CUOTAS.DAT AUSENTE - SIN CUOTAS QUE FACTURAR"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ANOTA-CUOTA.
            IF WS-CY-COUNT >= WS-CY-MAX
                DISPLAY "TABLA DE CUOTAS LLENA EN " WS-CY-MAX
                    " ENTRADAS"
                MOVE "ANOTA-CUOTA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CY-COUNT.
            MOVE CY-GRADO TO WS-CY-TBL-GRADO (WS-CY-COUNT).
            MOVE CY-IMPORTE TO WS-CY-TBL-IMPORTE (WS-CY-COUNT).

       CARGA-BECAS.
            MOVE 0 TO WS-BQ-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT FEE-ADJUSTMENTS.
            IF WS-BQ-OK
                PERFORM UNTIL WS-EOF
                    READ FEE-ADJUSTMENTS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF BQ-TERMINO = WS-TERMINO
                                    OR BQ-TERMINO = SPACES
                                PERFORM ANOTA-BECA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FEE-ADJUSTMENTS
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ANOTA-BECA.
      *    Una beca que no cupiera facturaria de mas: se aborta.
            IF WS-BQ-COUNT >= WS-BQ-MAX
                DISPLAY "TABLA DE BECAS LLENA EN " WS-BQ-MAX
                    " ENTRADAS"
                MOVE "ANOTA-BECA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-BQ-COUNT.
            MOVE BQ-STUDENT-ID TO WS-BQ-TBL-ALUMNO (WS-BQ-COUNT).
            IF BQ-PORCENTAJE IS NUMERIC
                MOVE BQ-PORCENTAJE
                    TO WS-BQ-TBL-PORCENTAJE (WS-BQ-COUNT)
            ELSE
                MOVE 0 TO WS-BQ-TBL-PORCENTAJE (WS-BQ-COUNT)
            END-IF.
            IF BQ-IMPORTE IS NUMERIC
                MOVE BQ-IMPORTE TO WS-BQ-TBL-IMPORTE (WS-BQ-COUNT)
            ELSE
                MOVE 0 TO WS-BQ-TBL-IMPORTE (WS-BQ-COUNT)
            END-IF.

       ESCRIBE-TOTALES.
            MOVE WS-FACTURADOS TO WS-RGT-FACTURADOS.
            MOVE WS-FACTURAS TO WS-RGT-FACTURAS.
            MOVE WS-TOT-BRUTO TO WS-RGT-BRUTO.
            MOVE WS-TOT-NETO TO WS-RGT-NETO.
            WRITE REPORT-LINE FROM WS-REG-TOTALES.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TOT-AJUSTE TO WS-RGT-AJUSTE.
            MOVE WS-YA-FACTURADOS TO WS-RGT-YA.
            MOVE WS-SIN-CUOTA TO WS-RGT-SIN-CUOTA.
            MOVE WS-SIN-CUENTA TO WS-RGT-SIN-CUENTA.
            WRITE REPORT-LINE FROM WS-REG-TOTALES-2.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "FACTURA-CUOTAS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-LEIDOS WS-YA-FACTURADOS WS-SIN-CUOTA.
            MOVE 0 TO WS-SIN-CUENTA WS-FACTURADOS WS-FACTURAS.
            MOVE 0 TO WS-TOT-BRUTO WS-TOT-AJUSTE WS-TOT-NETO.
            MOVE 0 TO WS-CY-COUNT WS-BQ-COUNT WS-PF-COUNT.
            MOVE SPACES TO WS-TERMINO.
            MOVE "CUOTAS  " TO WS-CTA-INGRESO.

       COPY "CUOTWR.cpy".
       COPY "ASISWR.cpy".
       COPY "INVMWR.cpy".
       COPY "VTAGWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM FACTURA-CUOTAS.
