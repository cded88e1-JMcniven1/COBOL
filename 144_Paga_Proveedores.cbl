      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounts payable payment run over the vendor invoice
      *          register kept on REGISTRA-FACT-PROV. Every open
      *          invoice on APINVOIC.DAT due on or before the run's
      *          cutoff date (PARM144.DAT in the PARM122.DAT idiom
      *          carries the YYYYMMDD; absent, the business date) is
      *          paid and marked G (pagada) with the date of the run,
      *          so a re-run cannot pay it twice. The run writes one
      *          payment per payee onto PAYMENTS.DAT under the
      *          payee's legal name from PAYEEMST.DAT with a blank
      *          origin, so IMPRIME-CHEQUES resolves it like any
      *          third-party payment: above the PARM34.DAT threshold
      *          it is held for release on APRUEBA-PAGOS, and it goes
      *          out on the positive-pay issue file (CHQISSUE.DAT).
      *          An invoice of a payee no longer active on PAYEEMST
      *          stays open and is listed for follow-up, as does one
      *          that would carry the payee's payment past the
      *          largest amount a cheque record holds. The expense is
      *          posted through EXTRAE-GL: one line per GL account
      *          charged is appended to APGL.DAT for the month, which
      *          the extract debits against vendors payable (PROPAG).
      *          The run listing (APPAGOS.TXT) shows each invoice
      *          paid and the total per payee. After the run it
      *          prints the AP aging of what stays open (APAGING.TXT:
      *          per payee, current and 1-30, 31-60, 61-90 and over
      *          90 days past due at the business date) and the cash
      *          requirements (APCASH.TXT: the open invoices by due
      *          week over the next twelve weeks from the business
      *          date, past-due first and later dues last, with the
      *          running total of cash needed).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGA-PROVEEDORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM144.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO "PAYEEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYM-STATUS.
           SELECT PAYMENT-RUN-REPORT ASSIGN TO "APPAGOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AGING-REPORT ASSIGN TO "APAGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT CASH-REQUIREMENTS-REPORT ASSIGN TO "APCASH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJ-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
      *    Facturas pagadas pendientes de postear por EXTRAE-GL.
           SELECT AP-GL-FILE ASSIGN TO "APGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGL-STATUS.
           COPY "APINSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CORTE           PIC 9(8).

      *    Mismo layout que mantiene MANTIENE-BENEFICIARIOS.
       FD  PAYEE-MASTER.
       01  PAYEE-MASTER-RECORD.
           05  PY-ID                PIC X(6).
           05  PY-LEGAL-NAME        PIC X(30).
           05  PY-REMIT             PIC X(30).
           05  PY-ACTIVE            PIC X.

       FD  PAYMENT-RUN-REPORT.
       01  REPORT-LINE              PIC X(80).

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE        PIC X(100).

       FD  CASH-REQUIREMENTS-REPORT.
       01  CASH-REPORT-LINE         PIC X(80).

       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           05  PAY-PAYEE            PIC X(30).
           05  PAY-FECHA            PIC 9(8).
           05  PAY-AMOUNT           PIC 9(7)V99.
      *    Origen en blanco: pago a tercero, resuelve contra
      *    PAYEEMST por el nombre legal del proveedor.
           05  PAY-ORIGEN           PIC X.

       FD  AP-GL-FILE.
       01  AP-GL-RECORD.
           05  AG-ANOMES            PIC 9(6).
           05  AG-CUENTA            PIC X(8).
           05  AG-IMPORTE           PIC 9(9)V99.
           05  AG-ESTADO            PIC X.

       COPY "APINFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-PYM-STATUS            PIC XX.
           88  WS-PYM-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-ANT-STATUS            PIC XX.
           88  WS-ANT-OK            VALUE "00".
       01  WS-CAJ-STATUS            PIC XX.
           88  WS-CAJ-OK            VALUE "00".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-OK            VALUE "00".
       01  WS-AGL-STATUS            PIC XX.
           88  WS-AGL-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-CORTE                 PIC 9(8).
       01  WS-ANOMES                PIC 9(6).
       01  WS-SELECCIONADAS         PIC 9(6) VALUE 0.
       01  WS-PAGADAS               PIC 9(6) VALUE 0.
       01  WS-SIN-PROVEEDOR         PIC 9(6) VALUE 0.
       01  WS-SOBRE-TOPE            PIC 9(6) VALUE 0.
       01  WS-TOTAL-PAGADO          PIC 9(9)V99 VALUE 0.
       01  WS-TOPE-PAGO             PIC 9(7)V99 VALUE 9999999.99.
       01  WS-NUEVO-IMPORTE         PIC 9(9)V99.

      *    Proveedores de PAYEEMST, activos o no, cargados al
      *    arranque: los inactivos dan nombre a la antiguedad.
       01  WS-PV-MAX                PIC 9(4) VALUE 1000.
       01  WS-PV-COUNT              PIC 9(4) VALUE 0.
       01  WS-PV-IX                 PIC 9(4).
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PV-IDX.
               10  WS-PV-ID         PIC X(6).
               10  WS-PV-NOMBRE     PIC X(30).
               10  WS-PV-ACTIVO     PIC X.

      *    Pago acumulado por proveedor: un pago cada uno. Un
      *    proveedor que no cabe quedaria marcado G sin pago: se
      *    aborta antes de grabar.
       01  WS-PG-MAX                PIC 9(4) VALUE 1000.
       01  WS-PG-COUNT              PIC 9(4) VALUE 0.
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PG-IDX.
               10  WS-PG-ID         PIC X(6).
               10  WS-PG-NOMBRE     PIC X(30).
               10  WS-PG-FACTURAS   PIC 9(5).
               10  WS-PG-IMPORTE    PIC 9(9)V99.

      *    Gasto acumulado por cuenta: una linea de APGL cada una.
       01  WS-CU-MAX                PIC 9(3) VALUE 400.
       01  WS-CU-COUNT              PIC 9(3) VALUE 0.
       01  WS-CU-TABLE.
           05  WS-CU-ENTRY OCCURS 400 TIMES
                   INDEXED BY CU-IDX.
               10  WS-CU-CUENTA     PIC X(8).
               10  WS-CU-IMPORTE    PIC 9(9)V99.

      *    Antiguedad por proveedor de lo que queda abierto; tramo
      *    1 = corriente, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = +90.
       01  WS-AN-MAX                PIC 9(4) VALUE 1000.
       01  WS-AN-COUNT              PIC 9(4) VALUE 0.
       01  WS-AN-TABLE.
           05  WS-AN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY AN-IDX.
               10  WS-AN-ID         PIC X(6).
               10  WS-AN-TRAMO      PIC 9(9)V99 OCCURS 5 TIMES.
               10  WS-AN-TOTAL      PIC 9(9)V99.
       01  WS-AN-GRAN-TRAMO         PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-AN-GRAN-TOTAL         PIC 9(9)V99.
       01  WS-AN-CABE-SWITCH        PIC X.
           88  WS-AN-CABE           VALUE "Y".
       01  WS-TR                    PIC 9.
       01  WS-DIAS-VENCIDO          PIC S9(5).
       01  WS-HOY-INT               PIC 9(7).

      *    Necesidades de caja por semana de vencimiento: semana 0
      *    = ya vencido, 1 a 12 = semanas desde la fecha de negocio,
      *    13 = posterior.
       01  WS-SEM                   PIC 99.
       01  WS-SEM-FACTURA           PIC 99.
       01  WS-SEM-DESDE-INT         PIC 9(7).
       01  WS-SEM-HASTA-INT         PIC 9(7).
       01  WS-SEM-FACTURAS          PIC 9(5).
       01  WS-SEM-IMPORTE           PIC 9(9)V99.
       01  WS-CAJA-ACUMULADA        PIC 9(9)V99.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(31)
                   VALUE "CORRIDA DE PAGO A PROVEEDORES -".
           05  FILLER               PIC X(7) VALUE " CORTE ".
           05  WS-TIT-CORTE         PIC 9(8).
           05  FILLER               PIC X(7) VALUE " FECHA ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(30)
                   VALUE "NUMERO  PROV.  FACTURA        ".
           05  FILLER               PIC X(29)
                   VALUE " VENCE    CUENTA      IMPORTE".
       01  WS-DETALLE-LINE.
           05  WS-DET-NUMERO        PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-PAYEE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FACTURA       PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-VENCE         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-IMPORTE       PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MARCA         PIC X(13).
       01  WS-PROVEEDOR-LINE.
           05  WS-PVL-ID            PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PVL-NOMBRE        PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PVL-FACTURAS      PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE " FACTURAS".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PVL-IMPORTE       PIC Z(8)9.99.
       01  WS-IMPORTE-LINE.
           05  WS-IMP-ETIQUETA      PIC X(28).
           05  WS-IMP-VALOR         PIC Z(8)9.99.
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".

       01  WS-ANT-TITULO-LINE.
           05  FILLER               PIC X(37)
                   VALUE "ANTIGUEDAD DE CUENTAS POR PAGAR - AL ".
           05  WS-ANT-TIT-FECHA     PIC 9(8).
       01  WS-ANT-COLUMNAS-LINE.
           05  FILLER               PIC X(40)
                   VALUE "PROV.  NOMBRE                 CORRIENTE ".
           05  FILLER               PIC X(40)
                   VALUE "       1-30       31-60       61-90     ".
           05  FILLER               PIC X(19)
                   VALUE " MAS 90       TOTAL".
       01  WS-ANT-DETALLE-LINE.
           05  WS-ANT-ID            PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ANT-NOMBRE        PIC X(20).
           05  WS-ANT-IMPORTES OCCURS 6 TIMES.
               10  FILLER           PIC X VALUE SPACE.
               10  WS-ANT-IMPORTE   PIC Z(7)9.99.
       01  WS-ANT-SEPARA-LINE       PIC X(99) VALUE ALL "-".

       01  WS-CAJ-TITULO-LINE.
           05  FILLER               PIC X(36)
                   VALUE "NECESIDADES DE CAJA - PROVEEDORES AL".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CAJ-TIT-FECHA     PIC 9(8).
       01  WS-CAJ-COLUMNAS-LINE.
           05  FILLER               PIC X(30)
                   VALUE "NUMERO  PROV.  FACTURA        ".
           05  FILLER               PIC X(22)
                   VALUE " VENCE         IMPORTE".
       01  WS-CAJ-SEMANA-LINE.
           05  WS-CSL-ETIQUETA      PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CSL-DESDE         PIC X(8).
           05  FILLER               PIC X(3) VALUE " A ".
           05  WS-CSL-HASTA         PIC X(8).
       01  WS-CAJ-DETALLE-LINE.
           05  WS-CDL-NUMERO        PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CDL-PAYEE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CDL-FACTURA       PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CDL-VENCE         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CDL-IMPORTE       PIC Z(8)9.99.
       01  WS-CAJ-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-CTL-FACTURAS      PIC ZZZZ9.
           05  FILLER               PIC X(20)
                   VALUE " FACTURAS  SEMANA: ".
           05  WS-CTL-IMPORTE       PIC Z(8)9.99.
           05  FILLER               PIC X(12) VALUE "  ACUMULADO:".
           05  WS-CTL-ACUMULADO     PIC Z(8)9.99.
       01  WS-FECHA-X               PIC 9(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "APINWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "PAGA-PROVEEDORES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            MOVE WS-OPSLOG-DATE TO WS-CORTE.
            PERFORM LEE-PARAMETROS.
            COMPUTE WS-ANOMES = WS-OPSLOG-DATE / 100.
            COMPUTE WS-HOY-INT =
                FUNCTION INTEGER-OF-DATE (WS-OPSLOG-DATE).
            PERFORM CARGA-PROVEEDORES.
            PERFORM CARGA-FACTURAS-PROVEEDOR.

            OPEN OUTPUT PAYMENT-RUN-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN APPAGOS"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM ESCRIBE-CABECERA.

            PERFORM VARYING WS-AI-I FROM 1 BY 1
                    UNTIL WS-AI-I > WS-AI-COUNT
                IF WS-AI-TBL-ESTADO (WS-AI-I) = "A"
                        AND WS-AI-TBL-VENCE (WS-AI-I) <= WS-CORTE
                    ADD 1 TO WS-SELECCIONADAS
                    PERFORM PROCESA-FACTURA
                END-IF
            END-PERFORM.

            PERFORM ESCRIBE-RESUMEN.
            CLOSE PAYMENT-RUN-REPORT.

      *    Pagos y asientos primero, la marca G al final: un abend a
      *    mitad deja las facturas abiertas para la re-corrida.
            IF WS-PAGADAS = 0
                DISPLAY "SIN FACTURAS DE PROVEEDOR VENCIDAS AL "
                    WS-CORTE
            ELSE
                PERFORM GENERA-PAGOS
                PERFORM GENERA-ASIENTOS-PROV
                PERFORM GRABA-FACTURAS-PROVEEDOR
                DISPLAY "PAGO A PROVEEDORES - FACTURAS: "
                    WS-PAGADAS " PROVEEDORES: " WS-PG-COUNT
            END-IF.
            IF WS-SIN-PROVEEDOR > 0
                DISPLAY "FACTURAS DE PROVEEDORES INACTIVOS O FUERA "
                    "DE PAYEEMST (QUEDAN ABIERTAS): " WS-SIN-PROVEEDOR
            END-IF.
            IF WS-SOBRE-TOPE > 0
                DISPLAY "FACTURAS QUE EXCEDEN EL TOPE DE UN PAGO "
                    "(QUEDAN ABIERTAS): " WS-SOBRE-TOPE
            END-IF.

            PERFORM IMPRIME-ANTIGUEDAD.
            PERFORM IMPRIME-NECESIDADES-CAJA.

            MOVE WS-SELECCIONADAS TO WS-RUNST-IN-COUNT.
            MOVE WS-PAGADAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PROCESA-FACTURA.
            MOVE WS-AI-TBL-NUMERO (WS-AI-I) TO WS-DET-NUMERO.
            MOVE WS-AI-TBL-PAYEE (WS-AI-I) TO WS-DET-PAYEE.
            MOVE WS-AI-TBL-FACTURA (WS-AI-I) TO WS-DET-FACTURA.
            MOVE WS-AI-TBL-VENCE (WS-AI-I) TO WS-DET-VENCE.
            MOVE WS-AI-TBL-CUENTA (WS-AI-I) TO WS-DET-CUENTA.
            MOVE WS-AI-TBL-IMPORTE (WS-AI-I) TO WS-DET-IMPORTE.
            PERFORM BUSCA-PROVEEDOR.
            IF WS-PV-IX = 0
                ADD 1 TO WS-SIN-PROVEEDOR
                MOVE "PROV INACTIVO" TO WS-DET-MARCA
            ELSE
                IF WS-PV-ACTIVO (WS-PV-IX) NOT = "Y"
                    ADD 1 TO WS-SIN-PROVEEDOR
                    MOVE "PROV INACTIVO" TO WS-DET-MARCA
                ELSE
                    PERFORM ACUMULA-PROVEEDOR
                END-IF
            END-IF.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ACUMULA-PROVEEDOR.
      *    Todas las facturas del proveedor van en un solo pago,
      *    que no puede pasar lo que cabe en PAY-AMOUNT.
            MOVE "Y" TO WS-HALLADO-SWITCH.
            SET PG-IDX TO 1.
            SEARCH WS-PG-ENTRY
                AT END CONTINUE
                WHEN PG-IDX > WS-PG-COUNT
                    CONTINUE
                WHEN WS-PG-ID (PG-IDX) = WS-AI-TBL-PAYEE (WS-AI-I)
                    MOVE "N" TO WS-HALLADO-SWITCH
            END-SEARCH.
      *    Sigue en "Y" si el proveedor aun no tenia entrada.
            IF WS-HALLADO
                IF WS-PG-COUNT < WS-PG-MAX
                    ADD 1 TO WS-PG-COUNT
                    SET PG-IDX TO WS-PG-COUNT
                    MOVE WS-AI-TBL-PAYEE (WS-AI-I) TO WS-PG-ID (PG-IDX)
                    MOVE WS-PV-NOMBRE (WS-PV-IX)
                        TO WS-PG-NOMBRE (PG-IDX)
                    MOVE 0 TO WS-PG-FACTURAS (PG-IDX)
                    MOVE 0 TO WS-PG-IMPORTE (PG-IDX)
                ELSE
                    DISPLAY "TABLA DE PROVEEDORES LLENA - CORRIDA "
                        "ABORTADA, APINVOIC.DAT SIN CAMBIOS"
                    MOVE "ACUMULA-PROVEEDOR"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            COMPUTE WS-NUEVO-IMPORTE = WS-PG-IMPORTE (PG-IDX)
                + WS-AI-TBL-IMPORTE (WS-AI-I).
            IF WS-NUEVO-IMPORTE > WS-TOPE-PAGO
                ADD 1 TO WS-SOBRE-TOPE
                MOVE "EXCEDE TOPE" TO WS-DET-MARCA
            ELSE
                ADD 1 TO WS-PG-FACTURAS (PG-IDX)
                MOVE WS-NUEVO-IMPORTE TO WS-PG-IMPORTE (PG-IDX)
                PERFORM ACUMULA-CUENTA
                ADD WS-AI-TBL-IMPORTE (WS-AI-I) TO WS-TOTAL-PAGADO
                ADD 1 TO WS-PAGADAS
                MOVE "G" TO WS-AI-TBL-ESTADO (WS-AI-I)
                MOVE WS-OPSLOG-DATE TO WS-AI-TBL-FECHA-EST (WS-AI-I)
                SET WS-AI-CAMBIADO TO TRUE
                MOVE SPACES TO WS-DET-MARCA
            END-IF.

       ACUMULA-CUENTA.
            MOVE "Y" TO WS-HALLADO-SWITCH.
            SET CU-IDX TO 1.
            SEARCH WS-CU-ENTRY
                AT END CONTINUE
                WHEN CU-IDX > WS-CU-COUNT
                    CONTINUE
                WHEN WS-CU-CUENTA (CU-IDX) = WS-AI-TBL-CUENTA (WS-AI-I)
                    ADD WS-AI-TBL-IMPORTE (WS-AI-I)
                        TO WS-CU-IMPORTE (CU-IDX)
                    MOVE "N" TO WS-HALLADO-SWITCH
            END-SEARCH.
            IF WS-HALLADO
                IF WS-CU-COUNT < WS-CU-MAX
                    ADD 1 TO WS-CU-COUNT
                    SET CU-IDX TO WS-CU-COUNT
                    MOVE WS-AI-TBL-CUENTA (WS-AI-I)
                        TO WS-CU-CUENTA (CU-IDX)
                    MOVE WS-AI-TBL-IMPORTE (WS-AI-I)
                        TO WS-CU-IMPORTE (CU-IDX)
                ELSE
                    DISPLAY "TABLA DE CUENTAS LLENA - CORRIDA "
                        "ABORTADA, APINVOIC.DAT SIN CAMBIOS"
                    MOVE "ACUMULA-CUENTA"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       BUSCA-PROVEEDOR.
            MOVE 0 TO WS-PV-IX.
            SET PV-IDX TO 1.
            SEARCH WS-PV-ENTRY
                AT END CONTINUE
                WHEN PV-IDX > WS-PV-COUNT
                    CONTINUE
                WHEN WS-PV-ID (PV-IDX) = WS-AI-TBL-PAYEE (WS-AI-I)
                    SET WS-PV-IX TO PV-IDX
            END-SEARCH.

       ESCRIBE-CABECERA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CORTE TO WS-TIT-CORTE.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-RESUMEN.
      *    Una linea por proveedor con el pago que se le emite.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING PG-IDX FROM 1 BY 1
                    UNTIL PG-IDX > WS-PG-COUNT
                IF WS-PG-FACTURAS (PG-IDX) > 0
                    MOVE WS-PG-ID (PG-IDX) TO WS-PVL-ID
                    MOVE WS-PG-NOMBRE (PG-IDX) TO WS-PVL-NOMBRE
                    MOVE WS-PG-FACTURAS (PG-IDX) TO WS-PVL-FACTURAS
                    MOVE WS-PG-IMPORTE (PG-IDX) TO WS-PVL-IMPORTE
                    WRITE REPORT-LINE FROM WS-PROVEEDOR-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL PAGADO:              " TO WS-IMP-ETIQUETA.
            MOVE WS-TOTAL-PAGADO TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "FACTURAS PAGADAS:          " TO WS-IMP-ETIQUETA.
            MOVE WS-PAGADAS TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "ABIERTAS - PROV INACTIVO:  " TO WS-IMP-ETIQUETA.
            MOVE WS-SIN-PROVEEDOR TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "ABIERTAS - EXCEDE TOPE:    " TO WS-IMP-ETIQUETA.
            MOVE WS-SOBRE-TOPE TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       GENERA-PAGOS.
      *    Un pago por proveedor al circuito de cheques normal, con
      *    el doble control de IMPRIME-CHEQUES/APRUEBA-PAGOS.
            OPEN EXTEND PAYMENTS-FILE.
            IF NOT WS-PAY-OK
                OPEN OUTPUT PAYMENTS-FILE
                IF NOT WS-PAY-OK
                    MOVE WS-PAY-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-PAGOS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING PG-IDX FROM 1 BY 1
                    UNTIL PG-IDX > WS-PG-COUNT
                IF WS-PG-FACTURAS (PG-IDX) > 0
                    MOVE WS-PG-NOMBRE (PG-IDX) TO PAY-PAYEE
                    MOVE WS-OPSLOG-DATE TO PAY-FECHA
                    MOVE WS-PG-IMPORTE (PG-IDX) TO PAY-AMOUNT
                    MOVE SPACE TO PAY-ORIGEN
                    WRITE PAYMENT-RECORD
                    IF NOT WS-PAY-OK
                        MOVE WS-PAY-STATUS TO WS-ABEND-STATUS
                        MOVE "GENERA-PAGOS WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE PAYMENTS-FILE.

       GENERA-ASIENTOS-PROV.
      *    Una linea por cuenta de gasto para EXTRAE-GL, que la
      *    postea una vez y la marca R.
            OPEN EXTEND AP-GL-FILE.
            IF NOT WS-AGL-OK
                OPEN OUTPUT AP-GL-FILE
                IF NOT WS-AGL-OK
                    MOVE WS-AGL-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-ASIENTOS-PROV OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING CU-IDX FROM 1 BY 1
                    UNTIL CU-IDX > WS-CU-COUNT
                MOVE WS-ANOMES TO AG-ANOMES
                MOVE WS-CU-CUENTA (CU-IDX) TO AG-CUENTA
                MOVE WS-CU-IMPORTE (CU-IDX) TO AG-IMPORTE
                MOVE SPACE TO AG-ESTADO
                WRITE AP-GL-RECORD
                IF NOT WS-AGL-OK
                    MOVE WS-AGL-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-ASIENTOS-PROV WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE AP-GL-FILE.

       IMPRIME-ANTIGUEDAD.
      *    Lo que queda abierto despues de la corrida, por dias
      *    vencidos a la fecha de negocio.
            PERFORM VARYING WS-AI-I FROM 1 BY 1
                    UNTIL WS-AI-I > WS-AI-COUNT
                IF WS-AI-TBL-ESTADO (WS-AI-I) = "A"
                    PERFORM ACUMULA-ANTIGUEDAD
                END-IF
            END-PERFORM.
            OPEN OUTPUT AGING-REPORT.
            IF NOT WS-ANT-OK
                MOVE WS-ANT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-ANTIGUEDAD OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE AGING-REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA-ANT.
            MOVE WS-OPSLOG-DATE TO WS-ANT-TIT-FECHA.
            WRITE AGING-REPORT-LINE FROM WS-ANT-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA-ANT.
            WRITE AGING-REPORT-LINE FROM WS-ANT-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA-ANT.
            WRITE AGING-REPORT-LINE FROM WS-ANT-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA-ANT.
            PERFORM VARYING AN-IDX FROM 1 BY 1
                    UNTIL AN-IDX > WS-AN-COUNT
                MOVE WS-AN-ID (AN-IDX) TO WS-ANT-ID
                MOVE "(FUERA DE PAYEEMST)" TO WS-ANT-NOMBRE
                SET PV-IDX TO 1
                SEARCH WS-PV-ENTRY
                    AT END CONTINUE
                    WHEN PV-IDX > WS-PV-COUNT
                        CONTINUE
                    WHEN WS-PV-ID (PV-IDX) = WS-AN-ID (AN-IDX)
                        MOVE WS-PV-NOMBRE (PV-IDX) TO WS-ANT-NOMBRE
                END-SEARCH
                PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > 5
                    MOVE WS-AN-TRAMO (AN-IDX, WS-TR)
                        TO WS-ANT-IMPORTE (WS-TR)
                END-PERFORM
                MOVE WS-AN-TOTAL (AN-IDX) TO WS-ANT-IMPORTE (6)
                WRITE AGING-REPORT-LINE FROM WS-ANT-DETALLE-LINE
                PERFORM VERIFICA-ESCRITURA-ANT
            END-PERFORM.
            WRITE AGING-REPORT-LINE FROM WS-ANT-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA-ANT.
            MOVE SPACES TO WS-ANT-ID.
            MOVE "TOTAL" TO WS-ANT-NOMBRE.
            PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > 5
                MOVE WS-AN-GRAN-TRAMO (WS-TR) TO WS-ANT-IMPORTE (WS-TR)
            END-PERFORM.
            MOVE WS-AN-GRAN-TOTAL TO WS-ANT-IMPORTE (6).
            WRITE AGING-REPORT-LINE FROM WS-ANT-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA-ANT.
            CLOSE AGING-REPORT.

       ACUMULA-ANTIGUEDAD.
            COMPUTE WS-DIAS-VENCIDO = WS-HOY-INT
                - FUNCTION INTEGER-OF-DATE (WS-AI-TBL-VENCE (WS-AI-I)).
            EVALUATE TRUE
                WHEN WS-DIAS-VENCIDO <= 0
                    MOVE 1 TO WS-TR
                WHEN WS-DIAS-VENCIDO <= 30
                    MOVE 2 TO WS-TR
                WHEN WS-DIAS-VENCIDO <= 60
                    MOVE 3 TO WS-TR
                WHEN WS-DIAS-VENCIDO <= 90
                    MOVE 4 TO WS-TR
                WHEN OTHER
                    MOVE 5 TO WS-TR
            END-EVALUATE.
            MOVE "Y" TO WS-HALLADO-SWITCH.
            MOVE "Y" TO WS-AN-CABE-SWITCH.
            SET AN-IDX TO 1.
            SEARCH WS-AN-ENTRY
                AT END CONTINUE
                WHEN AN-IDX > WS-AN-COUNT
                    CONTINUE
                WHEN WS-AN-ID (AN-IDX) = WS-AI-TBL-PAYEE (WS-AI-I)
                    MOVE "N" TO WS-HALLADO-SWITCH
            END-SEARCH.
            IF WS-HALLADO
                IF WS-AN-COUNT < WS-AN-MAX
                    ADD 1 TO WS-AN-COUNT
                    SET AN-IDX TO WS-AN-COUNT
                    MOVE WS-AI-TBL-PAYEE (WS-AI-I) TO WS-AN-ID (AN-IDX)
                    MOVE 0 TO WS-AN-TRAMO (AN-IDX, 1)
                        WS-AN-TRAMO (AN-IDX, 2)
                        WS-AN-TRAMO (AN-IDX, 3)
                        WS-AN-TRAMO (AN-IDX, 4)
                        WS-AN-TRAMO (AN-IDX, 5)
                        WS-AN-TOTAL (AN-IDX)
                ELSE
      *             Los pagos ya se grabaron: el informe sale corto
      *             pero la corrida no se aborta por esto.
                    DISPLAY "TABLA DE ANTIGUEDAD LLENA - PROVEEDOR "
                        WS-AI-TBL-PAYEE (WS-AI-I) " SOLO EN EL TOTAL"
                    MOVE "N" TO WS-AN-CABE-SWITCH
                END-IF
            END-IF.
            IF WS-AN-CABE
                ADD WS-AI-TBL-IMPORTE (WS-AI-I)
                    TO WS-AN-TRAMO (AN-IDX, WS-TR)
                ADD WS-AI-TBL-IMPORTE (WS-AI-I) TO WS-AN-TOTAL (AN-IDX)
            END-IF.
            ADD WS-AI-TBL-IMPORTE (WS-AI-I) TO WS-AN-GRAN-TRAMO (WS-TR).
            ADD WS-AI-TBL-IMPORTE (WS-AI-I) TO WS-AN-GRAN-TOTAL.

       IMPRIME-NECESIDADES-CAJA.
      *    Una pasada por semana sobre la tabla: las facturas salen
      *    agrupadas por semana de vencimiento, con subtotal y el
      *    acumulado de caja necesario hasta esa semana.
            OPEN OUTPUT CASH-REQUIREMENTS-REPORT.
            IF NOT WS-CAJ-OK
                MOVE WS-CAJ-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-NECESIDADES-CAJA OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE CASH-REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.
            MOVE WS-OPSLOG-DATE TO WS-CAJ-TIT-FECHA.
            WRITE CASH-REPORT-LINE FROM WS-CAJ-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.
            WRITE CASH-REPORT-LINE FROM WS-CAJ-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.
            WRITE CASH-REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.
            MOVE 0 TO WS-CAJA-ACUMULADA.
            PERFORM VARYING WS-SEM FROM 0 BY 1 UNTIL WS-SEM > 13
                PERFORM IMPRIME-SEMANA-CAJA
            END-PERFORM.
            WRITE CASH-REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.
            MOVE "TOTAL ABIERTO:             " TO WS-IMP-ETIQUETA.
            MOVE WS-CAJA-ACUMULADA TO WS-IMP-VALOR.
            WRITE CASH-REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.
            CLOSE CASH-REQUIREMENTS-REPORT.

       IMPRIME-SEMANA-CAJA.
      *    Semana 1 arranca en la fecha de negocio; la 0 es lo ya
      *    vencido y la 13 todo lo que vence despues de la 12.
            MOVE 0 TO WS-SEM-FACTURAS.
            MOVE 0 TO WS-SEM-IMPORTE.
            EVALUATE WS-SEM
                WHEN 0
                    MOVE "VENCIDO" TO WS-CSL-ETIQUETA
                    MOVE SPACES TO WS-CSL-DESDE
                    COMPUTE WS-FECHA-X = FUNCTION DATE-OF-INTEGER
                        (WS-HOY-INT - 1)
                    MOVE WS-FECHA-X TO WS-CSL-HASTA
                WHEN 13
                    MOVE "POSTERIOR" TO WS-CSL-ETIQUETA
                    COMPUTE WS-FECHA-X = FUNCTION DATE-OF-INTEGER
                        (WS-HOY-INT + 84)
                    MOVE WS-FECHA-X TO WS-CSL-DESDE
                    MOVE SPACES TO WS-CSL-HASTA
                WHEN OTHER
                    MOVE SPACES TO WS-CSL-ETIQUETA
                    STRING "SEMANA " WS-SEM DELIMITED BY SIZE
                        INTO WS-CSL-ETIQUETA
                    COMPUTE WS-SEM-DESDE-INT =
                        WS-HOY-INT + 7 * (WS-SEM - 1)
                    COMPUTE WS-SEM-HASTA-INT = WS-SEM-DESDE-INT + 6
                    COMPUTE WS-FECHA-X = FUNCTION DATE-OF-INTEGER
                        (WS-SEM-DESDE-INT)
                    MOVE WS-FECHA-X TO WS-CSL-DESDE
                    COMPUTE WS-FECHA-X = FUNCTION DATE-OF-INTEGER
                        (WS-SEM-HASTA-INT)
                    MOVE WS-FECHA-X TO WS-CSL-HASTA
            END-EVALUATE.
            WRITE CASH-REPORT-LINE FROM WS-CAJ-SEMANA-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.
            PERFORM VARYING WS-AI-I FROM 1 BY 1
                    UNTIL WS-AI-I > WS-AI-COUNT
                IF WS-AI-TBL-ESTADO (WS-AI-I) = "A"
                    PERFORM SEMANA-DE-FACTURA
                    IF WS-SEM-FACTURA = WS-SEM
                        ADD 1 TO WS-SEM-FACTURAS
                        ADD WS-AI-TBL-IMPORTE (WS-AI-I)
                            TO WS-SEM-IMPORTE
                        MOVE WS-AI-TBL-NUMERO (WS-AI-I)
                            TO WS-CDL-NUMERO
                        MOVE WS-AI-TBL-PAYEE (WS-AI-I) TO WS-CDL-PAYEE
                        MOVE WS-AI-TBL-FACTURA (WS-AI-I)
                            TO WS-CDL-FACTURA
                        MOVE WS-AI-TBL-VENCE (WS-AI-I) TO WS-CDL-VENCE
                        MOVE WS-AI-TBL-IMPORTE (WS-AI-I)
                            TO WS-CDL-IMPORTE
                        WRITE CASH-REPORT-LINE
                            FROM WS-CAJ-DETALLE-LINE
                        PERFORM VERIFICA-ESCRITURA-CAJ
                    END-IF
                END-IF
            END-PERFORM.
            ADD WS-SEM-IMPORTE TO WS-CAJA-ACUMULADA.
            MOVE WS-SEM-FACTURAS TO WS-CTL-FACTURAS.
            MOVE WS-SEM-IMPORTE TO WS-CTL-IMPORTE.
            MOVE WS-CAJA-ACUMULADA TO WS-CTL-ACUMULADO.
            WRITE CASH-REPORT-LINE FROM WS-CAJ-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA-CAJ.

       SEMANA-DE-FACTURA.
            COMPUTE WS-DIAS-VENCIDO =
                FUNCTION INTEGER-OF-DATE (WS-AI-TBL-VENCE (WS-AI-I))
                - WS-HOY-INT.
            EVALUATE TRUE
                WHEN WS-DIAS-VENCIDO < 0
                    MOVE 0 TO WS-SEM-FACTURA
                WHEN WS-DIAS-VENCIDO >= 84
                    MOVE 13 TO WS-SEM-FACTURA
                WHEN OTHER
                    COMPUTE WS-SEM-FACTURA = WS-DIAS-VENCIDO / 7 + 1
            END-EVALUATE.

       CARGA-PROVEEDORES.
      *    Sin PAYEEMST no hay a quien pagar: todo queda abierto.
            OPEN INPUT PAYEE-MASTER.
            IF WS-PYM-OK
                PERFORM UNTIL WS-EOF
                    READ PAYEE-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-PROVEEDOR
                    END-READ
                END-PERFORM
                CLOSE PAYEE-MASTER
            ELSE
                DISPLAY "SIN PAYEEMST.DAT - FACTURAS SIN PAGAR"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-UN-PROVEEDOR.
            IF WS-PV-COUNT < WS-PV-MAX
                ADD 1 TO WS-PV-COUNT
                SET PV-IDX TO WS-PV-COUNT
                MOVE PY-ID TO WS-PV-ID (PV-IDX)
                MOVE PY-LEGAL-NAME TO WS-PV-NOMBRE (PV-IDX)
                MOVE PY-ACTIVE TO WS-PV-ACTIVO (PV-IDX)
            ELSE
      *         Sus facturas quedan abiertas, no se pierden.
                DISPLAY "TABLA DE BENEFICIARIOS LLENA - "
                    "ENTRADA OMITIDA " PY-ID
            END-IF.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-CORTE IS NUMERIC
                                AND PARM-CORTE > 0
                            MOVE PARM-CORTE TO WS-CORTE
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "PAGA-PROVEEDORES WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA-ANT.
            IF NOT WS-ANT-OK
                MOVE WS-ANT-STATUS TO WS-ABEND-STATUS
                MOVE "PAGA-PROVEEDORES WRITE ANT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA-CAJ.
            IF NOT WS-CAJ-OK
                MOVE WS-CAJ-STATUS TO WS-ABEND-STATUS
                MOVE "PAGA-PROVEEDORES WRITE CAJA"
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
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE 0 TO WS-SELECCIONADAS.
            MOVE 0 TO WS-PAGADAS.
            MOVE 0 TO WS-SIN-PROVEEDOR.
            MOVE 0 TO WS-SOBRE-TOPE.
            MOVE 0 TO WS-TOTAL-PAGADO.
            MOVE 0 TO WS-PV-COUNT.
            MOVE 0 TO WS-PG-COUNT.
            MOVE 0 TO WS-CU-COUNT.
            MOVE 0 TO WS-AN-COUNT.
            MOVE 0 TO WS-AN-GRAN-TOTAL.
            PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > 5
                MOVE 0 TO WS-AN-GRAN-TRAMO (WS-TR)
            END-PERFORM.

       COPY "APINWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM PAGA-PROVEEDORES.
