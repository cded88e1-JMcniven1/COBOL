      *          the payroll run (PAYSLIPS.DAT joined to HRMAST for
      *          the department) as salary expense per department
      *          against the tax, social-security, other-deduction
      *          and net-pay payables. Salary expense follows the
      *          month's time allocations (TIMEALOC.DAT, captured on
      *          MANTIENE-ASIGNACIONES: hours or percentages per
      *          cost center, a cost center being a DEPTMAST code):
      *          each payslip's gross is split along the employee's
      *          weights, and an employee with no allocation stays
      *          on the home HR-DEPT-CODE. The employer benefit
      *          share off BENGL.DAT is spread over the same cost
      *          centers in proportion to the salary distributed, on
      *          BENcccc expense lines (BENGAS when the run carries no
      *          payroll), and the labor distribution report
      *          (LABDIST.TXT) shows salary, benefits and total cost
      *          per cost center. The employer match to the
      *          retirement savings plan off RETGL.DAT (CALCULA-NOMINA)
      *          is spread the same way as part of the benefit cost,
      *          against the plan contributions payable (RETPAG).
      *          Employee expense claims reimbursed by
      *          REEMBOLSA-GASTOS (EXPGL.DAT) post to their expense
      *          accounts against reimbursements payable (REEPAG),
      *          once, the same way, and so do vendor invoices paid
      *          by PAGA-PROVEEDORES (APGL.DAT), to the accounts they
      *          were charged to against vendors payable (PROPAG).
      *          The bad-debt allowance feed (INCGL.DAT: provision
      *          adjustments of PROVISION-INCOBRABLE, write-offs on
      *          CONTROLA-CREDITO and recoveries found by
      *          APLICA-COBROS) posts each line to the debit and
      *          credit accounts it names, once, the same way.
      *          So does the sales feed (VTAGL.DAT: invoices issued
      *          and credit notes raised on GESTIONA-FACTURAS and
      *          parked invoices approved on CONTROLA-CREDITO), the
      *          net to sales and the output tax to the liability
      *          account of each tax code. So does the fixed-asset
      *          feed (ACTGL.DAT: the monthly run of DEPRECIA-ACTIVOS
      *          and the disposals on MANTIENE-ACTIVOS with their gain
      *          or loss), which is why the depreciation run goes
      *          before this step and CIERRE-MENSUAL. The standing
      *          journals generated by GENERA-RECURRENTES (DIARGL.DAT)
      *          post line by line to the side they carry; a reversal
      *          dated in a later period is held on the feed until an
      *          extract of that period picks it up.
      *          The interface file carries a header with the extract
      *          date and a trailer with record count and amount hash
      *          total. The journal is accumulated in memory first
      *          and debits are proved equal to credits before one
      *          line is written: an out-of-balance extract ends the
      *          step with RC 8 and no file, instead of handing
      *          finance a file their GL will bounce. A written file
      *          goes on the transmission register (TRANSREG.DAT) with
      *          its totals and fingerprint; a second run for a
      *          business date already sent stops with RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EMPLOYER-SHARE-NEW ASSIGN TO "BENGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BGN-STATUS.
      *    Aporte patronal al plan de retiro, acumulado por
      *    CALCULA-NOMINA; mismo tratamiento que BENGL.DAT.
           SELECT PLAN-GL-FILE ASSIGN TO "RETGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.
           SELECT PLAN-GL-NEW ASSIGN TO "RETGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGN-STATUS.
      *    Gastos de empleados reembolsados por REEMBOLSA-GASTOS,
      *    por cuenta de gasto; mismo tratamiento que BENGL.DAT.
           SELECT EXPENSE-GL-FILE ASSIGN TO "EXPGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XGL-STATUS.
           SELECT EXPENSE-GL-NEW ASSIGN TO "EXPGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XGN-STATUS.
      *    Facturas de proveedor pagadas por PAGA-PROVEEDORES, por
      *    cuenta cargada; mismo tratamiento que EXPGL.DAT.
           SELECT AP-GL-FILE ASSIGN TO "APGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGL-STATUS.
           SELECT AP-GL-NEW ASSIGN TO "APGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGN-STATUS.
      *    Provision, castigos y recuperos de incobrables; cada
      *    linea trae su debe y su haber.
           COPY "INCGSL.cpy".
           SELECT ALLOWANCE-GL-NEW ASSIGN TO "INCGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IGN-STATUS.
      *    Ventas e impuesto repercutido de facturas y notas de
      *    credito; cada linea trae su debe y su haber.
           COPY "VTAGSL.cpy".
           SELECT SALES-GL-NEW ASSIGN TO "VTAGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VGN-STATUS.
      *    Depreciacion del mes y bajas de activos fijos; cada linea
      *    trae su debe y su haber.
           COPY "ACGLSL.cpy".
           SELECT ASSET-GL-NEW ASSIGN TO "ACTGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAN-STATUS.
      *    Diarios recurrentes y sus reversiones; cada linea trae su
      *    lado, debe o haber.
           COPY "DRGLSL.cpy".
           SELECT STANDING-GL-NEW ASSIGN TO "DIARGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JGN-STATUS.
      *    Reparto de horas del mes por centro de costo
      *    (MANTIENE-ASIGNACIONES) y reporte de distribucion laboral.
           SELECT TIME-ALLOCATION ASSIGN TO "TIMEALOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAL-STATUS.
           SELECT LABOR-REPORT ASSIGN TO "LABDIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "DEPTMSL.cpy".
           COPY "TXRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
               10  PS-DED-AMOUNT    PIC 9(7)V99.
           05  PS-DED-TOTAL         PIC 9(7)V99.
           05  PS-NET               PIC 9(7)V99.
           05  PS-RETRO             PIC 9(7)V99.

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".
      *    Moneda de la cuenta; blanco o la moneda base del sitio =
      *    sin revalorizacion de cierre.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  PERIOD-JOURNAL.
       01  PERIOD-JOURNAL-LINE      PIC X(50).
       FD  EMPLOYER-SHARE-NEW.
       01  EMPLOYER-SHARE-NEW-LINE  PIC X(18).

      *    Mismo layout que graba CALCULA-NOMINA.
       FD  PLAN-GL-FILE.
       01  PLAN-GL-RECORD.
           05  RG-ANOMES            PIC 9(6).
           05  RG-IMPORTE           PIC 9(9)V99.
           05  RG-ESTADO            PIC X.

       FD  PLAN-GL-NEW.
       01  PLAN-GL-NEW-LINE         PIC X(18).

      *    Mismo layout que graba REEMBOLSA-GASTOS.
       FD  EXPENSE-GL-FILE.
       01  EXPENSE-GL-RECORD.
           05  XG-ANOMES            PIC 9(6).
           05  XG-CUENTA            PIC X(8).
           05  XG-IMPORTE           PIC 9(9)V99.
           05  XG-ESTADO            PIC X.

       FD  EXPENSE-GL-NEW.
       01  EXPENSE-GL-NEW-LINE      PIC X(26).

       FD  AP-GL-FILE.
       01  AP-GL-RECORD.
           05  AG-ANOMES            PIC 9(6).
           05  AG-CUENTA            PIC X(8).
           05  AG-IMPORTE           PIC 9(9)V99.
           05  AG-ESTADO            PIC X.

       FD  AP-GL-NEW.
       01  AP-GL-NEW-LINE           PIC X(26).

       COPY "INCGFD.cpy".

       FD  ALLOWANCE-GL-NEW.
       01  ALLOWANCE-GL-NEW-LINE    PIC X(49).

       COPY "VTAGFD.cpy".

       FD  SALES-GL-NEW.
       01  SALES-GL-NEW-LINE        PIC X(49).

       COPY "ACGLFD.cpy".

       FD  ASSET-GL-NEW.
       01  ASSET-GL-NEW-LINE        PIC X(49).

       COPY "DRGLFD.cpy".

       FD  STANDING-GL-NEW.
       01  STANDING-GL-NEW-LINE     PIC X(42).

      *    Mismo layout que graba MANTIENE-ASIGNACIONES. Tipo H =
      *    horas, P = porcentaje; la cantidad pesa igual en ambos.
       FD  TIME-ALLOCATION.
       01  TIME-ALLOCATION-RECORD.
           05  TA-ANOMES            PIC 9(6).
           05  TA-EMPLOYEE-ID       PIC 9(6).
           05  TA-CENTRO            PIC X(4).
           05  TA-TIPO              PIC X.
           05  TA-CANTIDAD          PIC 9(3)V99.

       FD  LABOR-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "DEPTMFD.cpy".
       COPY "TXRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TOT-STATUS            PIC XX.
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".

      *    Gasto de salario agregado por centro de costo (codigo de
      *    departamento) y los pasivos de la nomina; el diario por
      *    centro y el reporte de distribucion salen de aqui.
       01  WS-DEP-MAX               PIC 9(2) VALUE 50.
       01  WS-DEP-COUNT             PIC 9(2) VALUE 0.
       01  WS-DEP-TABLE.
                   INDEXED BY DEP-IDX.
               10  WS-DEP-CODE      PIC X(4).
               10  WS-DEP-GROSS     PIC 9(9)V99 USAGE COMP-3.
               10  WS-DEP-BENEF     PIC 9(9)V99 USAGE COMP-3.
               10  WS-DEP-EMPLEADOS PIC 9(5).
       01  WS-DEP-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-DEP-HALLADO       VALUE "Y".
       01  WS-DEP-CODE-IN           PIC X(4).
       01  WS-DEP-IMPORTE-IN        PIC 9(9)V99.
       01  WS-NOM-GROSS             PIC 9(9)V99 VALUE 0.

      *    Reparto del mes: peso (horas o porcentaje) de cada
      *    empleado en cada centro. El bruto del recibo se reparte
      *    en proporcion al peso; la ultima linea del empleado
      *    lleva el residuo del redondeo para que la suma cuadre.
       01  WS-TAL-STATUS            PIC XX.
           88  WS-TAL-OK            VALUE "00".
       01  WS-TAL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-TAL-EOF           VALUE "Y".
       01  WS-ANOMES                PIC 9(6).
       01  WS-TA-MAX                PIC 9(4) VALUE 3000.
       01  WS-TA-COUNT              PIC 9(4) VALUE 0.
       01  WS-TA-TABLE.
           05  WS-TA-ENTRY OCCURS 3000 TIMES
                   INDEXED BY TA-IDX.
               10  WS-TA-EMPLEADO   PIC 9(6).
               10  WS-TA-CENTRO     PIC X(4).
               10  WS-TA-PESO       PIC 9(3)V99.
       01  WS-TA-RECHAZADAS         PIC 9(5) VALUE 0.
       01  WS-PESO-TOTAL            PIC 9(5)V99.
       01  WS-LINEAS-EMPLEADO       PIC 9(3).
       01  WS-LINEA-ACTUAL          PIC 9(3).
       01  WS-REPARTIDO             PIC 9(9)V99.
       01  WS-SIN-ASIGNACION        PIC 9(5) VALUE 0.
       01  WS-BEN-PENDIENTE         PIC 9(9)V99 VALUE 0.
       01  WS-BEN-REPARTIDO         PIC 9(9)V99.
       01  WS-CTA-BENEFICIO.
           05  FILLER               PIC X(3) VALUE "BEN".
           05  WS-CTA-BEN-DEPT      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
       01  WS-NOM-TAX               PIC 9(9)V99 VALUE 0.
       01  WS-NOM-SS                PIC 9(9)V99 VALUE 0.
       01  WS-NOM-DED               PIC 9(9)V99 VALUE 0.
           88  WS-BGL-EOF           VALUE "Y".
       01  WS-BGL-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-BGL-PRESENTE      VALUE "Y".
       01  WS-RGL-STATUS            PIC XX.
           88  WS-RGL-OK            VALUE "00".
       01  WS-RGN-STATUS            PIC XX.
           88  WS-RGN-OK            VALUE "00".
       01  WS-RGL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-RGL-EOF           VALUE "Y".
       01  WS-RGL-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-RGL-PRESENTE      VALUE "Y".
       01  WS-XGL-STATUS            PIC XX.
           88  WS-XGL-OK            VALUE "00".
       01  WS-XGN-STATUS            PIC XX.
           88  WS-XGN-OK            VALUE "00".
       01  WS-XGL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-XGL-EOF           VALUE "Y".
       01  WS-XGL-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-XGL-PRESENTE      VALUE "Y".
       01  WS-AGL-STATUS            PIC XX.
           88  WS-AGL-OK            VALUE "00".
       01  WS-AGN-STATUS            PIC XX.
           88  WS-AGN-OK            VALUE "00".
       01  WS-AGL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-AGL-EOF           VALUE "Y".
       01  WS-AGL-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-AGL-PRESENTE      VALUE "Y".
       01  WS-IGN-STATUS            PIC XX.
           88  WS-IGN-OK            VALUE "00".
       01  WS-IG-PRESENTE-SWITCH    PIC X VALUE "N".
           88  WS-IG-PRESENTE       VALUE "Y".
       01  WS-VGN-STATUS            PIC XX.
           88  WS-VGN-OK            VALUE "00".
       01  WS-VG-PRESENTE-SWITCH    PIC X VALUE "N".
           88  WS-VG-PRESENTE       VALUE "Y".
       01  WS-FAN-STATUS            PIC XX.
           88  WS-FAN-OK            VALUE "00".
       01  WS-FA-PRESENTE-SWITCH    PIC X VALUE "N".
           88  WS-FA-PRESENTE       VALUE "Y".
       01  WS-JGN-STATUS            PIC XX.
           88  WS-JGN-OK            VALUE "00".
       01  WS-JG-PRESENTE-SWITCH    PIC X VALUE "N".
           88  WS-JG-PRESENTE       VALUE "Y".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-PER-STATUS            PIC XX.
      *    poder probar el cuadre debe/haber del lote completo.
       01  WS-JRN-COUNT             PIC 9(3) VALUE 0.
       01  WS-JRN-TABLE.
           05  WS-JRN-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-JRN-IDX.
               10  WS-JRN-TYPE      PIC X.
               10  WS-JRN-ACCOUNT   PIC X(8).
           05  WS-GLT-COUNT         PIC 9(6).
           05  WS-GLT-HASH          PIC 9(11)V99.

      *    Reporte de distribucion del costo laboral por centro.
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-COSTO-CENTRO          PIC 9(9)V99.
       01  WS-COSTO-TOTAL           PIC 9(11)V99.
       01  WS-BEN-TOTAL             PIC 9(9)V99.
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(48) VALUE
               "DISTRIBUCION DEL COSTO LABORAL POR CENTRO - MES ".
           05  WS-TIT-ANOMES        PIC 9(6).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(34)
                   VALUE "CENTRO NOMBRE                EMPLS".
           05  FILLER               PIC X(26)
                   VALUE "      SALARIO   BENEFICIOS".
           05  FILLER               PIC X(21)
                   VALUE "    COSTO TOTAL     %".
       01  WS-SEPARA-LINE           PIC X(80) VALUE ALL "-".
       01  WS-CENTRO-LINE.
           05  WS-CEN-CODIGO        PIC X(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-CEN-NOMBRE        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEN-EMPLEADOS     PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEN-SALARIO       PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEN-BENEF         PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEN-TOTAL         PIC Z(10)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEN-PCT           PIC ZZ9.9.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(34) VALUE "TOTAL".
           05  WS-TOT-SALARIO       PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TOT-BENEF         PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TOT-COSTO         PIC Z(10)9.99.
       01  WS-SIN-ASIG-LINE.
           05  FILLER               PIC X(42) VALUE
               "EMPLEADOS SIN ASIGNACION (DEPTO DE ORIGEN)".
           05  FILLER               PIC X(2) VALUE ": ".
           05  WS-SAL-CUENTA        PIC ZZZZ9.
       01  WS-RECHAZO-LINE.
           05  FILLER               PIC X(42) VALUE
               "LINEAS DE ASIGNACION RECHAZADAS (CENTRO)".
           05  FILLER               PIC X(2) VALUE ": ".
           05  WS-REC-CUENTA        PIC ZZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INCGWS.cpy".
       COPY "VTAGWS.cpy".
       COPY "ACGLWS.cpy".
       COPY "DRGLWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "TXRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.

      *    Un GLINTF del dia ya entregado a finanzas no se rehace:
      *    las alimentaciones ya se consumieron y el segundo fichero
      *    saldria distinto. El reenvio sale de la copia guardada
      *    (MANTIENE-TRANSMISIONES).
            MOVE "GLINTF" TO WS-TXR-INTERFAZ.
            PERFORM CHECA-TRANSMISION.
            IF WS-TXR-YA-ENVIADA
                DISPLAY "GLINTF.DAT DEL " WS-TXR-FECHA
                    " YA TRANSMITIDO - REENVIO POR "
                    "MANTIENE-TRANSMISIONES"
                MOVE "GLINTF YA TRANSMITIDO - NO SE REHACE"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CARGA-PERFIL-SITIO.
            PERFORM CARGA-DEPTMAST.

            MOVE FUNCTION CURRENT-DATE TO WS-EXTRACT-TIMESTAMP.
            COMPUTE WS-ANOMES = WS-OPSLOG-DATE / 100.

            PERFORM CARGA-PLAN-CUENTAS.
            PERFORM CARGA-ASIGNACIONES.
            PERFORM EXTRAE-TOTAL-CORRIDA.
            PERFORM EXTRAE-PENALIZACIONES.
            PERFORM EXTRAE-NOMINA.
            PERFORM EXTRAE-BENEFICIOS.
            PERFORM EXTRAE-APORTE-PLAN.
            PERFORM EXTRAE-GASTOS-EMPLEADOS.
            PERFORM EXTRAE-FACTURAS-PROV.
            PERFORM EXTRAE-INCOBRABLES.
            PERFORM EXTRAE-VENTAS.
            PERFORM EXTRAE-ACTIVOS.
            PERFORM EXTRAE-RECURRENTES.
            IF WS-BEN-PENDIENTE > 0
                PERFORM REPARTE-BENEFICIOS
            END-IF.
            PERFORM VALIDA-CUADRE.
            PERFORM GRABA-INTERFACE.
            MOVE "GLINTF.DAT" TO WS-TXR-FICHERO.
            MOVE "FINANZAS" TO WS-TXR-DESTINO.
            MOVE WS-JRN-COUNT TO WS-TXR-REGISTROS.
            MOVE WS-HASH-TOTAL TO WS-TXR-TOTAL.
            PERFORM REGISTRA-TRANSMISION.
            PERFORM IMPRIME-DISTRIBUCION.
      *    La parte patronal recien asentada se consume (estado R)
      *    solo DESPUES de que el cuadre paso y GLINTF quedo
      *    grabado: un RC 8 sin fichero no debe dejar el gasto de
            IF WS-BGL-PRESENTE
                PERFORM PROMUEVE-BENEFICIOS
            END-IF.
            IF WS-RGL-PRESENTE
                PERFORM PROMUEVE-APORTE-PLAN
            END-IF.
            IF WS-XGL-PRESENTE
                PERFORM PROMUEVE-GASTOS-EMPLEADOS
            END-IF.
            IF WS-AGL-PRESENTE
                PERFORM PROMUEVE-FACTURAS-PROV
            END-IF.
            IF WS-IG-PRESENTE
                PERFORM PROMUEVE-INCOBRABLES
            END-IF.
            IF WS-VG-PRESENTE
                PERFORM PROMUEVE-VENTAS
            END-IF.
            IF WS-FA-PRESENTE
                PERFORM PROMUEVE-ACTIVOS-GL
            END-IF.
            IF WS-JG-PRESENTE
                PERFORM PROMUEVE-RECURRENTES-GL
            END-IF.

            MOVE WS-JRN-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-JRN-COUNT TO WS-RUNST-OUT-COUNT.
            IF NOT WS-HR-FOUND
                MOVE "????" TO HR-DEPT-CODE
            END-IF.
            MOVE 0 TO WS-PESO-TOTAL.
            MOVE 0 TO WS-LINEAS-EMPLEADO.
            PERFORM VARYING TA-IDX FROM 1 BY 1
                    UNTIL TA-IDX > WS-TA-COUNT
                IF WS-TA-EMPLEADO (TA-IDX) = PS-EMPLOYEE-ID
                    ADD WS-TA-PESO (TA-IDX) TO WS-PESO-TOTAL
                    ADD 1 TO WS-LINEAS-EMPLEADO
                END-IF
            END-PERFORM.
            IF WS-PESO-TOTAL = 0
                ADD 1 TO WS-SIN-ASIGNACION
                MOVE HR-DEPT-CODE TO WS-DEP-CODE-IN
                MOVE PS-GROSS TO WS-DEP-IMPORTE-IN
                PERFORM ACUMULA-CENTRO
            ELSE
                PERFORM REPARTE-RECIBO
            END-IF.
            ADD PS-GROSS TO WS-NOM-GROSS.
            ADD PS-TAX TO WS-NOM-TAX.
            ADD PS-SS TO WS-NOM-SS.
            ADD PS-DED-TOTAL TO WS-NOM-DED.
            ADD PS-NET TO WS-NOM-NET.

       REPARTE-RECIBO.
      *    El bruto se reparte por peso entre los centros del
      *    empleado truncando al centavo; la ultima linea se lleva
      *    lo que resta, asi el gasto repartido es exactamente el
      *    bruto del recibo.
            MOVE 0 TO WS-LINEA-ACTUAL.
            MOVE 0 TO WS-REPARTIDO.
            PERFORM VARYING TA-IDX FROM 1 BY 1
                    UNTIL TA-IDX > WS-TA-COUNT
                IF WS-TA-EMPLEADO (TA-IDX) = PS-EMPLOYEE-ID
                    ADD 1 TO WS-LINEA-ACTUAL
                    MOVE WS-TA-CENTRO (TA-IDX) TO WS-DEP-CODE-IN
                    IF WS-LINEA-ACTUAL = WS-LINEAS-EMPLEADO
                        COMPUTE WS-DEP-IMPORTE-IN =
                            PS-GROSS - WS-REPARTIDO
                    ELSE
                        COMPUTE WS-DEP-IMPORTE-IN =
                            PS-GROSS * WS-TA-PESO (TA-IDX)
                            / WS-PESO-TOTAL
                    END-IF
                    ADD WS-DEP-IMPORTE-IN TO WS-REPARTIDO
                    PERFORM ACUMULA-CENTRO
                END-IF
            END-PERFORM.

       ACUMULA-CENTRO.
      *    Un empleado cuenta una vez en cada centro que toca.
            MOVE "N" TO WS-DEP-HALLADO-SWITCH.
            PERFORM VARYING DEP-IDX FROM 1 BY 1
                    UNTIL DEP-IDX > WS-DEP-COUNT
                    OR WS-DEP-HALLADO
                IF WS-DEP-CODE (DEP-IDX) = WS-DEP-CODE-IN
                    ADD WS-DEP-IMPORTE-IN TO WS-DEP-GROSS (DEP-IDX)
                    ADD 1 TO WS-DEP-EMPLEADOS (DEP-IDX)
                    SET WS-DEP-HALLADO TO TRUE
                END-IF
            END-PERFORM.
                IF WS-DEP-COUNT < WS-DEP-MAX
                    ADD 1 TO WS-DEP-COUNT
                    SET DEP-IDX TO WS-DEP-COUNT
                    MOVE WS-DEP-CODE-IN TO WS-DEP-CODE (DEP-IDX)
                    MOVE WS-DEP-IMPORTE-IN TO WS-DEP-GROSS (DEP-IDX)
                    MOVE 0 TO WS-DEP-BENEF (DEP-IDX)
                    MOVE 1 TO WS-DEP-EMPLEADOS (DEP-IDX)
                ELSE
                    DISPLAY "TABLA DE DEPARTAMENTOS LLENA EN "
                        WS-DEP-MAX " ENTRADAS"
                    MOVE "ACUMULA-CENTRO" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       CARGA-ASIGNACIONES.
      *    Solo las lineas del mes de negocio. Un centro que no esta
      *    activo en DEPTMAST se rechaza aqui (su peso no cuenta y
      *    el resto del empleado absorbe el bruto); sin TIMEALOC.DAT
      *    todo el salario va al departamento de origen, como antes.
            OPEN INPUT TIME-ALLOCATION.
            IF WS-TAL-OK
                PERFORM UNTIL WS-TAL-EOF
                    READ TIME-ALLOCATION
                        AT END SET WS-TAL-EOF TO TRUE
                        NOT AT END
                            IF TA-ANOMES = WS-ANOMES
                                    AND TA-CANTIDAD > 0
                                PERFORM CARGA-UNA-ASIGNACION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIME-ALLOCATION
            END-IF.

       CARGA-UNA-ASIGNACION.
            MOVE TA-CENTRO TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            IF NOT WS-DEPTM-VALID
                DISPLAY "ASIGNACION RECHAZADA - EMPLEADO "
                    TA-EMPLOYEE-ID " CENTRO " TA-CENTRO " "
                    WS-DEPTM-NAME
                ADD 1 TO WS-TA-RECHAZADAS
            ELSE
                IF WS-TA-COUNT < WS-TA-MAX
                    ADD 1 TO WS-TA-COUNT
                    SET TA-IDX TO WS-TA-COUNT
                    MOVE TA-EMPLOYEE-ID TO WS-TA-EMPLEADO (TA-IDX)
                    MOVE TA-CENTRO TO WS-TA-CENTRO (TA-IDX)
                    MOVE TA-CANTIDAD TO WS-TA-PESO (TA-IDX)
                ELSE
                    DISPLAY "TABLA DE ASIGNACIONES LLENA EN "
                        WS-TA-MAX " ENTRADAS"
                    MOVE "CARGA-UNA-ASIGNACION"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       ASIENTA-NOMINA.
            PERFORM VARYING DEP-IDX FROM 1 BY 1
                CLOSE EMPLOYER-SHARE-FILE EMPLOYER-SHARE-NEW
            END-IF.

       EXTRAE-APORTE-PLAN.
      *    La contrapartida patronal al plan de retiro pendiente
      *    va al haber de RETPAG y se suma al gasto patronal que
      *    REPARTE-BENEFICIOS reparte por centro; el registro queda
      *    marcado R en RETGL.NEW, promovido por el MAIN despues
      *    del cuadre, igual que BENGL.
            OPEN INPUT PLAN-GL-FILE.
            IF WS-RGL-OK
                SET WS-RGL-PRESENTE TO TRUE
                OPEN OUTPUT PLAN-GL-NEW
                IF NOT WS-RGN-OK
                    MOVE WS-RGN-STATUS TO WS-ABEND-STATUS
                    MOVE "EXTRAE-APORTE-PLAN OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM UNTIL WS-RGL-EOF
                    READ PLAN-GL-FILE
                        AT END SET WS-RGL-EOF TO TRUE
                        NOT AT END
                            PERFORM ASIENTA-APORTE-PLAN
                    END-READ
                END-PERFORM
                CLOSE PLAN-GL-FILE PLAN-GL-NEW
            END-IF.

       ASIENTA-APORTE-PLAN.
            IF RG-ESTADO = SPACE AND RG-IMPORTE > 0
                ADD RG-IMPORTE TO WS-BEN-PENDIENTE
                MOVE "C" TO WS-JRN-TYPE-IN
                MOVE "RETPAG  " TO WS-JRN-ACCOUNT-IN
                MOVE RG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "R" TO RG-ESTADO
            END-IF.
            WRITE PLAN-GL-NEW-LINE FROM PLAN-GL-RECORD.
            IF NOT WS-RGN-OK
                MOVE WS-RGN-STATUS TO WS-ABEND-STATUS
                MOVE "ASIENTA-APORTE-PLAN WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-APORTE-PLAN.
            MOVE "N" TO WS-RGL-EOF-SWITCH.
            OPEN INPUT PLAN-GL-NEW.
            IF NOT WS-RGN-OK
                MOVE WS-RGN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-APORTE OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PLAN-GL-FILE.
            IF NOT WS-RGL-OK
                MOVE WS-RGL-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-APORTE OPEN R" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-RGL-EOF
                READ PLAN-GL-NEW
                    AT END SET WS-RGL-EOF TO TRUE
                    NOT AT END
                        WRITE PLAN-GL-RECORD FROM PLAN-GL-NEW-LINE
                        IF NOT WS-RGL-OK
                            MOVE WS-RGL-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-APORTE WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PLAN-GL-NEW PLAN-GL-FILE.

       EXTRAE-GASTOS-EMPLEADOS.
      *    Los gastos reembolsados pendientes se asientan al debe de
      *    su cuenta de gasto (prefijo de la categoria + centro de
      *    costo, ya armada por REEMBOLSA-GASTOS) contra reembolsos
      *    por pagar (REEPAG); el registro queda marcado R en
      *    EXPGL.NEW, promovido por el MAIN despues del cuadre,
      *    igual que BENGL.
            OPEN INPUT EXPENSE-GL-FILE.
            IF WS-XGL-OK
                SET WS-XGL-PRESENTE TO TRUE
                OPEN OUTPUT EXPENSE-GL-NEW
                IF NOT WS-XGN-OK
                    MOVE WS-XGN-STATUS TO WS-ABEND-STATUS
                    MOVE "EXTRAE-GASTOS-EMP OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM UNTIL WS-XGL-EOF
                    READ EXPENSE-GL-FILE
                        AT END SET WS-XGL-EOF TO TRUE
                        NOT AT END
                            PERFORM ASIENTA-GASTO-EMPLEADO
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-GL-FILE EXPENSE-GL-NEW
            END-IF.

       ASIENTA-GASTO-EMPLEADO.
            IF XG-ESTADO = SPACE AND XG-IMPORTE > 0
                MOVE "D" TO WS-JRN-TYPE-IN
                MOVE XG-CUENTA TO WS-JRN-ACCOUNT-IN
                MOVE XG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "C" TO WS-JRN-TYPE-IN
                MOVE "REEPAG  " TO WS-JRN-ACCOUNT-IN
                MOVE XG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "R" TO XG-ESTADO
            END-IF.
            WRITE EXPENSE-GL-NEW-LINE FROM EXPENSE-GL-RECORD.
            IF NOT WS-XGN-OK
                MOVE WS-XGN-STATUS TO WS-ABEND-STATUS
                MOVE "ASIENTA-GASTO-EMPLEADO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-GASTOS-EMPLEADOS.
            MOVE "N" TO WS-XGL-EOF-SWITCH.
            OPEN INPUT EXPENSE-GL-NEW.
            IF NOT WS-XGN-OK
                MOVE WS-XGN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-GASTOS-EMP OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT EXPENSE-GL-FILE.
            IF NOT WS-XGL-OK
                MOVE WS-XGL-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-GASTOS-EMP OPEN X"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-XGL-EOF
                READ EXPENSE-GL-NEW
                    AT END SET WS-XGL-EOF TO TRUE
                    NOT AT END
                        WRITE EXPENSE-GL-RECORD
                            FROM EXPENSE-GL-NEW-LINE
                        IF NOT WS-XGL-OK
                            MOVE WS-XGL-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-GASTOS-EMP WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXPENSE-GL-NEW EXPENSE-GL-FILE.

       EXTRAE-FACTURAS-PROV.
      *    Las facturas de proveedor pagadas pendientes se asientan
      *    al debe de la cuenta a la que se cargaron contra
      *    proveedores por pagar (PROPAG); el registro queda marcado
      *    R en APGL.NEW, promovido por el MAIN despues del cuadre,
      *    igual que EXPGL.
            OPEN INPUT AP-GL-FILE.
            IF WS-AGL-OK
                SET WS-AGL-PRESENTE TO TRUE
                OPEN OUTPUT AP-GL-NEW
                IF NOT WS-AGN-OK
                    MOVE WS-AGN-STATUS TO WS-ABEND-STATUS
                    MOVE "EXTRAE-FACTURAS-PROV OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM UNTIL WS-AGL-EOF
                    READ AP-GL-FILE
                        AT END SET WS-AGL-EOF TO TRUE
                        NOT AT END
                            PERFORM ASIENTA-FACTURA-PROV
                    END-READ
                END-PERFORM
                CLOSE AP-GL-FILE AP-GL-NEW
            END-IF.

       ASIENTA-FACTURA-PROV.
            IF AG-ESTADO = SPACE AND AG-IMPORTE > 0
                MOVE "D" TO WS-JRN-TYPE-IN
                MOVE AG-CUENTA TO WS-JRN-ACCOUNT-IN
                MOVE AG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "C" TO WS-JRN-TYPE-IN
                MOVE "PROPAG  " TO WS-JRN-ACCOUNT-IN
                MOVE AG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "R" TO AG-ESTADO
            END-IF.
            WRITE AP-GL-NEW-LINE FROM AP-GL-RECORD.
            IF NOT WS-AGN-OK
                MOVE WS-AGN-STATUS TO WS-ABEND-STATUS
                MOVE "ASIENTA-FACTURA-PROV WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-FACTURAS-PROV.
            MOVE "N" TO WS-AGL-EOF-SWITCH.
            OPEN INPUT AP-GL-NEW.
            IF NOT WS-AGN-OK
                MOVE WS-AGN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-FACTURAS-PROV OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT AP-GL-FILE.
            IF NOT WS-AGL-OK
                MOVE WS-AGL-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-FACTURAS-PROV OPEN A"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-AGL-EOF
                READ AP-GL-NEW
                    AT END SET WS-AGL-EOF TO TRUE
                    NOT AT END
                        WRITE AP-GL-RECORD FROM AP-GL-NEW-LINE
                        IF NOT WS-AGL-OK
                            MOVE WS-AGL-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-FACTURAS-PROV WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AP-GL-NEW AP-GL-FILE.

       EXTRAE-INCOBRABLES.
      *    Cada linea pendiente del feed de incobrables se asienta
      *    al debe y al haber que trae; queda marcada R en
      *    INCGL.NEW, promovido por el MAIN despues del cuadre,
      *    igual que APGL.
            MOVE "N" TO WS-IG-EOF-SWITCH.
            OPEN INPUT ALLOWANCE-GL-FILE.
            IF WS-IG-OK
                SET WS-IG-PRESENTE TO TRUE
                OPEN OUTPUT ALLOWANCE-GL-NEW
                IF NOT WS-IGN-OK
                    MOVE WS-IGN-STATUS TO WS-ABEND-STATUS
                    MOVE "EXTRAE-INCOBRABLES OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM UNTIL WS-IG-EOF
                    READ ALLOWANCE-GL-FILE
                        AT END SET WS-IG-EOF TO TRUE
                        NOT AT END
                            PERFORM ASIENTA-INCOBRABLE
                    END-READ
                END-PERFORM
                CLOSE ALLOWANCE-GL-FILE ALLOWANCE-GL-NEW
            END-IF.

       ASIENTA-INCOBRABLE.
            IF IG-ESTADO = SPACE AND IG-IMPORTE > 0
                MOVE "D" TO WS-JRN-TYPE-IN
                MOVE IG-DEBE TO WS-JRN-ACCOUNT-IN
                MOVE IG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "C" TO WS-JRN-TYPE-IN
                MOVE IG-HABER TO WS-JRN-ACCOUNT-IN
                MOVE IG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "R" TO IG-ESTADO
            END-IF.
            WRITE ALLOWANCE-GL-NEW-LINE FROM ALLOWANCE-GL-RECORD.
            IF NOT WS-IGN-OK
                MOVE WS-IGN-STATUS TO WS-ABEND-STATUS
                MOVE "ASIENTA-INCOBRABLE WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-INCOBRABLES.
            MOVE "N" TO WS-IG-EOF-SWITCH.
            OPEN INPUT ALLOWANCE-GL-NEW.
            IF NOT WS-IGN-OK
                MOVE WS-IGN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INCOBRABLES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ALLOWANCE-GL-FILE.
            IF NOT WS-IG-OK
                MOVE WS-IG-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INCOBRABLES OPEN I"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-IG-EOF
                READ ALLOWANCE-GL-NEW
                    AT END SET WS-IG-EOF TO TRUE
                    NOT AT END
                        WRITE ALLOWANCE-GL-RECORD
                            FROM ALLOWANCE-GL-NEW-LINE
                        IF NOT WS-IG-OK
                            MOVE WS-IG-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-INCOBRABLES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ALLOWANCE-GL-NEW ALLOWANCE-GL-FILE.

       EXTRAE-VENTAS.
      *    Cada linea pendiente del feed de ventas se asienta al
      *    debe y al haber que trae; queda marcada R en VTAGL.NEW,
      *    promovido por el MAIN despues del cuadre, igual que
      *    INCGL.
            MOVE "N" TO WS-VG-EOF-SWITCH.
            OPEN INPUT SALES-GL-FILE.
            IF WS-VG-OK
                SET WS-VG-PRESENTE TO TRUE
                OPEN OUTPUT SALES-GL-NEW
                IF NOT WS-VGN-OK
                    MOVE WS-VGN-STATUS TO WS-ABEND-STATUS
                    MOVE "EXTRAE-VENTAS OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM UNTIL WS-VG-EOF
                    READ SALES-GL-FILE
                        AT END SET WS-VG-EOF TO TRUE
                        NOT AT END
                            PERFORM ASIENTA-VENTA
                    END-READ
                END-PERFORM
                CLOSE SALES-GL-FILE SALES-GL-NEW
            END-IF.

       ASIENTA-VENTA.
            IF VG-ESTADO = SPACE AND VG-IMPORTE > 0
                MOVE "D" TO WS-JRN-TYPE-IN
                MOVE VG-DEBE TO WS-JRN-ACCOUNT-IN
                MOVE VG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "C" TO WS-JRN-TYPE-IN
                MOVE VG-HABER TO WS-JRN-ACCOUNT-IN
                MOVE VG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "R" TO VG-ESTADO
            END-IF.
            WRITE SALES-GL-NEW-LINE FROM SALES-GL-RECORD.
            IF NOT WS-VGN-OK
                MOVE WS-VGN-STATUS TO WS-ABEND-STATUS
                MOVE "ASIENTA-VENTA WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-VENTAS.
            MOVE "N" TO WS-VG-EOF-SWITCH.
            OPEN INPUT SALES-GL-NEW.
            IF NOT WS-VGN-OK
                MOVE WS-VGN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VENTAS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT SALES-GL-FILE.
            IF NOT WS-VG-OK
                MOVE WS-VG-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VENTAS OPEN V"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-VG-EOF
                READ SALES-GL-NEW
                    AT END SET WS-VG-EOF TO TRUE
                    NOT AT END
                        WRITE SALES-GL-RECORD
                            FROM SALES-GL-NEW-LINE
                        IF NOT WS-VG-OK
                            MOVE WS-VG-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-VENTAS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SALES-GL-NEW SALES-GL-FILE.

       EXTRAE-ACTIVOS.
      *    Depreciacion y bajas de activos fijos, linea a linea al
      *    debe y al haber que traen, igual que VTAGL.
            MOVE "N" TO WS-FA-EOF-SWITCH.
            OPEN INPUT ASSET-GL-FILE.
            IF WS-FA-OK
                SET WS-FA-PRESENTE TO TRUE
                OPEN OUTPUT ASSET-GL-NEW
                IF NOT WS-FAN-OK
                    MOVE WS-FAN-STATUS TO WS-ABEND-STATUS
                    MOVE "EXTRAE-ACTIVOS OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM UNTIL WS-FA-EOF
                    READ ASSET-GL-FILE
                        AT END SET WS-FA-EOF TO TRUE
                        NOT AT END
                            PERFORM ASIENTA-ACTIVO
                    END-READ
                END-PERFORM
                CLOSE ASSET-GL-FILE ASSET-GL-NEW
            END-IF.

       ASIENTA-ACTIVO.
            IF FA-ESTADO = SPACE AND FA-IMPORTE > 0
                MOVE "D" TO WS-JRN-TYPE-IN
                MOVE FA-DEBE TO WS-JRN-ACCOUNT-IN
                MOVE FA-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "C" TO WS-JRN-TYPE-IN
                MOVE FA-HABER TO WS-JRN-ACCOUNT-IN
                MOVE FA-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "R" TO FA-ESTADO
            END-IF.
            WRITE ASSET-GL-NEW-LINE FROM ASSET-GL-RECORD.
            IF NOT WS-FAN-OK
                MOVE WS-FAN-STATUS TO WS-ABEND-STATUS
                MOVE "ASIENTA-ACTIVO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-ACTIVOS-GL.
            MOVE "N" TO WS-FA-EOF-SWITCH.
            OPEN INPUT ASSET-GL-NEW.
            IF NOT WS-FAN-OK
                MOVE WS-FAN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACTIVOS-GL OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ASSET-GL-FILE.
            IF NOT WS-FA-OK
                MOVE WS-FA-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACTIVOS-GL OPEN A"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-FA-EOF
                READ ASSET-GL-NEW
                    AT END SET WS-FA-EOF TO TRUE
                    NOT AT END
                        WRITE ASSET-GL-RECORD
                            FROM ASSET-GL-NEW-LINE
                        IF NOT WS-FA-OK
                            MOVE WS-FA-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ACTIVOS-GL WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ASSET-GL-NEW ASSET-GL-FILE.

       EXTRAE-RECURRENTES.
      *    Lineas de los diarios recurrentes al lado que traen; la
      *    reversion de un periodo posterior al de la corrida queda
      *    pendiente en el feed hasta que llegue su periodo.
            MOVE "N" TO WS-JG-EOF-SWITCH.
            OPEN INPUT STANDING-GL-FILE.
            IF WS-JG-OK
                SET WS-JG-PRESENTE TO TRUE
                OPEN OUTPUT STANDING-GL-NEW
                IF NOT WS-JGN-OK
                    MOVE WS-JGN-STATUS TO WS-ABEND-STATUS
                    MOVE "EXTRAE-RECURRENTES OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM UNTIL WS-JG-EOF
                    READ STANDING-GL-FILE
                        AT END SET WS-JG-EOF TO TRUE
                        NOT AT END
                            PERFORM ASIENTA-RECURRENTE
                    END-READ
                END-PERFORM
                CLOSE STANDING-GL-FILE STANDING-GL-NEW
            END-IF.

       ASIENTA-RECURRENTE.
            IF JG-ESTADO = SPACE AND JG-IMPORTE > 0
                    AND JG-ANOMES <= WS-ANOMES
                MOVE JG-TIPO TO WS-JRN-TYPE-IN
                MOVE JG-CUENTA TO WS-JRN-ACCOUNT-IN
                MOVE JG-IMPORTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
                MOVE "R" TO JG-ESTADO
            END-IF.
            WRITE STANDING-GL-NEW-LINE FROM STANDING-GL-RECORD.
            IF NOT WS-JGN-OK
                MOVE WS-JGN-STATUS TO WS-ABEND-STATUS
                MOVE "ASIENTA-RECURRENTE WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-RECURRENTES-GL.
            MOVE "N" TO WS-JG-EOF-SWITCH.
            OPEN INPUT STANDING-GL-NEW.
            IF NOT WS-JGN-OK
                MOVE WS-JGN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECURRENTES-GL OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT STANDING-GL-FILE.
            IF NOT WS-JG-OK
                MOVE WS-JG-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RECURRENTES-GL OPEN D"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-JG-EOF
                READ STANDING-GL-NEW
                    AT END SET WS-JG-EOF TO TRUE
                    NOT AT END
                        WRITE STANDING-GL-RECORD
                            FROM STANDING-GL-NEW-LINE
                        IF NOT WS-JG-OK
                            MOVE WS-JG-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-RECURRENTES-GL WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STANDING-GL-NEW STANDING-GL-FILE.

       REPARTE-BENEFICIOS.
      *    El gasto patronal se reparte entre los centros en la
      *    misma proporcion que el salario repartido; el ultimo
      *    centro lleva el residuo. Sin nomina en la corrida no hay
      *    base de reparto y el gasto va entero a BENGAS.
            IF WS-NOM-GROSS = 0
                MOVE "D" TO WS-JRN-TYPE-IN
                MOVE "BENGAS  " TO WS-JRN-ACCOUNT-IN
                MOVE WS-BEN-PENDIENTE TO WS-JRN-AMOUNT-IN
                PERFORM AGREGA-ASIENTO
            ELSE
                MOVE 0 TO WS-BEN-REPARTIDO
                PERFORM VARYING DEP-IDX FROM 1 BY 1
                        UNTIL DEP-IDX > WS-DEP-COUNT
                    IF DEP-IDX = WS-DEP-COUNT
                        COMPUTE WS-DEP-BENEF (DEP-IDX) =
                            WS-BEN-PENDIENTE - WS-BEN-REPARTIDO
                    ELSE
                        COMPUTE WS-DEP-BENEF (DEP-IDX) =
                            WS-BEN-PENDIENTE * WS-DEP-GROSS (DEP-IDX)
                            / WS-NOM-GROSS
                    END-IF
                    ADD WS-DEP-BENEF (DEP-IDX) TO WS-BEN-REPARTIDO
                    IF WS-DEP-BENEF (DEP-IDX) > 0
                        MOVE "D" TO WS-JRN-TYPE-IN
                        MOVE WS-DEP-CODE (DEP-IDX) TO WS-CTA-BEN-DEPT
                        MOVE WS-CTA-BENEFICIO TO WS-JRN-ACCOUNT-IN
                        MOVE WS-DEP-BENEF (DEP-IDX)
                            TO WS-JRN-AMOUNT-IN
                        PERFORM AGREGA-ASIENTO
                    END-IF
                END-PERFORM
            END-IF.

       ASIENTA-BENEFICIO.
      *    El haber va por registro; el debe se acumula y lo
      *    reparte por centro REPARTE-BENEFICIOS al final.
            IF BG-ESTADO = SPACE AND BG-IMPORTE > 0
                ADD BG-IMPORTE TO WS-BEN-PENDIENTE
                MOVE "C" TO WS-JRN-TYPE-IN
                MOVE "BENPAG  " TO WS-JRN-ACCOUNT-IN
                MOVE BG-IMPORTE TO WS-JRN-AMOUNT-IN

       AGREGA-ASIENTO.
            PERFORM VALIDA-CUENTA.
            IF WS-JRN-COUNT >= 400
                DISPLAY "TABLA DE ASIENTOS LLENA EN 400 ENTRADAS"
                MOVE "AGREGA-ASIENTO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-PERFORM.
            CLOSE PERIOD-JOURNAL.

       IMPRIME-DISTRIBUCION.
      *    Costo laboral del mes por centro: salario repartido,
      *    parte patronal repartida y total, con su peso en el
      *    costo de la corrida.
            OPEN OUTPUT LABOR-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-DISTRIBUCION OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANOMES TO WS-TIT-ANOMES.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-BEN-TOTAL.
            PERFORM VARYING DEP-IDX FROM 1 BY 1
                    UNTIL DEP-IDX > WS-DEP-COUNT
                ADD WS-DEP-BENEF (DEP-IDX) TO WS-BEN-TOTAL
            END-PERFORM.
            COMPUTE WS-COSTO-TOTAL = WS-NOM-GROSS + WS-BEN-TOTAL.
            PERFORM VARYING DEP-IDX FROM 1 BY 1
                    UNTIL DEP-IDX > WS-DEP-COUNT
                PERFORM IMPRIME-CENTRO
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-NOM-GROSS TO WS-TOT-SALARIO.
            MOVE WS-BEN-TOTAL TO WS-TOT-BENEF.
            MOVE WS-COSTO-TOTAL TO WS-TOT-COSTO.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-SIN-ASIGNACION TO WS-SAL-CUENTA.
            WRITE REPORT-LINE FROM WS-SIN-ASIG-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TA-RECHAZADAS TO WS-REC-CUENTA.
            WRITE REPORT-LINE FROM WS-RECHAZO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE LABOR-REPORT.

       IMPRIME-CENTRO.
            MOVE WS-DEP-CODE (DEP-IDX) TO WS-CEN-CODIGO.
            MOVE WS-DEP-CODE (DEP-IDX) TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            MOVE WS-DEPTM-NAME TO WS-CEN-NOMBRE.
            MOVE WS-DEP-EMPLEADOS (DEP-IDX) TO WS-CEN-EMPLEADOS.
            MOVE WS-DEP-GROSS (DEP-IDX) TO WS-CEN-SALARIO.
            MOVE WS-DEP-BENEF (DEP-IDX) TO WS-CEN-BENEF.
            COMPUTE WS-COSTO-CENTRO =
                WS-DEP-GROSS (DEP-IDX) + WS-DEP-BENEF (DEP-IDX).
            MOVE WS-COSTO-CENTRO TO WS-CEN-TOTAL.
            IF WS-COSTO-TOTAL > 0
                COMPUTE WS-CEN-PCT ROUNDED =
                    WS-COSTO-CENTRO * 100 / WS-COSTO-TOTAL
            ELSE
                MOVE 0 TO WS-CEN-PCT
            END-IF.
            WRITE REPORT-LINE FROM WS-CENTRO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-DISTRIBUCION WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE "N" TO WS-ACM-EOF-SWITCH.
            MOVE "N" TO WS-BGL-EOF-SWITCH.
            MOVE "N" TO WS-BGL-PRESENTE-SWITCH.
            MOVE "N" TO WS-RGL-EOF-SWITCH.
            MOVE "N" TO WS-RGL-PRESENTE-SWITCH.
            MOVE "N" TO WS-XGL-EOF-SWITCH.
            MOVE "N" TO WS-XGL-PRESENTE-SWITCH.
            MOVE "N" TO WS-AGL-EOF-SWITCH.
            MOVE "N" TO WS-AGL-PRESENTE-SWITCH.
            MOVE "N" TO WS-IG-EOF-SWITCH.
            MOVE "N" TO WS-IG-PRESENTE-SWITCH.
            MOVE "N" TO WS-VG-EOF-SWITCH.
            MOVE "N" TO WS-VG-PRESENTE-SWITCH.
            MOVE "N" TO WS-FA-EOF-SWITCH.
            MOVE "N" TO WS-FA-PRESENTE-SWITCH.
            MOVE "N" TO WS-JG-EOF-SWITCH.
            MOVE "N" TO WS-JG-PRESENTE-SWITCH.
            MOVE 0 TO WS-ACM-COUNT.
            MOVE 0 TO WS-RUN-TOTAL.
            MOVE 0 TO WS-DEP-COUNT.
            MOVE 0 TO WS-NOM-GROSS.
            MOVE "N" TO WS-TAL-EOF-SWITCH.
            MOVE 0 TO WS-TA-COUNT.
            MOVE 0 TO WS-TA-RECHAZADAS.
            MOVE 0 TO WS-SIN-ASIGNACION.
            MOVE 0 TO WS-BEN-PENDIENTE.
            MOVE 0 TO WS-NOM-TAX.
            MOVE 0 TO WS-NOM-SS.
            MOVE 0 TO WS-NOM-DED.
            MOVE 0 TO WS-RUNST-IN-COUNT.
            MOVE 0 TO WS-RUNST-OUT-COUNT.

       COPY "DEPTMWR.cpy".
       COPY "TXRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM EXTRAE-GL.
