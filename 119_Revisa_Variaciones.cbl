      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll variance review, the gate between the
      *          payroll run (CALCULA-NOMINA, the LIQUIDA-BAJAS
      *          settlements and the CALCULA-AGUINALDO bonus slips,
      *          PAYSLIPS.DAT) and the payment runs.
      *          Each payroll payslip of the run is compared with
      *          the employee's previous payroll payslip on the
      *          payslip history (PAYHIST): gross, deductions (tax,
      *          social security and the coded deductions) and net.
      *          A bonus slip (one that matches, by employee and
      *          amounts, a type A history record archived this
      *          month) is compared with the employee's previous
      *          bonus instead; with no earlier bonus only its net
      *          is checked. A settlement slip (type F archived this
      *          month) has nothing to compare with: it gets the net
      *          checks only and counts as the employee's payslip
      *          for the missing check. Held bonus and settlement
      *          items carry their slip type on NOMHOLD.DAT and say
      *          so in the reason. A payslip is flagged when any of
      *          the amounts moved by more than the
      *          percentage in PARM119.DAT (default 10%), when the
      *          employee had no previous payslip (new employee),
      *          or when the net is zero or does not square with
      *          gross less deductions (a negative net the unsigned
      *          payslip field cannot carry). Employees paid in the
      *          previous period with no payslip in this run are
      *          flagged as missing. Flagged items are listed for the
      *          payroll supervisor on NOMVAR.TXT and written to the
      *          payroll hold file NOMHOLD.DAT as pending; while any
      *          item is pending DEPOSITO-DIRECTO produces no payment
      *          files. LIBERA-NOMINA releases them, for an operator
      *          at or above the PARM119.DAT authority level.
      *          NOMHOLD.DAT always opens with a control record
      *          (type C) carrying the business date and period of
      *          the review, even when nothing is held;
      *          DEPOSITO-DIRECTO pays only against a review of its
      *          own business date. With no earlier history (first
      *          archived period) only the net checks apply, there
      *          is nothing to compare with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-VARIACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Umbral de variacion y nivel de liberacion; sin fichero,
      *    10% y nivel 3.
           SELECT PARM-FILE ASSIGN TO "PARM119.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
      *    Partidas retenidas de la corrida: se regraba entero en
      *    cada revision; LIBERA-NOMINA las marca liberadas.
           SELECT PAYROLL-HOLD ASSIGN TO "NOMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHL-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "NOMVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "PAYHSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PORCENTAJE      PIC 9(3)V99.
           05  PARM-NIVEL-LIBERA    PIC 9.

      *    Mismo layout que graba CALCULA-NOMINA.
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

      *    Una partida por empleado marcado: los motivos en Y/N,
      *    los importes anterior y actual, y el estado P pendiente
      *    o L liberada (con quien la libero y cuando). El tipo de
      *    recibo (N nomina, A aguinaldo, F liquidacion) separa las
      *    partidas de un mismo empleado en el periodo.
       FD  PAYROLL-HOLD.
       01  PAYROLL-HOLD-RECORD.
           05  NH-EMPLOYEE-ID       PIC 9(6).
           05  NH-PERIODO           PIC 9(6).
           05  NH-TIPO-RECIBO       PIC X.
           05  NH-APELLIDOS         PIC X(20).
           05  NH-MOT-VARIACION     PIC X.
           05  NH-MOT-NUEVO         PIC X.
           05  NH-MOT-AUSENTE       PIC X.
           05  NH-MOT-NETO          PIC X.
           05  NH-GROSS-ANT         PIC 9(7)V99.
           05  NH-GROSS             PIC 9(7)V99.
           05  NH-NET-ANT           PIC 9(7)V99.
           05  NH-NET               PIC 9(7)V99.
           05  NH-ESTADO            PIC X.
           05  NH-LIBERADOR         PIC X(8).
           05  NH-FECHA-LIB         PIC 9(8).

      *    Primer registro del fichero, grabado aunque nada quede
      *    retenido: fecha de negocio y periodo de la revision, para
      *    que DEPOSITO-DIRECTO no pague con un NOMHOLD de otra noche.
       01  PAYROLL-HOLD-CONTROL.
           05  NHC-EMPLOYEE-ID      PIC 9(6).
           05  NHC-PERIODO          PIC 9(6).
           05  NHC-TIPO             PIC X.
               88  NHC-ES-CONTROL   VALUE "C".
           05  NHC-FECHA-REVISION   PIC 9(8).
           05  FILLER               PIC X(69).

       FD  VARIANCE-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "PAYHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-SLIP-STATUS           PIC XX.
           88  WS-SLIP-OK           VALUE "00".
       01  WS-NHL-STATUS            PIC XX.
           88  WS-NHL-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-PORCENTAJE            PIC 9(3)V99 VALUE 10.
       01  WS-NIVEL-LIBERA          PIC 9 VALUE 3.
       01  WS-PERIODO-ACTUAL        PIC 9(6).
       01  WS-PERIODO-ANTERIOR      PIC 9(6) VALUE 0.

      *    Ultimo recibo de nomina anterior al periodo por empleado,
      *    del historico. El historico viene ordenado por empleado y
      *    periodo: el ultimo leido de cada empleado es el bueno.
       01  WS-AN-MAX                PIC 9(4) VALUE 2000.
       01  WS-AN-COUNT              PIC 9(4) VALUE 0.
       01  WS-AN-TABLE.
           05  WS-AN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY AN-IDX.
               10  WS-AN-EMP        PIC 9(6).
               10  WS-AN-APELLIDOS  PIC X(20).
               10  WS-AN-NOMBRE     PIC X(15).
               10  WS-AN-PERIODO    PIC 9(6).
               10  WS-AN-GROSS      PIC 9(7)V99.
               10  WS-AN-DEDUC      PIC 9(7)V99.
               10  WS-AN-NET        PIC 9(7)V99.
               10  WS-AN-VISTO      PIC X.
       01  WS-AN-HALLADO-SWITCH     PIC X.
           88  WS-AN-HALLADO        VALUE "Y".

      *    Ultimo aguinaldo anterior al de este mes por empleado: la
      *    base de los recibos de aguinaldo de la corrida.
       01  WS-AA-MAX                PIC 9(4) VALUE 2000.
       01  WS-AA-COUNT              PIC 9(4) VALUE 0.
       01  WS-AA-TABLE.
           05  WS-AA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY AA-IDX.
               10  WS-AA-EMP        PIC 9(6).
               10  WS-AA-GROSS      PIC 9(7)V99.
               10  WS-AA-DEDUC      PIC 9(7)V99.
               10  WS-AA-NET        PIC 9(7)V99.
       01  WS-AA-HALLADO-SWITCH     PIC X.
           88  WS-AA-HALLADO        VALUE "Y".

      *    Recibos de aguinaldo (A) y de liquidacion (F) archivados
      *    este mes. PAYSLIPS.DAT los trae junto a los de nomina sin
      *    tipo: se reconocen por empleado, bruto, deducciones y
      *    neto, y cada uno sirve para un solo recibo.
       01  WS-RE-MAX                PIC 9(4) VALUE 2000.
       01  WS-RE-COUNT              PIC 9(4) VALUE 0.
       01  WS-RE-TABLE.
           05  WS-RE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RE-IDX.
               10  WS-RE-EMP        PIC 9(6).
               10  WS-RE-TIPO       PIC X.
               10  WS-RE-GROSS      PIC 9(7)V99.
               10  WS-RE-DEDUC      PIC 9(7)V99.
               10  WS-RE-NET        PIC 9(7)V99.
               10  WS-RE-USADO      PIC X.
       01  WS-PH-MES                PIC 9(6).

       01  WS-TIPO-RECIBO           PIC X.
           88  WS-RECIBO-NOMINA     VALUE "N".
           88  WS-RECIBO-AGUINALDO  VALUE "A".
           88  WS-RECIBO-FINIQUITO  VALUE "F".

      *    Evaluacion de un empleado.
       01  WS-MOTIVOS.
           05  WS-MOT-VARIACION     PIC X.
               88  WS-HAY-VARIACION VALUE "Y".
           05  WS-MOT-NUEVO         PIC X.
               88  WS-ES-NUEVO      VALUE "Y".
           05  WS-MOT-AUSENTE       PIC X.
               88  WS-ES-AUSENTE    VALUE "Y".
           05  WS-MOT-NETO          PIC X.
               88  WS-NETO-MALO     VALUE "Y".
       01  WS-ACT-GROSS             PIC 9(7)V99.
       01  WS-ACT-DEDUC             PIC 9(7)V99.
       01  WS-ACT-NET               PIC 9(7)V99.
       01  WS-ANT-GROSS             PIC 9(7)V99.
       01  WS-ANT-DEDUC             PIC 9(7)V99.
       01  WS-ANT-NET               PIC 9(7)V99.
       01  WS-NETO-CALC             PIC S9(8)V99.
       01  WS-CMP-ANT               PIC 9(7)V99.
       01  WS-CMP-ACT               PIC 9(7)V99.
       01  WS-CMP-DIF               PIC S9(8)V99.
       01  WS-CMP-PCT               PIC 9(5)V99.
       01  WS-PCT-GROSS             PIC 9(5)V99.
       01  WS-PCT-DEDUC             PIC 9(5)V99.
       01  WS-PCT-NET               PIC 9(5)V99.
       01  WS-EMP-ID                PIC 9(6).
       01  WS-EMP-APELLIDOS         PIC X(20).
       01  WS-EMP-NOMBRE            PIC X(15).
       01  WS-MOTIVO-TEXTO          PIC X(60).
       01  WS-MOTIVO-PTR            PIC 9(3).

       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-MARCADOS              PIC 9(6) VALUE 0.
       01  WS-COUNT-VARIACION       PIC 9(6) VALUE 0.
       01  WS-COUNT-NUEVOS          PIC 9(6) VALUE 0.
       01  WS-COUNT-AUSENTES        PIC 9(6) VALUE 0.
       01  WS-COUNT-NETO            PIC 9(6) VALUE 0.
       01  WS-COUNT-AGUINALDO       PIC 9(6) VALUE 0.
       01  WS-COUNT-FINIQUITO       PIC 9(6) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(36)
                   VALUE "REVISION DE VARIACIONES DE NOMINA".
           05  FILLER               PIC X(9) VALUE "PERIODO: ".
           05  WS-TIT-PERIODO       PIC 9(6).
           05  FILLER               PIC X(12) VALUE "  ANTERIOR: ".
           05  WS-TIT-ANTERIOR      PIC 9(6).
       01  WS-UMBRAL-LINE.
           05  FILLER               PIC X(22)
                   VALUE "UMBRAL DE VARIACION: ".
           05  WS-UMB-PCT           PIC ZZ9.99.
           05  FILLER               PIC X(2) VALUE " %".
           05  FILLER               PIC X(24)
                   VALUE "   NIVEL PARA LIBERAR: ".
           05  WS-UMB-NIVEL         PIC 9.
       01  WS-SIN-BASE-LINE         PIC X(70)
               VALUE "SIN HISTORICO ANTERIOR - SOLO SE REVISA EL NETO".
       01  WS-EMP-LINE.
           05  FILLER               PIC X(9) VALUE "EMPLEADO ".
           05  WS-DET-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-NOMBRE        PIC X(15).
       01  WS-MOTIVO-LINE.
           05  FILLER               PIC X(10) VALUE "  MOTIVO: ".
           05  WS-DET-MOTIVO        PIC X(60).
       01  WS-CMP-LINE.
           05  FILLER               PIC X(2) VALUE SPACE.
           05  WS-CMP-CONCEPTO      PIC X(12).
           05  FILLER               PIC X(9) VALUE "ANTERIOR ".
           05  WS-CMP-ANT-ED        PIC Z(6)9.99.
           05  FILLER               PIC X(8) VALUE "  ACTUAL".
           05  WS-CMP-ACT-ED        PIC Z(7)9.99.
           05  FILLER               PIC X(7) VALUE "  VAR% ".
           05  WS-CMP-PCT-ED        PIC ZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CMP-MARCA         PIC X.
       01  WS-TOTAL-LINE.
           05  WS-TOT-CONCEPTO      PIC X(30).
           05  WS-TOT-CUENTA        PIC ZZZZZ9.
       01  WS-FIRMA-LINE.
           05  FILLER               PIC X(42)
                   VALUE "REVISADO POR NOMINA: ____________________".
           05  FILLER               PIC X(20)
                   VALUE "  FECHA: __________".
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PAYHWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "REVISA-VARIACIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            COMPUTE WS-PERIODO-ACTUAL = WS-OPSLOG-DATE / 100.
            PERFORM CARGA-HISTORIA-ANTERIOR.

            OPEN OUTPUT VARIANCE-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN NOMVAR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PAYROLL-HOLD.
            IF NOT WS-NHL-OK
                MOVE WS-NHL-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN NOMHOLD"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM GRABA-CONTROL-RETENCION.
            OPEN INPUT PAYSLIP-FILE.
            IF NOT WS-SLIP-OK
                MOVE WS-SLIP-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN PAYSLIPS"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            PERFORM ESCRIBE-CABECERA.

            PERFORM UNTIL WS-EOF
                READ PAYSLIP-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        PERFORM REVISA-RECIBO
                END-READ
            END-PERFORM.
            CLOSE PAYSLIP-FILE.

      *    Cobraron el periodo anterior y no tienen recibo ahora.
            PERFORM VARYING AN-IDX FROM 1 BY 1
                    UNTIL AN-IDX > WS-AN-COUNT
                IF WS-AN-VISTO (AN-IDX) NOT = "Y"
                        AND WS-AN-PERIODO (AN-IDX)
                            = WS-PERIODO-ANTERIOR
                    PERFORM REVISA-AUSENTE
                END-IF
            END-PERFORM.

            PERFORM ESCRIBE-TOTALES.
            CLOSE VARIANCE-REPORT PAYROLL-HOLD.

            DISPLAY "REVISION DE VARIACIONES - RECIBOS: " WS-LEIDOS
                " RETENIDOS PARA LIBERAR: " WS-MARCADOS.
            IF WS-MARCADOS > 0
                DISPLAY "PAGOS DE NOMINA RETENIDOS HASTA LIBERACION "
                    "(LIBERA-NOMINA)"
                MOVE "NOMINA RETENIDA POR VARIACIONES"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
            END-IF.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-MARCADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       REVISA-RECIBO.
            MOVE "NNNN" TO WS-MOTIVOS.
            MOVE PS-EMPLOYEE-ID TO WS-EMP-ID.
            MOVE PS-APELLIDOS TO WS-EMP-APELLIDOS.
            MOVE PS-NOMBRE TO WS-EMP-NOMBRE.
            MOVE PS-GROSS TO WS-ACT-GROSS.
            COMPUTE WS-ACT-DEDUC = PS-TAX + PS-SS + PS-DED-TOTAL.
            MOVE PS-NET TO WS-ACT-NET.
            PERFORM CLASIFICA-RECIBO.

      *    Neto en cero, o que no cuadra con bruto menos deducciones:
      *    un neto negativo llega al campo sin signo como su valor
      *    absoluto.
            COMPUTE WS-NETO-CALC = PS-GROSS - WS-ACT-DEDUC.
            IF PS-NET = 0 OR WS-NETO-CALC <= 0
                    OR WS-NETO-CALC NOT = PS-NET
                MOVE "Y" TO WS-MOT-NETO
            END-IF.

            EVALUATE TRUE
                WHEN WS-RECIBO-AGUINALDO
                    ADD 1 TO WS-COUNT-AGUINALDO
                    PERFORM REVISA-AGUINALDO
                WHEN WS-RECIBO-FINIQUITO
                    ADD 1 TO WS-COUNT-FINIQUITO
                    PERFORM REVISA-FINIQUITO
                WHEN OTHER
                    PERFORM REVISA-NOMINA
            END-EVALUATE.

            IF WS-MOTIVOS NOT = "NNNN"
                PERFORM MARCA-PARTIDA
            END-IF.

       CLASIFICA-RECIBO.
      *    Lo que no es aguinaldo ni liquidacion archivados este mes
      *    es recibo de nomina.
            SET WS-RECIBO-NOMINA TO TRUE.
            SET RE-IDX TO 1.
            SEARCH WS-RE-ENTRY
                AT END CONTINUE
                WHEN RE-IDX > WS-RE-COUNT
                    CONTINUE
                WHEN WS-RE-EMP (RE-IDX) = WS-EMP-ID
                        AND WS-RE-USADO (RE-IDX) = "N"
                        AND WS-RE-GROSS (RE-IDX) = WS-ACT-GROSS
                        AND WS-RE-DEDUC (RE-IDX) = WS-ACT-DEDUC
                        AND WS-RE-NET (RE-IDX) = WS-ACT-NET
                    MOVE WS-RE-TIPO (RE-IDX) TO WS-TIPO-RECIBO
                    MOVE "Y" TO WS-RE-USADO (RE-IDX)
            END-SEARCH.

       REVISA-NOMINA.
            PERFORM BUSCA-ANTERIOR.
            IF WS-AN-HALLADO
                MOVE "Y" TO WS-AN-VISTO (AN-IDX)
                MOVE WS-AN-GROSS (AN-IDX) TO WS-ANT-GROSS
                MOVE WS-AN-DEDUC (AN-IDX) TO WS-ANT-DEDUC
                MOVE WS-AN-NET (AN-IDX) TO WS-ANT-NET
                PERFORM COMPARA-IMPORTES
            ELSE
                MOVE 0 TO WS-ANT-GROSS WS-ANT-DEDUC WS-ANT-NET
                MOVE 0 TO WS-PCT-GROSS WS-PCT-DEDUC WS-PCT-NET
                IF WS-AN-COUNT > 0
                    MOVE "Y" TO WS-MOT-NUEVO
                END-IF
            END-IF.

       REVISA-AGUINALDO.
      *    El aguinaldo se compara con el aguinaldo anterior, no con
      *    la nomina del mes. Sin aguinaldo anterior (primer anio del
      *    empleado o del historico) solo cuenta el neto; el empleado
      *    nuevo ya se retuvo con su primera nomina.
            PERFORM BUSCA-AGUINALDO-ANTERIOR.
            IF WS-AA-HALLADO
                MOVE WS-AA-GROSS (AA-IDX) TO WS-ANT-GROSS
                MOVE WS-AA-DEDUC (AA-IDX) TO WS-ANT-DEDUC
                MOVE WS-AA-NET (AA-IDX) TO WS-ANT-NET
                PERFORM COMPARA-IMPORTES
            ELSE
                MOVE 0 TO WS-ANT-GROSS WS-ANT-DEDUC WS-ANT-NET
                MOVE 0 TO WS-PCT-GROSS WS-PCT-DEDUC WS-PCT-NET
            END-IF.

       REVISA-FINIQUITO.
      *    La liquidacion no tiene con que compararse: solo el neto.
      *    El empleado queda visto, no sale como sin recibo.
            MOVE 0 TO WS-ANT-GROSS WS-ANT-DEDUC WS-ANT-NET.
            MOVE 0 TO WS-PCT-GROSS WS-PCT-DEDUC WS-PCT-NET.
            PERFORM BUSCA-ANTERIOR.
            IF WS-AN-HALLADO
                MOVE "Y" TO WS-AN-VISTO (AN-IDX)
            END-IF.

       REVISA-AUSENTE.
            MOVE "NNYN" TO WS-MOTIVOS.
            SET WS-RECIBO-NOMINA TO TRUE.
            MOVE WS-AN-EMP (AN-IDX) TO WS-EMP-ID.
            MOVE WS-AN-APELLIDOS (AN-IDX) TO WS-EMP-APELLIDOS.
            MOVE WS-AN-NOMBRE (AN-IDX) TO WS-EMP-NOMBRE.
            MOVE WS-AN-GROSS (AN-IDX) TO WS-ANT-GROSS.
            MOVE WS-AN-DEDUC (AN-IDX) TO WS-ANT-DEDUC.
            MOVE WS-AN-NET (AN-IDX) TO WS-ANT-NET.
            MOVE 0 TO WS-ACT-GROSS WS-ACT-DEDUC WS-ACT-NET.
            MOVE 0 TO WS-PCT-GROSS WS-PCT-DEDUC WS-PCT-NET.
            PERFORM MARCA-PARTIDA.

       BUSCA-ANTERIOR.
            MOVE "N" TO WS-AN-HALLADO-SWITCH.
            SET AN-IDX TO 1.
            SEARCH WS-AN-ENTRY
                AT END CONTINUE
                WHEN AN-IDX > WS-AN-COUNT
                    CONTINUE
                WHEN WS-AN-EMP (AN-IDX) = WS-EMP-ID
                    SET WS-AN-HALLADO TO TRUE
            END-SEARCH.

       BUSCA-AGUINALDO-ANTERIOR.
            MOVE "N" TO WS-AA-HALLADO-SWITCH.
            SET AA-IDX TO 1.
            SEARCH WS-AA-ENTRY
                AT END CONTINUE
                WHEN AA-IDX > WS-AA-COUNT
                    CONTINUE
                WHEN WS-AA-EMP (AA-IDX) = WS-EMP-ID
                    SET WS-AA-HALLADO TO TRUE
            END-SEARCH.

       COMPARA-IMPORTES.
            MOVE WS-ANT-GROSS TO WS-CMP-ANT.
            MOVE WS-ACT-GROSS TO WS-CMP-ACT.
            PERFORM CALCULA-PORCENTAJE.
            MOVE WS-CMP-PCT TO WS-PCT-GROSS.
            MOVE WS-ANT-DEDUC TO WS-CMP-ANT.
            MOVE WS-ACT-DEDUC TO WS-CMP-ACT.
            PERFORM CALCULA-PORCENTAJE.
            MOVE WS-CMP-PCT TO WS-PCT-DEDUC.
            MOVE WS-ANT-NET TO WS-CMP-ANT.
            MOVE WS-ACT-NET TO WS-CMP-ACT.
            PERFORM CALCULA-PORCENTAJE.
            MOVE WS-CMP-PCT TO WS-PCT-NET.
            IF WS-PCT-GROSS > WS-PORCENTAJE
                    OR WS-PCT-DEDUC > WS-PORCENTAJE
                    OR WS-PCT-NET > WS-PORCENTAJE
                MOVE "Y" TO WS-MOT-VARIACION
            END-IF.

       CALCULA-PORCENTAJE.
      *    Variacion absoluta sobre el anterior; de cero a un importe
      *    cuenta como variacion maxima.
            COMPUTE WS-CMP-DIF = WS-CMP-ACT - WS-CMP-ANT.
            IF WS-CMP-DIF < 0
                COMPUTE WS-CMP-DIF = 0 - WS-CMP-DIF
            END-IF.
            IF WS-CMP-ANT = 0
                IF WS-CMP-DIF = 0
                    MOVE 0 TO WS-CMP-PCT
                ELSE
                    MOVE 99999.99 TO WS-CMP-PCT
                END-IF
            ELSE
                COMPUTE WS-CMP-PCT ROUNDED =
                    WS-CMP-DIF * 100 / WS-CMP-ANT
                    ON SIZE ERROR
                        MOVE 99999.99 TO WS-CMP-PCT
                END-COMPUTE
            END-IF.

       MARCA-PARTIDA.
            ADD 1 TO WS-MARCADOS.
            MOVE SPACES TO WS-MOTIVO-TEXTO.
            MOVE 1 TO WS-MOTIVO-PTR.
            EVALUATE TRUE
                WHEN WS-RECIBO-AGUINALDO
                    STRING "AGUINALDO: " DELIMITED BY SIZE
                        INTO WS-MOTIVO-TEXTO
                        WITH POINTER WS-MOTIVO-PTR
                WHEN WS-RECIBO-FINIQUITO
                    STRING "LIQUIDACION FINAL: " DELIMITED BY SIZE
                        INTO WS-MOTIVO-TEXTO
                        WITH POINTER WS-MOTIVO-PTR
            END-EVALUATE.
            IF WS-HAY-VARIACION
                ADD 1 TO WS-COUNT-VARIACION
                STRING "VARIACION SOBRE UMBRAL " DELIMITED BY SIZE
                    INTO WS-MOTIVO-TEXTO
                    WITH POINTER WS-MOTIVO-PTR
            END-IF.
            IF WS-ES-NUEVO
                ADD 1 TO WS-COUNT-NUEVOS
                STRING "EMPLEADO NUEVO " DELIMITED BY SIZE
                    INTO WS-MOTIVO-TEXTO
                    WITH POINTER WS-MOTIVO-PTR
            END-IF.
            IF WS-ES-AUSENTE
                ADD 1 TO WS-COUNT-AUSENTES
                STRING "SIN RECIBO ESTE PERIODO " DELIMITED BY SIZE
                    INTO WS-MOTIVO-TEXTO
                    WITH POINTER WS-MOTIVO-PTR
            END-IF.
            IF WS-NETO-MALO
                ADD 1 TO WS-COUNT-NETO
                STRING "NETO CERO O NEGATIVO " DELIMITED BY SIZE
                    INTO WS-MOTIVO-TEXTO
                    WITH POINTER WS-MOTIVO-PTR
            END-IF.

            MOVE WS-EMP-ID TO WS-DET-ID.
            MOVE WS-EMP-APELLIDOS TO WS-DET-APELLIDOS.
            MOVE WS-EMP-NOMBRE TO WS-DET-NOMBRE.
            WRITE REPORT-LINE FROM WS-EMP-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-MOTIVO-TEXTO TO WS-DET-MOTIVO.
            WRITE REPORT-LINE FROM WS-MOTIVO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "BRUTO" TO WS-CMP-CONCEPTO.
            MOVE WS-ANT-GROSS TO WS-CMP-ANT-ED.
            MOVE WS-ACT-GROSS TO WS-CMP-ACT-ED.
            MOVE WS-PCT-GROSS TO WS-CMP-PCT.
            PERFORM ESCRIBE-COMPARACION.
            MOVE "DEDUCCIONES" TO WS-CMP-CONCEPTO.
            MOVE WS-ANT-DEDUC TO WS-CMP-ANT-ED.
            MOVE WS-ACT-DEDUC TO WS-CMP-ACT-ED.
            MOVE WS-PCT-DEDUC TO WS-CMP-PCT.
            PERFORM ESCRIBE-COMPARACION.
            MOVE "NETO" TO WS-CMP-CONCEPTO.
            MOVE WS-ANT-NET TO WS-CMP-ANT-ED.
            MOVE WS-ACT-NET TO WS-CMP-ACT-ED.
            MOVE WS-PCT-NET TO WS-CMP-PCT.
            PERFORM ESCRIBE-COMPARACION.

            MOVE WS-EMP-ID TO NH-EMPLOYEE-ID.
            MOVE WS-PERIODO-ACTUAL TO NH-PERIODO.
            MOVE WS-TIPO-RECIBO TO NH-TIPO-RECIBO.
            MOVE WS-EMP-APELLIDOS TO NH-APELLIDOS.
            MOVE WS-MOT-VARIACION TO NH-MOT-VARIACION.
            MOVE WS-MOT-NUEVO TO NH-MOT-NUEVO.
            MOVE WS-MOT-AUSENTE TO NH-MOT-AUSENTE.
            MOVE WS-MOT-NETO TO NH-MOT-NETO.
            MOVE WS-ANT-GROSS TO NH-GROSS-ANT.
            MOVE WS-ACT-GROSS TO NH-GROSS.
            MOVE WS-ANT-NET TO NH-NET-ANT.
            MOVE WS-ACT-NET TO NH-NET.
            MOVE "P" TO NH-ESTADO.
            MOVE SPACES TO NH-LIBERADOR.
            MOVE 0 TO NH-FECHA-LIB.
            WRITE PAYROLL-HOLD-RECORD.
            IF NOT WS-NHL-OK
                MOVE WS-NHL-STATUS TO WS-ABEND-STATUS
                MOVE "MARCA-PARTIDA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       GRABA-CONTROL-RETENCION.
      *    Con que noche y periodo se reviso: sin este registro, o
      *    con otra fecha, DEPOSITO-DIRECTO no paga.
            MOVE SPACES TO PAYROLL-HOLD-CONTROL.
            MOVE 0 TO NHC-EMPLOYEE-ID.
            MOVE WS-PERIODO-ACTUAL TO NHC-PERIODO.
            SET NHC-ES-CONTROL TO TRUE.
            MOVE WS-OPSLOG-DATE TO NHC-FECHA-REVISION.
            WRITE PAYROLL-HOLD-CONTROL.
            IF NOT WS-NHL-OK
                MOVE WS-NHL-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-CONTROL-RETENCION WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       ESCRIBE-COMPARACION.
            IF WS-CMP-PCT > WS-PORCENTAJE
                MOVE "*" TO WS-CMP-MARCA
            ELSE
                MOVE SPACE TO WS-CMP-MARCA
            END-IF.
            MOVE WS-CMP-PCT TO WS-CMP-PCT-ED.
            WRITE REPORT-LINE FROM WS-CMP-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-CABECERA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-PERIODO-ACTUAL TO WS-TIT-PERIODO.
            MOVE WS-PERIODO-ANTERIOR TO WS-TIT-ANTERIOR.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-PORCENTAJE TO WS-UMB-PCT.
            MOVE WS-NIVEL-LIBERA TO WS-UMB-NIVEL.
            WRITE REPORT-LINE FROM WS-UMBRAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            IF WS-AN-COUNT = 0
                WRITE REPORT-LINE FROM WS-SIN-BASE-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "RECIBOS REVISADOS:" TO WS-TOT-CONCEPTO.
            MOVE WS-LEIDOS TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE "VARIACION SOBRE UMBRAL:" TO WS-TOT-CONCEPTO.
            MOVE WS-COUNT-VARIACION TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE "EMPLEADOS NUEVOS:" TO WS-TOT-CONCEPTO.
            MOVE WS-COUNT-NUEVOS TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE "SIN RECIBO ESTE PERIODO:" TO WS-TOT-CONCEPTO.
            MOVE WS-COUNT-AUSENTES TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE "NETO CERO O NEGATIVO:" TO WS-TOT-CONCEPTO.
            MOVE WS-COUNT-NETO TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE "RECIBOS DE AGUINALDO:" TO WS-TOT-CONCEPTO.
            MOVE WS-COUNT-AGUINALDO TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE "RECIBOS DE LIQUIDACION:" TO WS-TOT-CONCEPTO.
            MOVE WS-COUNT-FINIQUITO TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE "RETENIDOS PARA LIBERAR:" TO WS-TOT-CONCEPTO.
            MOVE WS-MARCADOS TO WS-TOT-CUENTA.
            PERFORM ESCRIBE-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-FIRMA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-TOTAL.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CARGA-HISTORIA-ANTERIOR.
      *    Sin historico todavia no hay base: la tabla queda vacia y
      *    solo se revisa el neto. Aguinaldos y liquidaciones de este
      *    mes van por fecha de corrida: la liquidacion se archiva en
      *    el periodo de la baja, que puede ser anterior.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-PAYH-OK
                PERFORM UNTIL WS-EOF
                    READ PAYSLIP-HISTORY NEXT
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            COMPUTE WS-PH-MES = PH-FECHA / 100
                            EVALUATE TRUE
                                WHEN PH-TIPO = "N"
                                    AND PH-PERIODO < WS-PERIODO-ACTUAL
                                    PERFORM ANOTA-ANTERIOR
                                WHEN (PH-TIPO = "A" OR PH-TIPO = "F")
                                    AND WS-PH-MES = WS-PERIODO-ACTUAL
                                    PERFORM ANOTA-RECIBO-ESPECIAL
                                WHEN PH-TIPO = "A"
                                    AND PH-PERIODO < WS-PERIODO-ACTUAL
                                    PERFORM ANOTA-AGUINALDO-ANTERIOR
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE PAYSLIP-HISTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ANOTA-ANTERIOR.
            IF PH-PERIODO > WS-PERIODO-ANTERIOR
                MOVE PH-PERIODO TO WS-PERIODO-ANTERIOR
            END-IF.
            MOVE "Y" TO WS-AN-HALLADO-SWITCH.
            IF WS-AN-COUNT > 0
                    AND WS-AN-EMP (WS-AN-COUNT) = PH-EMPLOYEE-ID
                SET AN-IDX TO WS-AN-COUNT
            ELSE
                IF WS-AN-COUNT < WS-AN-MAX
                    ADD 1 TO WS-AN-COUNT
                    SET AN-IDX TO WS-AN-COUNT
                ELSE
      *             Sin entrada el empleado saldra como nuevo: queda
      *             retenido y a la vista, no se pierde.
                    DISPLAY "TABLA DE RECIBOS ANTERIORES LLENA - "
                        "EMPLEADO " PH-EMPLOYEE-ID " SIN BASE"
                    MOVE "N" TO WS-AN-HALLADO-SWITCH
                END-IF
            END-IF.
            IF WS-AN-HALLADO
                MOVE PH-EMPLOYEE-ID TO WS-AN-EMP (AN-IDX)
                MOVE PH-APELLIDOS TO WS-AN-APELLIDOS (AN-IDX)
                MOVE PH-NOMBRE TO WS-AN-NOMBRE (AN-IDX)
                MOVE PH-PERIODO TO WS-AN-PERIODO (AN-IDX)
                MOVE PH-GROSS TO WS-AN-GROSS (AN-IDX)
                COMPUTE WS-AN-DEDUC (AN-IDX) =
                    PH-TAX + PH-SS + PH-DED-TOTAL
                MOVE PH-NET TO WS-AN-NET (AN-IDX)
                MOVE "N" TO WS-AN-VISTO (AN-IDX)
            END-IF.

       ANOTA-AGUINALDO-ANTERIOR.
      *    Mismo orden que la nomina: el ultimo leido es el bueno.
            MOVE "Y" TO WS-AA-HALLADO-SWITCH.
            IF WS-AA-COUNT > 0
                    AND WS-AA-EMP (WS-AA-COUNT) = PH-EMPLOYEE-ID
                SET AA-IDX TO WS-AA-COUNT
            ELSE
                IF WS-AA-COUNT < WS-AA-MAX
                    ADD 1 TO WS-AA-COUNT
                    SET AA-IDX TO WS-AA-COUNT
                ELSE
                    DISPLAY "TABLA DE AGUINALDOS ANTERIORES LLENA - "
                        "EMPLEADO " PH-EMPLOYEE-ID " SIN BASE"
                    MOVE "N" TO WS-AA-HALLADO-SWITCH
                END-IF
            END-IF.
            IF WS-AA-HALLADO
                MOVE PH-EMPLOYEE-ID TO WS-AA-EMP (AA-IDX)
                MOVE PH-GROSS TO WS-AA-GROSS (AA-IDX)
                COMPUTE WS-AA-DEDUC (AA-IDX) =
                    PH-TAX + PH-SS + PH-DED-TOTAL
                MOVE PH-NET TO WS-AA-NET (AA-IDX)
            END-IF.

       ANOTA-RECIBO-ESPECIAL.
      *    Sin entrada el recibo se revisa como de nomina: puede
      *    quedar retenido de mas, nunca de menos.
            IF WS-RE-COUNT < WS-RE-MAX
                ADD 1 TO WS-RE-COUNT
                SET RE-IDX TO WS-RE-COUNT
                MOVE PH-EMPLOYEE-ID TO WS-RE-EMP (RE-IDX)
                MOVE PH-TIPO TO WS-RE-TIPO (RE-IDX)
                MOVE PH-GROSS TO WS-RE-GROSS (RE-IDX)
                COMPUTE WS-RE-DEDUC (RE-IDX) =
                    PH-TAX + PH-SS + PH-DED-TOTAL
                MOVE PH-NET TO WS-RE-NET (RE-IDX)
                MOVE "N" TO WS-RE-USADO (RE-IDX)
            ELSE
                DISPLAY "TABLA DE AGUINALDOS Y LIQUIDACIONES LLENA - "
                    "EMPLEADO " PH-EMPLOYEE-ID " TIPO " PH-TIPO
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REVISA-VARIACIONES WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PORCENTAJE IS NUMERIC
                            MOVE PARM-PORCENTAJE TO WS-PORCENTAJE
                        END-IF
                        IF PARM-NIVEL-LIBERA IS NUMERIC
                                AND PARM-NIVEL-LIBERA > 0
                            MOVE PARM-NIVEL-LIBERA TO WS-NIVEL-LIBERA
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REVISA-VARIACIONES.
