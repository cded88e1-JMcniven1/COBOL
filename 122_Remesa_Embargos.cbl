      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic remittance of the court-ordered garnishments
      *          to the creditors. Takes the pending amounts that
      *          CALCULA-NOMINA withheld order by order on EMBRET.DAT
      *          for the remittance month (PARM122.DAT in the
      *          PARM72.DAT idiom carries the YYYYMM; absent, the
      *          business-date month applies), prints the remittance
      *          listing (EMBREM.TXT: one line per order withheld,
      *          then one line per creditor with the remit details
      *          from PAYEEMST.DAT) and writes one payment per
      *          creditor onto PAYMENTS.DAT under the creditor's
      *          legal name, so IMPRIME-CHEQUES cuts the cheques in
      *          the payables run. The remitted records are marked R
      *          so a re-run cannot remit the same month twice. A
      *          creditor no longer active on PAYEEMST is left
      *          pending and listed for follow-up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-EMBARGOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM122.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GARN-WITHHELD ASSIGN TO "EMBRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMR-STATUS.
           SELECT GARN-WITHHELD-NEW ASSIGN TO "EMBRET.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMN-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO "PAYEEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYM-STATUS.
           SELECT REMITTANCE-REPORT ASSIGN TO "EMBREM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIODO         PIC 9(6).

      *    Mismo layout que graba CALCULA-NOMINA.
       FD  GARN-WITHHELD.
       01  GARN-WITHHELD-RECORD.
           05  ER-FECHA             PIC 9(8).
           05  ER-REFERENCIA        PIC X(15).
           05  ER-EMPLOYEE-ID       PIC 9(6).
           05  ER-ACREEDOR          PIC X(6).
           05  ER-IMPORTE           PIC 9(7)V99.
           05  ER-SALDO             PIC 9(7)V99.
           05  ER-ESTADO            PIC X.

       FD  GARN-WITHHELD-NEW.
       01  GARN-WITHHELD-NEW-LINE   PIC X(54).

      *    Mismo layout que mantiene MANTIENE-BENEFICIARIOS.
       FD  PAYEE-MASTER.
       01  PAYEE-MASTER-RECORD.
           05  PY-ID                PIC X(6).
           05  PY-LEGAL-NAME        PIC X(30).
           05  PY-REMIT             PIC X(30).
           05  PY-ACTIVE            PIC X.

       FD  REMITTANCE-REPORT.
       01  REPORT-LINE              PIC X(80).

       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           05  PAY-PAYEE            PIC X(30).
           05  PAY-FECHA            PIC 9(8).
           05  PAY-AMOUNT           PIC 9(7)V99.
      *    Origen en blanco: pago a tercero, resuelve contra
      *    PAYEEMST por el nombre legal del acreedor.
           05  PAY-ORIGEN           PIC X.

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-EMR-STATUS            PIC XX.
           88  WS-EMR-OK            VALUE "00".
       01  WS-EMN-STATUS            PIC XX.
           88  WS-EMN-OK            VALUE "00".
       01  WS-PYM-STATUS            PIC XX.
           88  WS-PYM-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-PERIODO               PIC 9(6).
       01  WS-FECHA-PERIODO         PIC 9(6).
       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-REMESADOS             PIC 9(6) VALUE 0.
       01  WS-SIN-ACREEDOR          PIC 9(6) VALUE 0.
       01  WS-TOTAL-REMESA          PIC 9(9)V99 VALUE 0.
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".

      *    Acreedores activos de PAYEEMST, cargados al arranque.
       01  WS-PYM-MAX               PIC 9(4) VALUE 1000.
       01  WS-PYM-COUNT             PIC 9(4) VALUE 0.
       01  WS-PYM-TABLE.
           05  WS-PYM-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PYM-IDX.
               10  WS-PYM-ID        PIC X(6).
               10  WS-PYM-NOMBRE    PIC X(30).
               10  WS-PYM-REMIT     PIC X(30).

      *    Remesa acumulada por acreedor. Un acreedor que no cabe
      *    quedaria marcado R sin pago: se aborta antes de promover.
       01  WS-AC-MAX                PIC 9(3) VALUE 200.
       01  WS-AC-COUNT              PIC 9(3) VALUE 0.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 200 TIMES
                   INDEXED BY AC-IDX.
               10  WS-AC-ID         PIC X(6).
               10  WS-AC-NOMBRE     PIC X(30).
               10  WS-AC-REMIT      PIC X(30).
               10  WS-AC-ORDENES    PIC 9(5).
               10  WS-AC-IMPORTE    PIC 9(9)V99.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(33)
                   VALUE "REMESA DE EMBARGOS JUDICIALES - ".
           05  FILLER               PIC X(4) VALUE "MES ".
           05  WS-TIT-PERIODO       PIC 9(6).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(34)
                   VALUE "ACREEDOR REFERENCIA      EMPLEADO ".
           05  FILLER               PIC X(30)
                   VALUE "FECHA       IMPORTE      SALDO".
       01  WS-DETALLE-LINE.
           05  WS-DET-ACREEDOR      PIC X(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-REFERENCIA    PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-IMPORTE       PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-SALDO         PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MARCA         PIC X(12).
       01  WS-ACREEDOR-LINE.
           05  WS-ACL-ID            PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-NOMBRE        PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-ORDENES       PIC ZZZZ9.
           05  FILLER               PIC X(8) VALUE " ORDENES".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-IMPORTE       PIC Z(8)9.99.
       01  WS-REMIT-LINE.
           05  FILLER               PIC X(16)
                   VALUE "       REMITIR A".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RML-REMIT         PIC X(30).
       01  WS-IMPORTE-LINE.
           05  WS-IMP-ETIQUETA      PIC X(28).
           05  WS-IMP-VALOR         PIC Z(8)9.99.
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "REMESA-EMBARGOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            COMPUTE WS-PERIODO = WS-OPSLOG-DATE / 100.
            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-ACREEDORES.

            OPEN INPUT GARN-WITHHELD.
            IF NOT WS-EMR-OK
                DISPLAY "EMBRET.DAT AUSENTE - NADA QUE REMESAR"
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.
            OPEN OUTPUT GARN-WITHHELD-NEW.
            IF NOT WS-EMN-OK
                MOVE WS-EMN-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN EMBNEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT REMITTANCE-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN EMBREM"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM ESCRIBE-CABECERA.

            PERFORM UNTIL WS-EOF
                READ GARN-WITHHELD
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        PERFORM PROCESA-RETENIDO
                END-READ
            END-PERFORM.
            CLOSE GARN-WITHHELD GARN-WITHHELD-NEW.

            PERFORM ESCRIBE-RESUMEN.
            CLOSE REMITTANCE-REPORT.

            IF WS-REMESADOS = 0
                DISPLAY "SIN EMBARGOS PENDIENTES DEL MES " WS-PERIODO
            ELSE
                PERFORM GENERA-PAGOS
                PERFORM PROMUEVE-RETENIDOS
                DISPLAY "REMESA DE EMBARGOS - ORDENES: " WS-REMESADOS
                    " ACREEDORES: " WS-AC-COUNT
            END-IF.
            IF WS-SIN-ACREEDOR > 0
                DISPLAY "RETENCIONES SIN ACREEDOR ACTIVO EN PAYEEMST "
                    "(QUEDAN PENDIENTES): " WS-SIN-ACREEDOR
            END-IF.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-REMESADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PROCESA-RETENIDO.
      *    Lo pendiente del mes con acreedor activo se acumula y se
      *    marca R en la copia de trabajo; todo lo demas pasa tal
      *    cual.
            COMPUTE WS-FECHA-PERIODO = ER-FECHA / 100.
            IF ER-ESTADO = SPACE
                    AND WS-FECHA-PERIODO = WS-PERIODO
                PERFORM BUSCA-ACREEDOR
                MOVE ER-ACREEDOR TO WS-DET-ACREEDOR
                MOVE ER-REFERENCIA TO WS-DET-REFERENCIA
                MOVE ER-EMPLOYEE-ID TO WS-DET-EMPLEADO
                MOVE ER-FECHA TO WS-DET-FECHA
                MOVE ER-IMPORTE TO WS-DET-IMPORTE
                MOVE ER-SALDO TO WS-DET-SALDO
                IF WS-HALLADO
                    PERFORM ACUMULA-ACREEDOR
                    ADD ER-IMPORTE TO WS-TOTAL-REMESA
                    ADD 1 TO WS-REMESADOS
                    MOVE "R" TO ER-ESTADO
                    IF ER-SALDO = 0
                        MOVE "ORDEN SALDADA" TO WS-DET-MARCA
                    ELSE
                        MOVE SPACES TO WS-DET-MARCA
                    END-IF
                ELSE
                    ADD 1 TO WS-SIN-ACREEDOR
                    MOVE "SIN ACREEDOR" TO WS-DET-MARCA
                END-IF
                WRITE REPORT-LINE FROM WS-DETALLE-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            WRITE GARN-WITHHELD-NEW-LINE FROM GARN-WITHHELD-RECORD.
            IF NOT WS-EMN-OK
                MOVE WS-EMN-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-RETENIDO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       BUSCA-ACREEDOR.
            MOVE "N" TO WS-HALLADO-SWITCH.
            SET PYM-IDX TO 1.
            SEARCH WS-PYM-ENTRY
                AT END CONTINUE
                WHEN PYM-IDX > WS-PYM-COUNT
                    CONTINUE
                WHEN WS-PYM-ID (PYM-IDX) = ER-ACREEDOR
                    SET WS-HALLADO TO TRUE
            END-SEARCH.

       ACUMULA-ACREEDOR.
            SET AC-IDX TO 1.
            SEARCH WS-AC-ENTRY
                AT END CONTINUE
                WHEN AC-IDX > WS-AC-COUNT
                    CONTINUE
                WHEN WS-AC-ID (AC-IDX) = ER-ACREEDOR
                    ADD 1 TO WS-AC-ORDENES (AC-IDX)
                    ADD ER-IMPORTE TO WS-AC-IMPORTE (AC-IDX)
                    MOVE "N" TO WS-HALLADO-SWITCH
            END-SEARCH.
      *    Sigue en "Y" si el acreedor aun no tenia entrada.
            IF WS-HALLADO
                IF WS-AC-COUNT < WS-AC-MAX
                    ADD 1 TO WS-AC-COUNT
                    SET AC-IDX TO WS-AC-COUNT
                    MOVE ER-ACREEDOR TO WS-AC-ID (AC-IDX)
                    MOVE WS-PYM-NOMBRE (PYM-IDX)
                        TO WS-AC-NOMBRE (AC-IDX)
                    MOVE WS-PYM-REMIT (PYM-IDX)
                        TO WS-AC-REMIT (AC-IDX)
                    MOVE 1 TO WS-AC-ORDENES (AC-IDX)
                    MOVE ER-IMPORTE TO WS-AC-IMPORTE (AC-IDX)
                ELSE
                    DISPLAY "TABLA DE ACREEDORES LLENA - REMESA "
                        "ABORTADA, EMBRET.DAT SIN CAMBIOS"
                    MOVE "ACUMULA-ACREEDOR"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       ESCRIBE-CABECERA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-PERIODO TO WS-TIT-PERIODO.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-RESUMEN.
      *    Una linea por acreedor con su pago y los datos de remesa.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING AC-IDX FROM 1 BY 1
                    UNTIL AC-IDX > WS-AC-COUNT
                MOVE WS-AC-ID (AC-IDX) TO WS-ACL-ID
                MOVE WS-AC-NOMBRE (AC-IDX) TO WS-ACL-NOMBRE
                MOVE WS-AC-ORDENES (AC-IDX) TO WS-ACL-ORDENES
                MOVE WS-AC-IMPORTE (AC-IDX) TO WS-ACL-IMPORTE
                WRITE REPORT-LINE FROM WS-ACREEDOR-LINE
                PERFORM VERIFICA-ESCRITURA
                MOVE WS-AC-REMIT (AC-IDX) TO WS-RML-REMIT
                WRITE REPORT-LINE FROM WS-REMIT-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL REMESADO:            " TO WS-IMP-ETIQUETA.
            MOVE WS-TOTAL-REMESA TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "ORDENES REMESADAS:         " TO WS-IMP-ETIQUETA.
            MOVE WS-REMESADOS TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "PENDIENTES SIN ACREEDOR:   " TO WS-IMP-ETIQUETA.
            MOVE WS-SIN-ACREEDOR TO WS-IMP-VALOR.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       GENERA-PAGOS.
      *    Un pago por acreedor al circuito de cheques normal.
            OPEN EXTEND PAYMENTS-FILE.
            IF NOT WS-PAY-OK
                OPEN OUTPUT PAYMENTS-FILE
                IF NOT WS-PAY-OK
                    MOVE WS-PAY-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-PAGOS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM VARYING AC-IDX FROM 1 BY 1
                    UNTIL AC-IDX > WS-AC-COUNT
                MOVE WS-AC-NOMBRE (AC-IDX) TO PAY-PAYEE
                MOVE WS-OPSLOG-DATE TO PAY-FECHA
                MOVE WS-AC-IMPORTE (AC-IDX) TO PAY-AMOUNT
                MOVE SPACE TO PAY-ORIGEN
                WRITE PAYMENT-RECORD
                IF NOT WS-PAY-OK
                    MOVE WS-PAY-STATUS TO WS-ABEND-STATUS
                    MOVE "GENERA-PAGOS WRITE" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE PAYMENTS-FILE.

       PROMUEVE-RETENIDOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT GARN-WITHHELD-NEW.
            IF NOT WS-EMN-OK
                MOVE WS-EMN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RETENIDOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT GARN-WITHHELD.
            IF NOT WS-EMR-OK
                MOVE WS-EMR-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RETENIDOS OPN W"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ GARN-WITHHELD-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE GARN-WITHHELD-RECORD
                            FROM GARN-WITHHELD-NEW-LINE
                        IF NOT WS-EMR-OK
                            MOVE WS-EMR-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-RETENIDOS WR"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE GARN-WITHHELD-NEW GARN-WITHHELD.

       CARGA-ACREEDORES.
      *    Sin PAYEEMST no hay a quien remesar: todo queda pendiente.
            OPEN INPUT PAYEE-MASTER.
            IF WS-PYM-OK
                PERFORM UNTIL WS-EOF
                    READ PAYEE-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF PY-ACTIVE = "Y"
                                PERFORM CARGA-UN-ACREEDOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYEE-MASTER
            ELSE
                DISPLAY "SIN PAYEEMST.DAT - EMBARGOS SIN REMESAR"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-UN-ACREEDOR.
            IF WS-PYM-COUNT < WS-PYM-MAX
                ADD 1 TO WS-PYM-COUNT
                SET PYM-IDX TO WS-PYM-COUNT
                MOVE PY-ID TO WS-PYM-ID (PYM-IDX)
                MOVE PY-LEGAL-NAME TO WS-PYM-NOMBRE (PYM-IDX)
                MOVE PY-REMIT TO WS-PYM-REMIT (PYM-IDX)
            ELSE
      *         Sus retenciones quedan pendientes, no se pierden.
                DISPLAY "TABLA DE BENEFICIARIOS LLENA - "
                    "ENTRADA OMITIDA " PY-ID
            END-IF.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PERIODO IS NUMERIC
                                AND PARM-PERIODO > 0
                            MOVE PARM-PERIODO TO WS-PERIODO
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REMESA-EMBARGOS WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REMESA-EMBARGOS.
