      *          MANTIENE-PRESUPUESTO); actual salary spend per
      *          department comes from the period GL journal
      *          (GLPERIOD.DAT), whose SALdddd debit lines EXTRAE-GL
      *          posts night by night, filtered to the report month
      *          (already split along the month's time allocations,
      *          so shared staff count in each department they work
      *          for). Vendor invoices matched to the department's
      *          purchase orders of the month (POMAST.DAT, kept by
      *          MANTIENE-ORDENES and relieved by REGISTRA-FACT-PROV)
      *          count as actual too, and the unbilled balance of its
      *          open orders of the month is shown as committed.
      *          The report (BUDGRPT.TXT) shows budget, actual,
      *          committed, variance amount (actual against budget)
      *          and percentage per department with the department's
      *          name from DEPTMAST.DAT, and flags every department
      *          past the configurable overspend threshold from
      *          PARM81.DAT (report month YYYYMM and threshold
      *          percent; absent, business-date month and 10
      *          percent). A department not flagged whose actual
      *          plus committed already passes the budget is marked
      *          as over-committed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUDGET-REPORT ASSIGN TO "BUDGRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ORDCSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           05  FILLER               PIC X(22).

       FD  BUDGET-REPORT.
       01  REPORT-LINE              PIC X(120).

       COPY "ORDCFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       01  WS-UMBRAL                PIC 9(3) VALUE 10.
       01  WS-LINEA-ANOMES          PIC 9(6).

      *    Presupuesto, actual y comprometido por departamento del
      *    mes reportado.
       01  WS-BVA-MAX               PIC 9(2) VALUE 50.
       01  WS-BVA-COUNT             PIC 9(2) VALUE 0.
       01  WS-BVA-TABLE.
               10  WS-BVA-DEPT      PIC X(4).
               10  WS-BVA-PRESUP    PIC 9(9)V99 USAGE COMP-3.
               10  WS-BVA-ACTUAL    PIC 9(9)V99 USAGE COMP-3.
               10  WS-BVA-COMPROM   PIC 9(9)V99 USAGE COMP-3.
       01  WS-BVA-HALLADA-SWITCH    PIC X.
           88  WS-BVA-HALLADA       VALUE "Y".
       01  WS-BVA-DEPT-IN           PIC X(4).
           05  WS-DET-PRESUP        PIC Z(8)9.99.
           05  FILLER               PIC X(6) VALUE " REAL ".
           05  WS-DET-ACTUAL        PIC Z(8)9.99.
           05  FILLER               PIC X(6) VALUE " COMP ".
           05  WS-DET-COMPROM       PIC Z(8)9.99.
           05  FILLER               PIC X(5) VALUE " VAR ".
           05  WS-DET-VARIANZA      PIC -(7)9.99.
           05  FILLER               PIC X VALUE SPACE.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ORDCWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM CARGA-PRESUPUESTOS.
            PERFORM ACUMULA-ACTUALES.
            PERFORM ACUMULA-ORDENES.
            PERFORM IMPRIME-REPORTE.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
                CLOSE PERIOD-JOURNAL
            END-IF.

       ACUMULA-ORDENES.
      *    Lo facturado contra una orden ya es gasto real; lo que
      *    falta facturar de una orden abierta queda comprometido.
      *    Cerrada, la orden ya no compromete; anulada, no cuenta.
            PERFORM CARGA-ORDENES-COMPRA.
            PERFORM VARYING WS-OC-I FROM 1 BY 1
                    UNTIL WS-OC-I > WS-OC-COUNT
                IF WS-OC-TBL-ANOMES (WS-OC-I) = WS-ANOMES
                        AND WS-OC-TBL-ESTADO (WS-OC-I) NOT = "X"
                    MOVE WS-OC-TBL-DEPT (WS-OC-I) TO WS-BVA-DEPT-IN
                    PERFORM BUSCA-O-CREA-DEPTO
                    ADD WS-OC-TBL-RELEVADO (WS-OC-I)
                        TO WS-BVA-ACTUAL (BVA-IDX)
                    IF WS-OC-TBL-ESTADO (WS-OC-I) = "A"
                        COMPUTE WS-BVA-COMPROM (BVA-IDX) =
                            WS-BVA-COMPROM (BVA-IDX)
                            + WS-OC-TBL-IMPORTE (WS-OC-I)
                            - WS-OC-TBL-RELEVADO (WS-OC-I)
                    END-IF
                END-IF
            END-PERFORM.

       BUSCA-O-CREA-DEPTO.
            MOVE "N" TO WS-BVA-HALLADA-SWITCH.
            PERFORM VARYING BVA-IDX FROM 1 BY 1
                MOVE WS-BVA-DEPT-IN TO WS-BVA-DEPT (BVA-IDX)
                MOVE 0 TO WS-BVA-PRESUP (BVA-IDX)
                MOVE 0 TO WS-BVA-ACTUAL (BVA-IDX)
                MOVE 0 TO WS-BVA-COMPROM (BVA-IDX)
            END-IF.

       IMPRIME-REPORTE.
            MOVE WS-DEPTM-NAME TO WS-DET-NOMBRE.
            MOVE WS-BVA-PRESUP (BVA-IDX) TO WS-DET-PRESUP.
            MOVE WS-BVA-ACTUAL (BVA-IDX) TO WS-DET-ACTUAL.
            MOVE WS-BVA-COMPROM (BVA-IDX) TO WS-DET-COMPROM.
            COMPUTE WS-VARIANZA = WS-BVA-ACTUAL (BVA-IDX)
                - WS-BVA-PRESUP (BVA-IDX).
            MOVE WS-VARIANZA TO WS-DET-VARIANZA.
                IF WS-VARIANZA-PCT > WS-UMBRAL
                    MOVE "** SOBREGIRO **" TO WS-DET-MARCA
                    ADD 1 TO WS-SOBREGIRADOS
                ELSE
                    IF WS-BVA-ACTUAL (BVA-IDX)
                            + WS-BVA-COMPROM (BVA-IDX)
                            > WS-BVA-PRESUP (BVA-IDX)
                        MOVE "SOBRECOMPROMETE" TO WS-DET-MARCA
                    END-IF
                END-IF
            END-IF.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "ORDCWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
