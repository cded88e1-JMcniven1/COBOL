      *          the master is regrabado whole. What stays open is
      *          aged against the business date on the aging report
      *          (INVAGING.TXT, buckets 0-30 / 31-60 / 61-90 / over
      *          90 days), the listing collections runs on. The
      *          dunning level, last-notice date and dispute hold
      *          that EMITE-AVISOS-COBRO and GESTIONA-FACTURAS keep
      *          on each invoice are carried through unchanged.
      *          A credit that matches no open invoice is tried
      *          against the invoices written off against the
      *          bad-debt allowance (estado I): a match is a
      *          recovery, closed as estado V with the collection
      *          date and put on the bad-debt feed (INCGL.DAT) for
      *          EXTRAE-GL as the customer's account reinstated
      *          against the allowance, so the collection the ledger
      *          posted has a receivable to clear. The invoice
      *          amount matched is what is still owed on it, after
      *          any credit notes; the tax breakdown is carried
      *          through unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INVMSL.cpy".
           COPY "INCGSL.cpy".
           SELECT POSTED-REGISTER ASSIGN TO "POSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "INVMFD.cpy".
       COPY "INCGFD.cpy".

      *    Mismo layout que graba NUMERO_NEGATIVO; el importe crudo
      *    conserva los bytes DISPLAY con su signo.
           05  PR-ACCOUNT-ID        PIC X(8).
           05  PR-AMOUNT-RAW        PIC X(9).
           05  PR-FECHA             PIC 9(8).
           05  PR-TIPO              PIC X.

       FD  AGING-REPORT.
       01  REPORT-LINE              PIC X(80).
               10  WS-IV-IMPORTE    PIC 9(7)V99.
               10  WS-IV-ESTADO     PIC X.
               10  WS-IV-COBRO      PIC 9(8).
               10  WS-IV-NIVEL      PIC 9.
               10  WS-IV-FAVISO     PIC 9(8).
               10  WS-IV-RETENIDA   PIC X.
               10  WS-IV-COD-IMP    PIC X(4).
               10  WS-IV-NETO       PIC 9(7)V99.
               10  WS-IV-IMPUESTO   PIC 9(7)V99.
               10  WS-IV-BRUTO      PIC 9(7)V99.
       01  WS-IV-HALLADA-SWITCH     PIC X.
           88  WS-IV-HALLADA        VALUE "Y".

       01  WS-EDAD-DIAS             PIC S9(5).
       01  WS-COUNT-COBRADAS        PIC 9(4) VALUE 0.
       01  WS-COUNT-ABIERTAS        PIC 9(4) VALUE 0.
       01  WS-COUNT-RECUPERADAS     PIC 9(4) VALUE 0.
       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-BUCKET-0-30           PIC 9(9)V99 VALUE 0.
       01  WS-BUCKET-31-60          PIC 9(9)V99 VALUE 0.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INCGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".
                    MOVE "C" TO WS-IV-ESTADO (IV-IDX)
                    MOVE WS-OPSLOG-DATE TO WS-IV-COBRO (IV-IDX)
                    ADD 1 TO WS-COUNT-COBRADAS
                ELSE
                    PERFORM BUSCA-CASTIGADA
                END-IF
            END-IF.

       BUSCA-CASTIGADA.
      *    Sin factura abierta que calce, el abono puede ser el
      *    recupero de una castigada de la cuenta por el importe.
            PERFORM VARYING IV-IDX FROM 1 BY 1
                    UNTIL IV-IDX > WS-IV-COUNT
                    OR WS-IV-HALLADA
                IF WS-IV-ESTADO (IV-IDX) = "I"
                        AND WS-IV-ACCT (IV-IDX) = PR-ACCOUNT-ID
                        AND WS-IV-IMPORTE (IV-IDX) = WS-AMOUNT-NUM
                    SET WS-IV-HALLADA TO TRUE
                END-IF
            END-PERFORM.
            IF WS-IV-HALLADA
                SET IV-IDX DOWN BY 1
                MOVE "V" TO WS-IV-ESTADO (IV-IDX)
                MOVE WS-OPSLOG-DATE TO WS-IV-COBRO (IV-IDX)
                ADD 1 TO WS-COUNT-RECUPERADAS
                MOVE "V" TO WS-IG-TIPO
                MOVE WS-IV-ACCT (IV-IDX) TO WS-IG-DEBE
                MOVE WS-IG-CTA-PROVISION TO WS-IG-HABER
                MOVE WS-IV-IMPORTE (IV-IDX) TO WS-IG-IMPORTE
                MOVE WS-IV-NUMBER (IV-IDX) TO WS-IG-FACTURA
                PERFORM AGREGA-ASIENTO-INCOBRABLE
                DISPLAY "RECUPERO DE FACTURA CASTIGADA "
                    WS-IV-NUMBER (IV-IDX) " CUENTA "
                    WS-IV-ACCT (IV-IDX)
            END-IF.

       ENVEJECE-ABIERTAS.
            OPEN OUTPUT AGING-REPORT.
            IF NOT WS-RPT-OK
            MOVE WS-COUNT-COBRADAS TO WS-SUM-COUNT.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "RECUPERADAS DE CASTIGO: " TO WS-SUM-LABEL.
            MOVE WS-COUNT-RECUPERADAS TO WS-SUM-COUNT.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "ABIERTAS: " TO WS-SUM-LABEL.
            MOVE WS-COUNT-ABIERTAS TO WS-SUM-COUNT.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
                MOVE IV-IMPORTE TO WS-IV-IMPORTE (IV-IDX)
                MOVE IV-ESTADO TO WS-IV-ESTADO (IV-IDX)
                MOVE IV-FECHA-COBRO TO WS-IV-COBRO (IV-IDX)
      *         Los datos de cobranza por avisos se conservan tal
      *         cual; en registros anteriores a ellos van en blanco.
                IF IV-NIVEL-AVISO IS NUMERIC
                    MOVE IV-NIVEL-AVISO TO WS-IV-NIVEL (IV-IDX)
                ELSE
                    MOVE 0 TO WS-IV-NIVEL (IV-IDX)
                END-IF
                IF IV-FECHA-AVISO IS NUMERIC
                    MOVE IV-FECHA-AVISO TO WS-IV-FAVISO (IV-IDX)
                ELSE
                    MOVE 0 TO WS-IV-FAVISO (IV-IDX)
                END-IF
                IF IV-EN-DISPUTA
                    MOVE "S" TO WS-IV-RETENIDA (IV-IDX)
                ELSE
                    MOVE "N" TO WS-IV-RETENIDA (IV-IDX)
                END-IF
      *         Lo mismo el desglose del impuesto.
                IF IV-BRUTO IS NUMERIC AND IV-NETO IS NUMERIC
                        AND IV-IMPUESTO IS NUMERIC
                    MOVE IV-COD-IMPUESTO TO WS-IV-COD-IMP (IV-IDX)
                    MOVE IV-NETO TO WS-IV-NETO (IV-IDX)
                    MOVE IV-IMPUESTO TO WS-IV-IMPUESTO (IV-IDX)
                    MOVE IV-BRUTO TO WS-IV-BRUTO (IV-IDX)
                ELSE
                    MOVE SPACES TO WS-IV-COD-IMP (IV-IDX)
                    MOVE IV-IMPORTE TO WS-IV-NETO (IV-IDX)
                    MOVE 0 TO WS-IV-IMPUESTO (IV-IDX)
                    MOVE IV-IMPORTE TO WS-IV-BRUTO (IV-IDX)
                END-IF
            ELSE
      *         Omitirla la borraria de INVMAST al regrabar
      *         GRABA-FACTURAS: se aborta.
                MOVE WS-IV-IMPORTE (IV-IDX) TO IV-IMPORTE
                MOVE WS-IV-ESTADO (IV-IDX) TO IV-ESTADO
                MOVE WS-IV-COBRO (IV-IDX) TO IV-FECHA-COBRO
                MOVE WS-IV-NIVEL (IV-IDX) TO IV-NIVEL-AVISO
                MOVE WS-IV-FAVISO (IV-IDX) TO IV-FECHA-AVISO
                MOVE WS-IV-RETENIDA (IV-IDX) TO IV-RETENIDA
                MOVE WS-IV-COD-IMP (IV-IDX) TO IV-COD-IMPUESTO
                MOVE WS-IV-NETO (IV-IDX) TO IV-NETO
                MOVE WS-IV-IMPUESTO (IV-IDX) TO IV-IMPUESTO
                MOVE WS-IV-BRUTO (IV-IDX) TO IV-BRUTO
                WRITE INVOICE-NEW-LINE FROM INVOICE-MASTER-RECORD
                IF NOT WS-IVN-OK
                    MOVE WS-IVN-STATUS TO WS-ABEND-STATUS
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "INCGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".
