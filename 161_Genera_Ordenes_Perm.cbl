      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly posting of the standing orders kept on
      *          MANTIENE-ORDPERM (ORDPERM.DAT), run in the chain
      *          ahead of NUMERO_NEGATIVO so the entries it adds to
      *          LEDGERTX.DAT are posted the same night. The due date
      *          of each active order is rolled forward past weekends
      *          and the holidays on HOLIDAYS.DAT to the next working
      *          day; when that day has come by the business date the
      *          order is posted once, as a movement marked "O" on the
      *          account (a cargo negative, an abono positive), and its
      *          next due date moves on by its frequency. An order
      *          left behind (the first due date in the past, or a
      *          night without the chain) catches up one due date per
      *          night, flagged ATRASADA, since NUMERO_NEGATIVO holds
      *          a second identical movement on the same day as a
      *          duplicate; for the same reason two orders with the
      *          same account and amount due the same night post one
      *          and defer the other to the next night. Balances are
      *          re-accumulated from the whole LEDGERTX.DAT; a cargo
      *          that would leave the account below its overdraft
      *          limit (AM-OD-LIMIT on ACCTMAST.DAT, zero for an
      *          account not there, the same rule NUMERO_NEGATIVO
      *          applies) is skipped and reported, as is any order on
      *          an account inactive on ACCTMAST, and the order moves
      *          on to its next due date. The master keeps the
      *          business date each order was last processed on, so
      *          a rerun of the same night posts nothing twice. An
      *          order past its end date is finished. Every order
      *          processed is listed on ORDPERM.TXT in the 90-column
      *          width DISTRIBUYE-REPORTES copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-ORDPERM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-ENTRIES ASSIGN TO "LEDGERTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
      *    Plan de cuentas (MANTIENE-CUENTAS): sin plan en disco
      *    todas las cuentas tienen limite cero.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT ORDER-REPORT ASSIGN TO "ORDPERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ORPESL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-ENTRIES.
       01  LEDGER-ENTRY-RECORD.
           05  LE-ACCOUNT-ID        PIC X(8).
           05  LE-AMOUNT            PIC S9(7)V99.
      *    Espacio = normal, "P" = penalizacion, "A" = apertura,
      *    "I" = interes, "O" = orden permanente posteada por este
      *    paso.
           05  LE-ENTRY-TYPE        PIC X.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

      *    Calendario de feriados: una fecha por linea.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-FECHA            PIC 9(8).

       FD  ORDER-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "ORPEFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LDG-STATUS            PIC XX.
           88  WS-LDG-OK            VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-HOL-STATUS            PIC XX.
           88  WS-HOL-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-LDG-ABIERTO-SWITCH    PIC X VALUE "N".
           88  WS-LDG-ABIERTO       VALUE "Y".

      *    Saldo y limite por cuenta: ACCTMAST primero, LEDGERTX
      *    despues; una cuenta que solo aparece en el libro queda
      *    con limite cero y sin control de actividad.
       01  WS-ACCT-MAX              PIC 9(4) VALUE 500.
       01  WS-ACCT-COUNT            PIC 9(4) VALUE 0.
       01  WS-ACCT-IX               PIC 9(4).
       01  WS-ACCT-I                PIC 9(4).
       01  WS-ACCT-LOOKUP           PIC X(8).
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-ID           PIC X(8).
               10  WS-ACCT-OD-LIMIT     PIC 9(7)V99.
               10  WS-ACCT-ACTIVA       PIC X.
               10  WS-ACCT-BALANCE      PIC S9(9)V99.
       01  WS-ACCT-LIMIT-NEG        PIC S9(9)V99.
       01  WS-SALDO-PROYECTADO      PIC S9(9)V99.

       01  WS-HOL-COUNT             PIC 9(4) VALUE 0.
       01  WS-HOL-I                 PIC 9(4).
       01  WS-HOL-TABLE.
           05  WS-HOL-FECHA OCCURS 500 TIMES PIC 9(8).

      *    Movimientos posteados esta noche (cuenta e importe con
      *    signo), para no dar a NUMERO_NEGATIVO dos iguales.
       01  WS-GEN-COUNT             PIC 9(4) VALUE 0.
       01  WS-GEN-I                 PIC 9(4).
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 500 TIMES.
               10  WS-GEN-CUENTA        PIC X(8).
               10  WS-GEN-IMPORTE       PIC S9(7)V99.
       01  WS-GEN-FOUND-SWITCH      PIC X.
           88  WS-GEN-FOUND         VALUE "Y".

       01  WS-FECHA-VENCE           PIC 9(8).
       01  WS-FECHA-EFECTIVA        PIC 9(8).
       01  WS-FECHA-INT             PIC 9(7).
       01  WS-DIA-SEMANA            PIC 9.
       01  WS-DIA-HABIL-SWITCH      PIC X.
           88  WS-DIA-HABIL         VALUE "Y".
       01  WS-IMPORTE               PIC S9(7)V99.
       01  WS-RESULTADO             PIC X(24).

       01  WS-ORDENES-ACTIVAS       PIC 9(6) VALUE 0.
       01  WS-POSTEADAS             PIC 9(6) VALUE 0.
       01  WS-ATRASADAS             PIC 9(6) VALUE 0.
       01  WS-OMITIDAS              PIC 9(6) VALUE 0.
       01  WS-DIFERIDAS             PIC 9(6) VALUE 0.
       01  WS-FINALIZADAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-CARGOS          PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ABONOS          PIC 9(9)V99 VALUE 0.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "ORDENES PERMANENTES - FECHA DE NEGOCIO ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(34)
                   VALUE "ORDEN  CUENTA   VENCE    EFECTIVA ".
           05  FILLER               PIC X(23)
                   VALUE "     IMPORTE RESULTADO".
           05  FILLER               PIC X(33)
                   VALUE "                     SALDO".
       01  WS-DETALLE-LINE.
           05  WS-DET-CODIGO        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-VENCE         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-EFECTIVA      PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-IMPORTE       PIC -(7)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-RESULTADO     PIC X(24).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-SALDO         PIC -(8)9.99.
       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(13) VALUE "POSTEADAS:   ".
           05  WS-TT1-POSTEADAS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  ATRASADAS:  ".
           05  WS-TT1-ATRASADAS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  CARGOS: ".
           05  WS-TT1-CARGOS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE "  ABONOS: ".
           05  WS-TT1-ABONOS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TT1-MONEDA        PIC X(3).
       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(13) VALUE "OMITIDAS:    ".
           05  WS-TT2-OMITIDAS      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  DIFERIDAS:  ".
           05  WS-TT2-DIFERIDAS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16)
                   VALUE "  FINALIZADAS:  ".
           05  WS-TT2-FINALIZADAS   PIC ZZZ,ZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ORPEWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "GENERA-ORDPERM" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM ABRE-REPORTE.
            PERFORM CARGA-ORDENES-PERM.
            PERFORM CARGA-FERIADOS.
            PERFORM CARGA-CUENTAS.
            PERFORM ACUMULA-SALDOS.

            PERFORM VARYING WS-SO-IX FROM 1 BY 1
                    UNTIL WS-SO-IX > WS-SO-COUNT
                IF WS-SO-TBL-ESTADO (WS-SO-IX) = "A"
                        AND WS-SO-TBL-ULTIMA (WS-SO-IX)
                            NOT = WS-OPSLOG-DATE
                    ADD 1 TO WS-ORDENES-ACTIVAS
                    PERFORM EVALUA-ORDEN
                END-IF
            END-PERFORM.
            IF WS-LDG-ABIERTO
                CLOSE LEDGER-ENTRIES
            END-IF.
      *    El master se regraba despues de cerrar el libro: una
      *    orden queda avanzada solo con su movimiento ya grabado.
            PERFORM GRABA-ORDENES-PERM.
            PERFORM IMPRIME-TOTALES.
            CLOSE ORDER-REPORT.

            DISPLAY "ORDENES PERMANENTES " WS-OPSLOG-DATE
                " POSTEADAS: " WS-POSTEADAS
                " OMITIDAS: " WS-OMITIDAS
                " DIFERIDAS: " WS-DIFERIDAS.

            MOVE WS-ORDENES-ACTIVAS TO WS-RUNST-IN-COUNT.
            MOVE WS-POSTEADAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       EVALUA-ORDEN.
      *    Una orden ya vencida por su fecha de fin se finaliza sin
      *    postear; si no, vence cuando su dia habil efectivo llego.
            MOVE WS-SO-TBL-PROXIMA (WS-SO-IX) TO WS-FECHA-VENCE.
            IF WS-SO-TBL-FIN (WS-SO-IX) NOT = 0
                    AND WS-SO-TBL-PROXIMA (WS-SO-IX)
                        > WS-SO-TBL-FIN (WS-SO-IX)
                MOVE "F" TO WS-SO-TBL-ESTADO (WS-SO-IX)
                SET WS-SO-CAMBIADO TO TRUE
                ADD 1 TO WS-FINALIZADAS
                MOVE WS-SO-TBL-PROXIMA (WS-SO-IX) TO WS-FECHA-EFECTIVA
                MOVE 0 TO WS-IMPORTE
                MOVE "FINALIZADA" TO WS-RESULTADO
                PERFORM IMPRIME-DETALLE
            ELSE
                PERFORM CALCULA-FECHA-EFECTIVA
                IF WS-FECHA-EFECTIVA <= WS-OPSLOG-DATE
                    PERFORM PROCESA-VENCIMIENTO
                END-IF
            END-IF.

       CALCULA-FECHA-EFECTIVA.
      *    1 = lunes ... 7 = domingo (INTEGER-OF-DATE del 1601-01-01
      *    cayo en lunes). Sabado, domingo y feriado pasan al dia
      *    siguiente.
            MOVE WS-SO-TBL-PROXIMA (WS-SO-IX) TO WS-FECHA-EFECTIVA.
            COMPUTE WS-FECHA-INT =
                FUNCTION INTEGER-OF-DATE (WS-FECHA-EFECTIVA).
            MOVE "N" TO WS-DIA-HABIL-SWITCH.
            PERFORM UNTIL WS-DIA-HABIL
                SET WS-DIA-HABIL TO TRUE
                COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD (WS-FECHA-INT - 1, 7) + 1
                IF WS-DIA-SEMANA > 5
                    MOVE "N" TO WS-DIA-HABIL-SWITCH
                END-IF
                PERFORM VARYING WS-HOL-I FROM 1 BY 1
                        UNTIL WS-HOL-I > WS-HOL-COUNT
                    IF WS-HOL-FECHA (WS-HOL-I) = WS-FECHA-EFECTIVA
                        MOVE "N" TO WS-DIA-HABIL-SWITCH
                    END-IF
                END-PERFORM
                IF NOT WS-DIA-HABIL
                    ADD 1 TO WS-FECHA-INT
                    COMPUTE WS-FECHA-EFECTIVA =
                        FUNCTION DATE-OF-INTEGER (WS-FECHA-INT)
                END-IF
            END-PERFORM.

       PROCESA-VENCIMIENTO.
            IF WS-SO-TBL-TIPO (WS-SO-IX) = "C"
                COMPUTE WS-IMPORTE = 0 - WS-SO-TBL-IMPORTE (WS-SO-IX)
            ELSE
                MOVE WS-SO-TBL-IMPORTE (WS-SO-IX) TO WS-IMPORTE
            END-IF.
            MOVE WS-SO-TBL-CUENTA (WS-SO-IX) TO WS-ACCT-LOOKUP.
            PERFORM BUSCA-O-CREA-CUENTA.
            COMPUTE WS-ACCT-LIMIT-NEG =
                0 - WS-ACCT-OD-LIMIT (WS-ACCT-IX).
            COMPUTE WS-SALDO-PROYECTADO =
                WS-ACCT-BALANCE (WS-ACCT-IX) + WS-IMPORTE.
            PERFORM BUSCA-GENERADO.
            EVALUATE TRUE
                WHEN WS-ACCT-ACTIVA (WS-ACCT-IX) NOT = "S"
                    MOVE "OMITIDA CUENTA INACTIVA" TO WS-RESULTADO
                    ADD 1 TO WS-OMITIDAS
                    PERFORM CIERRA-VENCIMIENTO
                WHEN WS-IMPORTE < 0
                        AND WS-SALDO-PROYECTADO < WS-ACCT-LIMIT-NEG
                    MOVE "OMITIDA POR LIMITE" TO WS-RESULTADO
                    ADD 1 TO WS-OMITIDAS
                    PERFORM CIERRA-VENCIMIENTO
                WHEN WS-GEN-FOUND
      *            Sin avanzar: la orden vuelve a vencer manana, no en
      *            una re-corrida de esta noche.
                    MOVE "DIFERIDA (IGUAL A OTRA)" TO WS-RESULTADO
                    ADD 1 TO WS-DIFERIDAS
                    MOVE WS-OPSLOG-DATE TO WS-SO-TBL-ULTIMA (WS-SO-IX)
                    SET WS-SO-CAMBIADO TO TRUE
                WHEN OTHER
                    PERFORM POSTEA-ORDEN
                    PERFORM CIERRA-VENCIMIENTO
            END-EVALUATE.
            MOVE WS-ACCT-BALANCE (WS-ACCT-IX) TO WS-DET-SALDO.
            PERFORM IMPRIME-DETALLE.

       POSTEA-ORDEN.
            IF NOT WS-LDG-ABIERTO
                OPEN EXTEND LEDGER-ENTRIES
                IF NOT WS-LDG-OK
                    OPEN OUTPUT LEDGER-ENTRIES
                END-IF
                IF NOT WS-LDG-OK
                    MOVE WS-LDG-STATUS TO WS-ABEND-STATUS
                    MOVE "POSTEA-ORDEN OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                SET WS-LDG-ABIERTO TO TRUE
            END-IF.
            MOVE WS-SO-TBL-CUENTA (WS-SO-IX) TO LE-ACCOUNT-ID.
            MOVE WS-IMPORTE TO LE-AMOUNT.
            MOVE "O" TO LE-ENTRY-TYPE.
            WRITE LEDGER-ENTRY-RECORD.
            IF NOT WS-LDG-OK
                MOVE WS-LDG-STATUS TO WS-ABEND-STATUS
                MOVE "POSTEA-ORDEN WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            ADD WS-IMPORTE TO WS-ACCT-BALANCE (WS-ACCT-IX).
            ADD 1 TO WS-POSTEADAS.
            IF WS-IMPORTE < 0
                SUBTRACT WS-IMPORTE FROM WS-TOTAL-CARGOS
            ELSE
                ADD WS-IMPORTE TO WS-TOTAL-ABONOS
            END-IF.
            IF WS-GEN-COUNT < 500
                ADD 1 TO WS-GEN-COUNT
                MOVE WS-SO-TBL-CUENTA (WS-SO-IX)
                    TO WS-GEN-CUENTA (WS-GEN-COUNT)
                MOVE WS-IMPORTE TO WS-GEN-IMPORTE (WS-GEN-COUNT)
            END-IF.
            IF WS-FECHA-EFECTIVA < WS-OPSLOG-DATE
                MOVE "POSTEADA ATRASADA" TO WS-RESULTADO
                ADD 1 TO WS-ATRASADAS
            ELSE
                MOVE "POSTEADA" TO WS-RESULTADO
            END-IF.

       CIERRA-VENCIMIENTO.
      *    Posteado u omitido, el vencimiento queda atendido: la
      *    orden pasa al siguiente y no se vuelve a tocar esta noche.
            MOVE WS-OPSLOG-DATE TO WS-SO-TBL-ULTIMA (WS-SO-IX).
            PERFORM AVANZA-ORDEN-PERM.
            IF WS-SO-TBL-ESTADO (WS-SO-IX) = "F"
                ADD 1 TO WS-FINALIZADAS
            END-IF.
            SET WS-SO-CAMBIADO TO TRUE.

       BUSCA-GENERADO.
            MOVE "N" TO WS-GEN-FOUND-SWITCH.
            PERFORM VARYING WS-GEN-I FROM 1 BY 1
                    UNTIL WS-GEN-I > WS-GEN-COUNT
                IF WS-GEN-CUENTA (WS-GEN-I)
                        = WS-SO-TBL-CUENTA (WS-SO-IX)
                        AND WS-GEN-IMPORTE (WS-GEN-I) = WS-IMPORTE
                    SET WS-GEN-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       IMPRIME-DETALLE.
            MOVE WS-SO-TBL-CODIGO (WS-SO-IX) TO WS-DET-CODIGO.
            MOVE WS-SO-TBL-CUENTA (WS-SO-IX) TO WS-DET-CUENTA.
            MOVE WS-FECHA-VENCE TO WS-DET-VENCE.
            MOVE WS-FECHA-EFECTIVA TO WS-DET-EFECTIVA.
            MOVE WS-IMPORTE TO WS-DET-IMPORTE.
            MOVE WS-RESULTADO TO WS-DET-RESULTADO.
            IF WS-RESULTADO = "FINALIZADA"
                MOVE 0 TO WS-DET-SALDO
            END-IF.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CARGA-FERIADOS.
            MOVE 0 TO WS-HOL-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT HOLIDAY-FILE.
            IF WS-HOL-OK
                PERFORM UNTIL WS-EOF
                    READ HOLIDAY-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-HOL-COUNT < 500
                                    AND HOL-FECHA IS NUMERIC
                                ADD 1 TO WS-HOL-COUNT
                                MOVE HOL-FECHA
                                    TO WS-HOL-FECHA (WS-HOL-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLIDAY-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-CUENTAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                PERFORM UNTIL WS-EOF
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE AM-ACCOUNT TO WS-ACCT-LOOKUP
                            PERFORM BUSCA-O-CREA-CUENTA
                            IF AM-OD-LIMIT IS NUMERIC
                                MOVE AM-OD-LIMIT
                                    TO WS-ACCT-OD-LIMIT (WS-ACCT-IX)
                            END-IF
                            MOVE AM-ACTIVE
                                TO WS-ACCT-ACTIVA (WS-ACCT-IX)
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ACUMULA-SALDOS.
      *    Sin LEDGERTX.DAT todas las cuentas parten de cero.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEDGER-ENTRIES.
            IF WS-LDG-OK
                PERFORM UNTIL WS-EOF
                    READ LEDGER-ENTRIES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LE-AMOUNT IS NUMERIC
                                MOVE LE-ACCOUNT-ID TO WS-ACCT-LOOKUP
                                PERFORM BUSCA-O-CREA-CUENTA
                                ADD LE-AMOUNT
                                    TO WS-ACCT-BALANCE (WS-ACCT-IX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEDGER-ENTRIES
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       BUSCA-O-CREA-CUENTA.
            MOVE 0 TO WS-ACCT-IX.
            PERFORM VARYING WS-ACCT-I FROM 1 BY 1
                    UNTIL WS-ACCT-I > WS-ACCT-COUNT
                IF WS-ACCT-ID (WS-ACCT-I) = WS-ACCT-LOOKUP
                    MOVE WS-ACCT-I TO WS-ACCT-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-ACCT-IX = 0
                IF WS-ACCT-COUNT >= WS-ACCT-MAX
                    DISPLAY "TABLA DE CUENTAS LLENA EN " WS-ACCT-MAX
                        " ENTRADAS"
                    MOVE "BUSCA-O-CREA-CUENTA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-ACCT-COUNT
                MOVE WS-ACCT-COUNT TO WS-ACCT-IX
                MOVE WS-ACCT-LOOKUP TO WS-ACCT-ID (WS-ACCT-IX)
                MOVE 0 TO WS-ACCT-OD-LIMIT (WS-ACCT-IX)
                MOVE "S" TO WS-ACCT-ACTIVA (WS-ACCT-IX)
                MOVE 0 TO WS-ACCT-BALANCE (WS-ACCT-IX)
            END-IF.

       ABRE-REPORTE.
            OPEN OUTPUT ORDER-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-REPORTE OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-POSTEADAS TO WS-TT1-POSTEADAS.
            MOVE WS-ATRASADAS TO WS-TT1-ATRASADAS.
            MOVE WS-TOTAL-CARGOS TO WS-TT1-CARGOS.
            MOVE WS-TOTAL-ABONOS TO WS-TT1-ABONOS.
            MOVE WS-SITE-CURRENCY TO WS-TT1-MONEDA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OMITIDAS TO WS-TT2-OMITIDAS.
            MOVE WS-DIFERIDAS TO WS-TT2-DIFERIDAS.
            MOVE WS-FINALIZADAS TO WS-TT2-FINALIZADAS.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "GENERA-ORDPERM WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE "N" TO WS-LDG-ABIERTO-SWITCH.
            MOVE 0 TO WS-ACCT-COUNT.
            MOVE 0 TO WS-HOL-COUNT.
            MOVE 0 TO WS-GEN-COUNT.
            MOVE 0 TO WS-ORDENES-ACTIVAS.
            MOVE 0 TO WS-POSTEADAS.
            MOVE 0 TO WS-ATRASADAS.
            MOVE 0 TO WS-OMITIDAS.
            MOVE 0 TO WS-DIFERIDAS.
            MOVE 0 TO WS-FINALIZADAS.
            MOVE 0 TO WS-TOTAL-CARGOS.
            MOVE 0 TO WS-TOTAL-ABONOS.

       COPY "ORPEWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM GENERA-ORDPERM.
