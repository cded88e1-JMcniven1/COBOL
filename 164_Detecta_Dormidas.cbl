      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly dormant-account run over the chart-of-
      *          accounts master, run after the month-end close
      *          alongside ABONA-INTERESES. An active account
      *          (AM-ACTIVE "S") with no customer movement on the
      *          posted-transactions register (POSTREG.DAT) for the
      *          number of months of PARM164.DAT (default 24) is
      *          marked dormant, AM-ACTIVE "D", and ACCTMAST.DAT is
      *          rewritten through ACCTMAST.NEW the way
      *          MANTIENE-CUENTAS does. Only rows of entry type blank
      *          count as activity: interest, penalty, carry-forward
      *          and the other system entries do not wake an account
      *          up. NUMERO_NEGATIVO re-registers a movement every
      *          night until the month-end close cuts LEDGERTX.DAT,
      *          so the latest register date of an account is its
      *          last movement to within the month, which is the
      *          grain dormancy is measured in. While an account is
      *          dormant NUMERO_NEGATIVO holds its movements and
      *          charges it no overdraft penalty; an operator
      *          reactivates it on MANTIENE-CUENTAS. The dormancy
      *          register (DORMREG.DAT) keeps the date each account
      *          went dormant and, once reactivated, the date this
      *          run first saw it active again, which then counts as
      *          its last activity so it is not marked straight back.
      *          Every dormant account prints on the dormant-
      *          balances report (DORMSALD.TXT) with its posted
      *          balance from LEDGERTX.DAT and the movements held
      *          for it; a dormant account with a credit balance
      *          whose last movement is older than the statutory
      *          period of PARM164.DAT (default 60 months) also goes
      *          on the unclaimed-balances listing (NORECLAM.TXT)
      *          for remittance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTA-DORMIDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM164.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           SELECT ACCOUNT-NEW ASSIGN TO "ACCTMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACN-STATUS.
           SELECT POSTED-REGISTER ASSIGN TO "POSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT LEDGER-ENTRIES ASSIGN TO "LEDGERTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
           SELECT DORMANT-REGISTER ASSIGN TO "DORMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRG-STATUS.
           SELECT DORMANT-REPORT ASSIGN TO "DORMSALD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT UNCLAIMED-REPORT ASSIGN TO "NORECLAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRC-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Meses sin movimiento para dormir una cuenta y meses del
      *    plazo legal tras el cual el saldo se remite como no
      *    reclamado.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-MESES-DORMIDA   PIC 9(3).
           05  PARM-MESES-ESTATUTO  PIC 9(3).

      *    Layout unificado del plan de cuentas (MANTIENE-CUENTAS).
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  ACCOUNT-NEW.
       01  ACCOUNT-NEW-LINE         PIC X(70).

      *    Mismo layout que graba NUMERO_NEGATIVO.
       FD  POSTED-REGISTER.
       01  POSTED-REG-RECORD.
           05  PR-ACCOUNT-ID        PIC X(8).
           05  PR-AMOUNT-RAW        PIC X(9).
           05  PR-FECHA             PIC 9(8).
           05  PR-TIPO              PIC X.

       FD  LEDGER-ENTRIES.
       01  LEDGER-ENTRY-RECORD.
           05  LE-ACCOUNT-ID        PIC X(8).
           05  LE-AMOUNT            PIC S9(7)V99.
           05  LE-ENTRY-TYPE        PIC X.

      *    Estado D = dormida, R = reactivada por un operador.
       FD  DORMANT-REGISTER.
       01  DORMANT-REG-RECORD.
           05  DR-CUENTA            PIC X(8).
           05  DR-ESTADO            PIC X.
           05  DR-FECHA-DORMIDA     PIC 9(8).
           05  DR-ULTIMO-MOVTO      PIC 9(8).
           05  DR-FECHA-REACTIVA    PIC 9(8).

       FD  DORMANT-REPORT.
       01  REPORT-LINE              PIC X(90).

       FD  UNCLAIMED-REPORT.
       01  UNCLAIMED-LINE           PIC X(90).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-ACN-STATUS            PIC XX.
           88  WS-ACN-OK            VALUE "00".
       01  WS-PREG-STATUS           PIC XX.
           88  WS-PREG-OK           VALUE "00".
       01  WS-LDG-STATUS            PIC XX.
           88  WS-LDG-OK            VALUE "00".
       01  WS-DRG-STATUS            PIC XX.
           88  WS-DRG-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-NRC-STATUS            PIC XX.
           88  WS-NRC-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-CAMBIOS-SWITCH        PIC X VALUE "N".
           88  WS-HUBO-CAMBIOS      VALUE "Y".
       01  WS-HALLADA-SWITCH        PIC X.
           88  WS-HALLADA           VALUE "Y".

       01  WS-MESES-DORMIDA         PIC 9(3) VALUE 24.
       01  WS-MESES-ESTATUTO        PIC 9(3) VALUE 60.

      *    Plan completo en memoria, como en MANTIENE-CUENTAS, con
      *    lo que la corrida acumula por cuenta a continuacion.
       01  WS-CTA-MAX               PIC 9(3) VALUE 200.
       01  WS-CTA-COUNT             PIC 9(3) VALUE 0.
       01  WS-CTA-I                 PIC 9(3).
       01  WS-CTA-LOOKUP            PIC X(8).
       01  WS-CTA-TABLE.
           05  WS-CTA-ENTRY OCCURS 200 TIMES.
               10  WS-CTA-PLAN.
                   15  WS-CTA-CUENTA        PIC X(8).
                   15  WS-CTA-LIMITE        PIC 9(7)V99.
                   15  WS-CTA-DESC          PIC X(30).
                   15  WS-CTA-TIPO          PIC X.
                   15  WS-CTA-ACTIVA        PIC X.
                   15  WS-CTA-MONEDA        PIC X(3).
                   15  WS-CTA-RUBRO         PIC X(18).
               10  WS-CTA-ULTIMO-MOVTO  PIC 9(8).
               10  WS-CTA-SALDO         PIC S9(9)V99.
               10  WS-CTA-RETENIDO      PIC S9(9)V99.
               10  WS-CTA-REG-ESTADO    PIC X.
               10  WS-CTA-FECHA-DORMIDA PIC 9(8).
               10  WS-CTA-FECHA-REACT   PIC 9(8).
               10  WS-CTA-MESES         PIC 9(3).
               10  WS-CTA-NUEVA-SW      PIC X.
                   88  WS-CTA-NUEVA     VALUE "Y".

      *    Meses enteros entre la ultima actividad y la fecha de
      *    negocio; un mes no se cumple hasta llegar a su mismo dia.
       01  WS-FECHA-DESDE           PIC 9(8).
       01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           05  WS-DESDE-ANO         PIC 9(4).
           05  WS-DESDE-MES         PIC 99.
           05  WS-DESDE-DIA         PIC 99.
       01  WS-FECHA-HASTA           PIC 9(8).
       01  WS-FECHA-HASTA-R REDEFINES WS-FECHA-HASTA.
           05  WS-HASTA-ANO         PIC 9(4).
           05  WS-HASTA-MES         PIC 99.
           05  WS-HASTA-DIA         PIC 99.
       01  WS-MESES-CALC            PIC S9(5).

       01  WS-LEIDAS                PIC 9(6) VALUE 0.
       01  WS-LEIDOS-PREG           PIC 9(6) VALUE 0.
       01  WS-MARCADAS              PIC 9(6) VALUE 0.
       01  WS-REACTIVADAS           PIC 9(6) VALUE 0.
       01  WS-SIN-HISTORIA          PIC 9(6) VALUE 0.
       01  WS-DORMIDAS              PIC 9(6) VALUE 0.
       01  WS-NO-RECLAMADAS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-DORMIDO         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-RETENIDO        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-NO-RECLAMADO    PIC S9(11)V99 VALUE 0.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-TITULO-LINE.
           05  WS-TIT-TEXTO         PIC X(35).
           05  FILLER               PIC X(17)
                   VALUE "FECHA DE NEGOCIO ".
           05  WS-TIT-FECHA         PIC 9(8).
           05  FILLER               PIC X(8) VALUE "  MESES ".
           05  WS-TIT-MESES         PIC ZZ9.
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(31)
                   VALUE "CUENTA   DESCRIPCION".
           05  FILLER               PIC X(9) VALUE "ULTIMO".
           05  FILLER               PIC X(9) VALUE "DORMIDA".
           05  FILLER               PIC X(4) VALUE "MES".
           05  FILLER               PIC X(12) VALUE "       SALDO".
           05  FILLER               PIC X(12) VALUE "    RETENIDO".
           05  FILLER               PIC X(13) VALUE " OBSERVACION".
       01  WS-DETALLE-LINE.
           05  WS-DET-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DESC          PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ULTIMO        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DORMIDA       PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MESES         PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-SALDO         PIC -(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-RETENIDO      PIC -(7)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-OBS           PIC X(12).
       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(21)
                   VALUE "CUENTAS DORMIDAS:    ".
           05  WS-TT1-DORMIDAS      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(17)
                   VALUE "  NUEVAS DEL MES:".
           05  WS-TT1-MARCADAS      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE "  REACTIVADAS:".
           05  WS-TT1-REACTIVADAS   PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(21)
                   VALUE "SALDO DORMIDO:       ".
           05  WS-TT2-SALDO         PIC -(3),---,--9.99.
           05  FILLER               PIC X(13) VALUE "  RETENIDO: ".
           05  WS-TT2-RETENIDO      PIC -(3),---,--9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TT2-MONEDA        PIC X(3).
       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(36)
                   VALUE "ACTIVAS SIN MOVIMIENTO REGISTRADO: ".
           05  WS-TT3-SIN-HISTORIA  PIC ZZZ,ZZ9.

       01  WS-NRC-CABECERA-LINE.
           05  FILLER               PIC X(40)
                   VALUE "CUENTA   DESCRIPCION".
           05  FILLER               PIC X(29)
                   VALUE "ULTIMO   MES MON        SALDO".
       01  WS-NRC-DETALLE-LINE.
           05  WS-NRD-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NRD-DESC          PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NRD-ULTIMO        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NRD-MESES         PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NRD-MONEDA        PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NRD-SALDO         PIC Z(8)9.99.
       01  WS-NRC-TOTAL-LINE.
           05  FILLER               PIC X(21)
                   VALUE "CUENTAS A REMITIR:   ".
           05  WS-NRT-CUENTAS       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16)
                   VALUE "  TOTAL SALDOS: ".
           05  WS-NRT-SALDO         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "DETECTA-DORMIDAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-PLAN.
            PERFORM CARGA-REGISTRO.
            PERFORM ACUMULA-POSTREG.
            PERFORM ACUMULA-LIBRO.

            PERFORM VARYING WS-CTA-I FROM 1 BY 1
                    UNTIL WS-CTA-I > WS-CTA-COUNT
                PERFORM EVALUA-CUENTA
            END-PERFORM.
            IF WS-HUBO-CAMBIOS
                PERFORM GRABA-PLAN
            END-IF.
            PERFORM GRABA-REGISTRO.

            PERFORM ABRE-REPORTES.
            PERFORM VARYING WS-CTA-I FROM 1 BY 1
                    UNTIL WS-CTA-I > WS-CTA-COUNT
                IF WS-CTA-ACTIVA (WS-CTA-I) = "D"
                    PERFORM IMPRIME-DORMIDA
                END-IF
            END-PERFORM.
            PERFORM IMPRIME-TOTALES.
            CLOSE DORMANT-REPORT UNCLAIMED-REPORT.

            DISPLAY "CUENTAS DORMIDAS " WS-OPSLOG-DATE
                " NUEVAS: " WS-MARCADAS
                " REACTIVADAS: " WS-REACTIVADAS
                " A REMITIR: " WS-NO-RECLAMADAS.

            MOVE WS-LEIDAS TO WS-RUNST-IN-COUNT.
            MOVE WS-MARCADAS TO WS-RUNST-OUT-COUNT.
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
                        IF PARM-MESES-DORMIDA IS NUMERIC
                                AND PARM-MESES-DORMIDA > 0
                            MOVE PARM-MESES-DORMIDA
                                TO WS-MESES-DORMIDA
                        END-IF
                        IF PARM-MESES-ESTATUTO IS NUMERIC
                                AND PARM-MESES-ESTATUTO > 0
                            MOVE PARM-MESES-ESTATUTO
                                TO WS-MESES-ESTATUTO
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       CARGA-PLAN.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF NOT WS-ACM-OK
                MOVE WS-ACM-STATUS TO WS-ABEND-STATUS
                MOVE "CARGA-PLAN OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ACCOUNT-MASTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDAS
                        PERFORM ALTA-CUENTA-PLAN
                END-READ
            END-PERFORM.
            CLOSE ACCOUNT-MASTER.
            MOVE "N" TO WS-EOF-SWITCH.

       ALTA-CUENTA-PLAN.
      *    Un plan mas grande que la tabla no se regraba a medias:
      *    se aborta antes de tocar nada.
            IF WS-CTA-COUNT >= WS-CTA-MAX
                DISPLAY "PLAN LLENO EN " WS-CTA-MAX " CUENTAS"
                MOVE "ALTA-CUENTA-PLAN" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CTA-COUNT.
            MOVE ACCOUNT-MASTER-RECORD TO WS-CTA-PLAN (WS-CTA-COUNT).
            MOVE 0 TO WS-CTA-ULTIMO-MOVTO (WS-CTA-COUNT).
            MOVE 0 TO WS-CTA-SALDO (WS-CTA-COUNT).
            MOVE 0 TO WS-CTA-RETENIDO (WS-CTA-COUNT).
            MOVE SPACE TO WS-CTA-REG-ESTADO (WS-CTA-COUNT).
            MOVE 0 TO WS-CTA-FECHA-DORMIDA (WS-CTA-COUNT).
            MOVE 0 TO WS-CTA-FECHA-REACT (WS-CTA-COUNT).
            MOVE 0 TO WS-CTA-MESES (WS-CTA-COUNT).
            MOVE "N" TO WS-CTA-NUEVA-SW (WS-CTA-COUNT).

       CARGA-REGISTRO.
      *    Sin registro (primera corrida) ninguna cuenta arrastra
      *    fechas de dormida ni de reactivacion.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DORMANT-REGISTER.
            IF WS-DRG-OK
                PERFORM UNTIL WS-EOF
                    READ DORMANT-REGISTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE DR-CUENTA TO WS-CTA-LOOKUP
                            PERFORM BUSCA-CUENTA
                            IF WS-HALLADA
                                PERFORM ASIGNA-REGISTRO
                            ELSE
                                DISPLAY "REGISTRO DE DORMIDAS: CUENTA "
                                    DR-CUENTA " FUERA DEL PLAN - "
                                    "OMITIDA"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DORMANT-REGISTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ASIGNA-REGISTRO.
            MOVE DR-ESTADO TO WS-CTA-REG-ESTADO (WS-CTA-I).
            IF DR-FECHA-DORMIDA IS NUMERIC
                MOVE DR-FECHA-DORMIDA
                    TO WS-CTA-FECHA-DORMIDA (WS-CTA-I)
            END-IF.
            IF DR-ULTIMO-MOVTO IS NUMERIC
                MOVE DR-ULTIMO-MOVTO
                    TO WS-CTA-ULTIMO-MOVTO (WS-CTA-I)
            END-IF.
            IF DR-FECHA-REACTIVA IS NUMERIC
                MOVE DR-FECHA-REACTIVA
                    TO WS-CTA-FECHA-REACT (WS-CTA-I)
            END-IF.

       ACUMULA-POSTREG.
      *    Sin registro de posteos toda cuenta pareceria inactiva:
      *    la corrida aborta antes de dormir el plan entero.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT POSTED-REGISTER.
            IF NOT WS-PREG-OK
                MOVE WS-PREG-STATUS TO WS-ABEND-STATUS
                MOVE "ACUMULA-POSTREG OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ POSTED-REGISTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS-PREG
                        IF PR-TIPO = SPACE
                                AND PR-FECHA IS NUMERIC
                            MOVE PR-ACCOUNT-ID TO WS-CTA-LOOKUP
                            PERFORM BUSCA-CUENTA
                            IF WS-HALLADA
                                    AND PR-FECHA
                                    > WS-CTA-ULTIMO-MOVTO (WS-CTA-I)
                                MOVE PR-FECHA
                                    TO WS-CTA-ULTIMO-MOVTO (WS-CTA-I)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE POSTED-REGISTER.
            MOVE "N" TO WS-EOF-SWITCH.

       ACUMULA-LIBRO.
      *    Saldo posteado por cuenta desde el libro del mes (la
      *    apertura "A" arrastra lo anterior). De una cuenta ya
      *    dormida solo la apertura esta posteada; lo demas es lo
      *    que NUMERO_NEGATIVO le tiene retenido.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEDGER-ENTRIES.
            IF NOT WS-LDG-OK
                MOVE WS-LDG-STATUS TO WS-ABEND-STATUS
                MOVE "ACUMULA-LIBRO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ LEDGER-ENTRIES
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF LE-AMOUNT IS NUMERIC
                            MOVE LE-ACCOUNT-ID TO WS-CTA-LOOKUP
                            PERFORM BUSCA-CUENTA
                            IF WS-HALLADA
                                PERFORM ACUMULA-MOVIMIENTO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LEDGER-ENTRIES.
            MOVE "N" TO WS-EOF-SWITCH.

       ACUMULA-MOVIMIENTO.
            IF WS-CTA-ACTIVA (WS-CTA-I) = "D"
                    AND LE-ENTRY-TYPE NOT = "A"
                ADD LE-AMOUNT TO WS-CTA-RETENIDO (WS-CTA-I)
            ELSE
                ADD LE-AMOUNT TO WS-CTA-SALDO (WS-CTA-I)
            END-IF.

       EVALUA-CUENTA.
      *    Un registro en D con la cuenta ya fuera de dormida en el
      *    plan es una reactivacion de MANTIENE-CUENTAS: su fecha
      *    cuenta como actividad desde esta corrida.
            IF WS-CTA-REG-ESTADO (WS-CTA-I) = "D"
                    AND WS-CTA-ACTIVA (WS-CTA-I) NOT = "D"
                MOVE "R" TO WS-CTA-REG-ESTADO (WS-CTA-I)
                MOVE WS-OPSLOG-DATE TO WS-CTA-FECHA-REACT (WS-CTA-I)
                ADD 1 TO WS-REACTIVADAS
            END-IF.
            IF WS-CTA-FECHA-REACT (WS-CTA-I)
                    > WS-CTA-ULTIMO-MOVTO (WS-CTA-I)
                    AND WS-CTA-ACTIVA (WS-CTA-I) NOT = "D"
                MOVE WS-CTA-FECHA-REACT (WS-CTA-I)
                    TO WS-CTA-ULTIMO-MOVTO (WS-CTA-I)
            END-IF.
            IF WS-CTA-ULTIMO-MOVTO (WS-CTA-I) > 0
                PERFORM CALCULA-MESES
            END-IF.
            EVALUATE WS-CTA-ACTIVA (WS-CTA-I)
                WHEN "S"
                    IF WS-CTA-ULTIMO-MOVTO (WS-CTA-I) = 0
                        ADD 1 TO WS-SIN-HISTORIA
                    ELSE
                        IF WS-CTA-MESES (WS-CTA-I)
                                >= WS-MESES-DORMIDA
                            PERFORM MARCA-DORMIDA
                        END-IF
                    END-IF
                WHEN "D"
      *             Dormida a mano o con el registro perdido: entra
      *             al registro con la fecha de esta corrida.
                    IF WS-CTA-REG-ESTADO (WS-CTA-I) NOT = "D"
                        MOVE "D" TO WS-CTA-REG-ESTADO (WS-CTA-I)
                        MOVE WS-OPSLOG-DATE
                            TO WS-CTA-FECHA-DORMIDA (WS-CTA-I)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       MARCA-DORMIDA.
            MOVE "D" TO WS-CTA-ACTIVA (WS-CTA-I).
            MOVE "D" TO WS-CTA-REG-ESTADO (WS-CTA-I).
            MOVE WS-OPSLOG-DATE TO WS-CTA-FECHA-DORMIDA (WS-CTA-I).
            MOVE 0 TO WS-CTA-FECHA-REACT (WS-CTA-I).
            SET WS-CTA-NUEVA (WS-CTA-I) TO TRUE.
            SET WS-HUBO-CAMBIOS TO TRUE.
            ADD 1 TO WS-MARCADAS.

       CALCULA-MESES.
            MOVE WS-CTA-ULTIMO-MOVTO (WS-CTA-I) TO WS-FECHA-DESDE.
            MOVE WS-OPSLOG-DATE TO WS-FECHA-HASTA.
            COMPUTE WS-MESES-CALC =
                (WS-HASTA-ANO * 12 + WS-HASTA-MES)
                - (WS-DESDE-ANO * 12 + WS-DESDE-MES).
            IF WS-HASTA-DIA < WS-DESDE-DIA
                SUBTRACT 1 FROM WS-MESES-CALC
            END-IF.
            IF WS-MESES-CALC < 0
                MOVE 0 TO WS-MESES-CALC
            END-IF.
            IF WS-MESES-CALC > 999
                MOVE 999 TO WS-MESES-CALC
            END-IF.
            MOVE WS-MESES-CALC TO WS-CTA-MESES (WS-CTA-I).

       BUSCA-CUENTA.
            MOVE "N" TO WS-HALLADA-SWITCH.
            PERFORM VARYING WS-CTA-I FROM 1 BY 1
                    UNTIL WS-CTA-I > WS-CTA-COUNT
                    OR WS-HALLADA
                IF WS-CTA-CUENTA (WS-CTA-I) = WS-CTA-LOOKUP
                    SET WS-HALLADA TO TRUE
                END-IF
            END-PERFORM.
            IF WS-HALLADA
                SUBTRACT 1 FROM WS-CTA-I
            END-IF.

       GRABA-PLAN.
      *    Regrabado completo via fichero de trabajo, igual que
      *    MANTIENE-CUENTAS.
            OPEN OUTPUT ACCOUNT-NEW.
            IF NOT WS-ACN-OK
                MOVE WS-ACN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-PLAN OPEN NEW" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-CTA-I FROM 1 BY 1
                    UNTIL WS-CTA-I > WS-CTA-COUNT
                WRITE ACCOUNT-NEW-LINE FROM WS-CTA-PLAN (WS-CTA-I)
                IF NOT WS-ACN-OK
                    MOVE WS-ACN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-PLAN WRITE NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE ACCOUNT-NEW.
            PERFORM PROMUEVE-PLAN.

       PROMUEVE-PLAN.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-NEW.
            IF NOT WS-ACN-OK
                MOVE WS-ACN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PLAN OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ACCOUNT-MASTER.
            IF NOT WS-ACM-OK
                MOVE WS-ACM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PLAN OPEN ACM" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ACCOUNT-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE ACCOUNT-MASTER-RECORD
                            FROM ACCOUNT-NEW-LINE
                        IF NOT WS-ACM-OK
                            MOVE WS-ACM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-PLAN WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCOUNT-NEW ACCOUNT-MASTER.
            MOVE "N" TO WS-EOF-SWITCH.

       GRABA-REGISTRO.
            OPEN OUTPUT DORMANT-REGISTER.
            IF NOT WS-DRG-OK
                MOVE WS-DRG-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-REGISTRO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-CTA-I FROM 1 BY 1
                    UNTIL WS-CTA-I > WS-CTA-COUNT
                IF WS-CTA-REG-ESTADO (WS-CTA-I) NOT = SPACE
                    MOVE WS-CTA-CUENTA (WS-CTA-I) TO DR-CUENTA
                    MOVE WS-CTA-REG-ESTADO (WS-CTA-I) TO DR-ESTADO
                    MOVE WS-CTA-FECHA-DORMIDA (WS-CTA-I)
                        TO DR-FECHA-DORMIDA
                    MOVE WS-CTA-ULTIMO-MOVTO (WS-CTA-I)
                        TO DR-ULTIMO-MOVTO
                    MOVE WS-CTA-FECHA-REACT (WS-CTA-I)
                        TO DR-FECHA-REACTIVA
                    WRITE DORMANT-REG-RECORD
                    IF NOT WS-DRG-OK
                        MOVE WS-DRG-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-REGISTRO WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE DORMANT-REGISTER.

       IMPRIME-DORMIDA.
            ADD 1 TO WS-DORMIDAS.
            ADD WS-CTA-SALDO (WS-CTA-I) TO WS-TOTAL-DORMIDO.
            ADD WS-CTA-RETENIDO (WS-CTA-I) TO WS-TOTAL-RETENIDO.
            MOVE SPACES TO WS-DET-OBS.
            IF WS-CTA-NUEVA (WS-CTA-I)
                MOVE "NUEVA" TO WS-DET-OBS
            END-IF.
            IF WS-CTA-ULTIMO-MOVTO (WS-CTA-I) > 0
                    AND WS-CTA-MESES (WS-CTA-I) >= WS-MESES-ESTATUTO
                    AND WS-CTA-SALDO (WS-CTA-I) > 0
                MOVE "NO RECLAMADA" TO WS-DET-OBS
                PERFORM IMPRIME-NO-RECLAMADA
            END-IF.
            MOVE WS-CTA-CUENTA (WS-CTA-I) TO WS-DET-CUENTA.
            MOVE WS-CTA-DESC (WS-CTA-I) TO WS-DET-DESC.
            MOVE WS-CTA-ULTIMO-MOVTO (WS-CTA-I) TO WS-DET-ULTIMO.
            MOVE WS-CTA-FECHA-DORMIDA (WS-CTA-I) TO WS-DET-DORMIDA.
            MOVE WS-CTA-MESES (WS-CTA-I) TO WS-DET-MESES.
            MOVE WS-CTA-SALDO (WS-CTA-I) TO WS-DET-SALDO.
            MOVE WS-CTA-RETENIDO (WS-CTA-I) TO WS-DET-RETENIDO.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-NO-RECLAMADA.
      *    Saldo acreedor pasado el plazo legal: se lista para su
      *    remision en la moneda de la cuenta.
            ADD 1 TO WS-NO-RECLAMADAS.
            ADD WS-CTA-SALDO (WS-CTA-I) TO WS-TOTAL-NO-RECLAMADO.
            MOVE WS-CTA-CUENTA (WS-CTA-I) TO WS-NRD-CUENTA.
            MOVE WS-CTA-DESC (WS-CTA-I) TO WS-NRD-DESC.
            MOVE WS-CTA-ULTIMO-MOVTO (WS-CTA-I) TO WS-NRD-ULTIMO.
            MOVE WS-CTA-MESES (WS-CTA-I) TO WS-NRD-MESES.
            IF WS-CTA-MONEDA (WS-CTA-I) = SPACES
                MOVE WS-SITE-CURRENCY TO WS-NRD-MONEDA
            ELSE
                MOVE WS-CTA-MONEDA (WS-CTA-I) TO WS-NRD-MONEDA
            END-IF.
            MOVE WS-CTA-SALDO (WS-CTA-I) TO WS-NRD-SALDO.
            WRITE UNCLAIMED-LINE FROM WS-NRC-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA-NRC.

       ABRE-REPORTES.
            OPEN OUTPUT DORMANT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-REPORTES OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT UNCLAIMED-REPORT.
            IF NOT WS-NRC-OK
                MOVE WS-NRC-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-REPORTES OPEN NRC" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.

            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "SALDOS DE CUENTAS DORMIDAS -" TO WS-TIT-TEXTO.
            MOVE WS-MESES-DORMIDA TO WS-TIT-MESES.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.

            WRITE UNCLAIMED-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA-NRC.
            MOVE "SALDOS NO RECLAMADOS A REMITIR -" TO WS-TIT-TEXTO.
            MOVE WS-MESES-ESTATUTO TO WS-TIT-MESES.
            WRITE UNCLAIMED-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA-NRC.
            WRITE UNCLAIMED-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA-NRC.
            WRITE UNCLAIMED-LINE FROM WS-NRC-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA-NRC.

       IMPRIME-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-DORMIDAS TO WS-TT1-DORMIDAS.
            MOVE WS-MARCADAS TO WS-TT1-MARCADAS.
            MOVE WS-REACTIVADAS TO WS-TT1-REACTIVADAS.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TOTAL-DORMIDO TO WS-TT2-SALDO.
            MOVE WS-TOTAL-RETENIDO TO WS-TT2-RETENIDO.
            MOVE WS-SITE-CURRENCY TO WS-TT2-MONEDA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-SIN-HISTORIA TO WS-TT3-SIN-HISTORIA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
            PERFORM VERIFICA-ESCRITURA.

            WRITE UNCLAIMED-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA-NRC.
            MOVE WS-NO-RECLAMADAS TO WS-NRT-CUENTAS.
            MOVE WS-TOTAL-NO-RECLAMADO TO WS-NRT-SALDO.
            WRITE UNCLAIMED-LINE FROM WS-NRC-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA-NRC.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "DETECTA-DORMIDAS WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA-NRC.
            IF NOT WS-NRC-OK
                MOVE WS-NRC-STATUS TO WS-ABEND-STATUS
                MOVE "DETECTA-DORMIDAS WRITE NRC"
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
            MOVE "N" TO WS-CAMBIOS-SWITCH.
            MOVE 24 TO WS-MESES-DORMIDA.
            MOVE 60 TO WS-MESES-ESTATUTO.
            MOVE 0 TO WS-CTA-COUNT.
            MOVE 0 TO WS-LEIDAS.
            MOVE 0 TO WS-LEIDOS-PREG.
            MOVE 0 TO WS-MARCADAS.
            MOVE 0 TO WS-REACTIVADAS.
            MOVE 0 TO WS-SIN-HISTORIA.
            MOVE 0 TO WS-DORMIDAS.
            MOVE 0 TO WS-NO-RECLAMADAS.
            MOVE 0 TO WS-TOTAL-DORMIDO.
            MOVE 0 TO WS-TOTAL-RETENIDO.
            MOVE 0 TO WS-TOTAL-NO-RECLAMADO.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM DETECTA-DORMIDAS.
