      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end statements of account for the receivables
      *          customers: every ACCTMAST.DAT ledger account that
      *          has invoices on INVMAST.DAT (GESTIONA-FACTURAS). For
      *          the statement month (PARM147.DAT, AAAAMM; absent,
      *          the month before the business date) each statement
      *          shows the opening balance, every invoice issued in
      *          the month and every movement the ledger posted on
      *          the account in the month from POSTREG.DAT
      *          (positive = abono/collection, negative = cargo),
      *          in date order with a running balance, the closing
      *          balance, and the aging of the invoices still open
      *          at month end in the INVAGING.TXT buckets (0-30 /
      *          31-60 / 61-90 / over 90 days). The balance owed is
      *          invoices issued less the net ledger postings up to
      *          the date (invoices parked or rejected by the
      *          credit check are not owed and are left out).
      *          Invoices are charged at their gross (net plus tax)
      *          and the credit notes raised against them
      *          (NOTACRED.DAT) come in as abonos on their own date;
      *          an invoice ages on what is left of its gross after
      *          the notes up to month end.
      *          Accounts with no movement in the month and a zero
      *          closing balance get no statement. The statements
      *          are written to ESTADCTA.TXT, in the 90-column
      *          report width DISTRIBUYE-REPORTES copies, so the
      *          file reaches collections or the mail room through
      *          the recipient's DISTMAST.DAT line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-ESTADOS-CUENTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM147.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           SELECT POSTED-REGISTER ASSIGN TO "POSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ESTADCTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "INVMSL.cpy".
           COPY "NCRDSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ANOMES          PIC 9(6).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

      *    Mismo layout que graba NUMERO_NEGATIVO; el importe crudo
      *    conserva los bytes DISPLAY con su signo.
       FD  POSTED-REGISTER.
       01  POSTED-REG-RECORD.
           05  PR-ACCOUNT-ID        PIC X(8).
           05  PR-AMOUNT-RAW        PIC X(9).
           05  PR-FECHA             PIC 9(8).
           05  PR-TIPO              PIC X.

       FD  STATEMENT-FILE.
       01  REPORT-LINE              PIC X(90).

       COPY "INVMFD.cpy".
       COPY "NCRDFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-PREG-STATUS           PIC XX.
           88  WS-PREG-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

      *    Mes del estado y sus limites.
       01  WS-ANOMES                PIC 9(6).
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           05  WS-ANOMES-ANO        PIC 9(4).
           05  WS-ANOMES-MES        PIC 99.
       01  WS-HOY-FECHA             PIC 9(8).
       01  WS-HOY-FECHA-R REDEFINES WS-HOY-FECHA.
           05  WS-HOY-ANO           PIC 9(4).
           05  WS-HOY-MES           PIC 99.
           05  WS-HOY-DIA           PIC 99.
       01  WS-INI-FECHA             PIC 9(8).
       01  WS-SIG-FECHA             PIC 9(8).
       01  WS-SIG-FECHA-R REDEFINES WS-SIG-FECHA.
           05  WS-SIG-ANO           PIC 9(4).
           05  WS-SIG-MES           PIC 99.
           05  WS-SIG-DIA           PIC 99.
       01  WS-FIN-FECHA             PIC 9(8).
       01  WS-FIN-INT               PIC 9(7).
       01  WS-EDAD-DIAS             PIC S9(5).
       01  WS-PENDIENTE-FACTURA     PIC S9(7)V99.

      *    El importe crudo del registro de posteos, visto numerico:
      *    positivo = abono entrante.
       01  WS-AMOUNT-RAW            PIC X(9).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-RAW
                                    PIC S9(7)V99.

      *    Cuentas del plan, en el orden del master.
       01  WS-AC-MAX                PIC 9(4) VALUE 2000.
       01  WS-AC-COUNT              PIC 9(4) VALUE 0.
       01  WS-AC-I                  PIC 9(4).
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 2000 TIMES.
               10  WS-AC-CUENTA     PIC X(8).
               10  WS-AC-DESC       PIC X(30).

      *    Posteos hasta el fin del mes, de las cuentas con
      *    facturas.
       01  WS-PG-MAX                PIC 9(4) VALUE 5000.
       01  WS-PG-COUNT              PIC 9(4) VALUE 0.
       01  WS-PG-I                  PIC 9(4).
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 5000 TIMES.
               10  WS-PG-CUENTA     PIC X(8).
               10  WS-PG-IMPORTE    PIC S9(7)V99.
               10  WS-PG-FECHA      PIC 9(8).

      *    Movimientos del mes de la cuenta en curso, ordenados por
      *    fecha al insertarlos.
       01  WS-MV-MAX                PIC 9(3) VALUE 300.
       01  WS-MV-COUNT              PIC 9(3) VALUE 0.
       01  WS-MV-I                  PIC 9(3).
       01  WS-MV-J                  PIC 9(3).
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY OCCURS 301 TIMES.
               10  WS-MV-FECHA      PIC 9(8).
               10  WS-MV-CONCEPTO   PIC X(20).
               10  WS-MV-CARGO      PIC 9(7)V99.
               10  WS-MV-ABONO      PIC 9(7)V99.
       01  WS-MV-NUEVO.
           05  WS-MVN-FECHA         PIC 9(8).
           05  WS-MVN-CONCEPTO      PIC X(20).
           05  WS-MVN-CARGO         PIC 9(7)V99.
           05  WS-MVN-ABONO         PIC 9(7)V99.

       01  WS-CUENTA-ACTUAL         PIC X(8).
       01  WS-NOMBRE-ACTUAL         PIC X(30).
       01  WS-CLIENTE-SWITCH        PIC X.
           88  WS-ES-CLIENTE        VALUE "Y".
       01  WS-SALDO-INICIAL         PIC S9(9)V99.
       01  WS-SALDO                 PIC S9(9)V99.
       01  WS-TOTAL-CARGOS          PIC S9(9)V99.
       01  WS-TOTAL-ABONOS          PIC S9(9)V99.
       01  WS-BUCKET-0-30           PIC 9(9)V99.
       01  WS-BUCKET-31-60          PIC 9(9)V99.
       01  WS-BUCKET-61-90          PIC 9(9)V99.
       01  WS-BUCKET-MAS-90         PIC 9(9)V99.

       01  WS-CLIENTES              PIC 9(6) VALUE 0.
       01  WS-EMITIDOS              PIC 9(6) VALUE 0.
       01  WS-SUPRIMIDOS            PIC 9(6) VALUE 0.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-GUION-LINE            PIC X(90) VALUE ALL "-".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(27)
                   VALUE "ESTADO DE CUENTA DEL MES - ".
           05  WS-TIT-ANOMES        PIC 9(6).
           05  FILLER               PIC X(5) VALUE " AL: ".
           05  WS-TIT-FIN           PIC 9(8).
       01  WS-CLIENTE-LINE.
           05  FILLER               PIC X(9) VALUE "CLIENTE: ".
           05  WS-CLI-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CLI-NOMBRE        PIC X(30).
           05  FILLER               PIC X(8) VALUE " MONEDA ".
           05  WS-CLI-MONEDA        PIC X(3).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(30)
                   VALUE "FECHA    CONCEPTO             ".
           05  FILLER               PIC X(30)
                   VALUE "         CARGO          ABONO ".
           05  FILLER               PIC X(14)
                   VALUE "         SALDO".
       01  WS-SALDO-LINE.
           05  WS-SAL-ETIQUETA      PIC X(30).
           05  FILLER               PIC X(30) VALUE SPACES.
           05  WS-SAL-IMPORTE       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-MOVIMIENTO-LINE.
           05  WS-MOV-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-MOV-CONCEPTO      PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-MOV-CARGO         PIC Z,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-MOV-ABONO         PIC Z,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
           05  WS-MOV-SALDO         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTALES-LINE.
           05  FILLER               PIC X(30)
                   VALUE "TOTALES DEL MES".
           05  WS-TOT-CARGOS        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-TOT-ABONOS        PIC Z,ZZZ,ZZ9.99.
       01  WS-ANTIGUEDAD-TITULO     PIC X(40)
                   VALUE "ANTIGUEDAD DE LAS FACTURAS ABIERTAS".
       01  WS-BUCKET-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-BKT-LABEL         PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-BKT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INVMWS.cpy".
       COPY "NCRDWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "EMITE-ESTADOS-CUENTA" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CALCULA-MES.
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM CARGA-NOTAS-CREDITO.
            PERFORM CARGA-CUENTAS.
            PERFORM CARGA-POSTEOS.

            OPEN OUTPUT STATEMENT-FILE.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN ESTADCTA"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            PERFORM VARYING WS-AC-I FROM 1 BY 1
                    UNTIL WS-AC-I > WS-AC-COUNT
                MOVE WS-AC-CUENTA (WS-AC-I) TO WS-CUENTA-ACTUAL
                MOVE WS-AC-DESC (WS-AC-I) TO WS-NOMBRE-ACTUAL
                PERFORM VERIFICA-CLIENTE
                IF WS-ES-CLIENTE
                    ADD 1 TO WS-CLIENTES
                    PERFORM PREPARA-ESTADO
                    IF WS-MV-COUNT = 0 AND WS-SALDO = 0
                        ADD 1 TO WS-SUPRIMIDOS
                    ELSE
                        PERFORM IMPRIME-ESTADO
                        ADD 1 TO WS-EMITIDOS
                    END-IF
                END-IF
            END-PERFORM.

            CLOSE STATEMENT-FILE.
            DISPLAY "ESTADOS DE CUENTA " WS-ANOMES
                " EMITIDOS: " WS-EMITIDOS
                " SUPRIMIDOS SIN MOVIMIENTO NI SALDO: " WS-SUPRIMIDOS.

            MOVE WS-CLIENTES TO WS-RUNST-IN-COUNT.
            MOVE WS-EMITIDOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CALCULA-MES.
      *    Sin parametro valido se toma el mes anterior a la fecha
      *    de negocio: la corrida se hace tras el cierre del mes.
            MOVE WS-OPSLOG-DATE TO WS-HOY-FECHA.
            IF WS-ANOMES = 0
                IF WS-HOY-MES = 1
                    COMPUTE WS-ANOMES-ANO = WS-HOY-ANO - 1
                    MOVE 12 TO WS-ANOMES-MES
                ELSE
                    MOVE WS-HOY-ANO TO WS-ANOMES-ANO
                    COMPUTE WS-ANOMES-MES = WS-HOY-MES - 1
                END-IF
            END-IF.
            COMPUTE WS-INI-FECHA = WS-ANOMES * 100 + 1.
            IF WS-ANOMES-MES = 12
                COMPUTE WS-SIG-ANO = WS-ANOMES-ANO + 1
                MOVE 1 TO WS-SIG-MES
            ELSE
                MOVE WS-ANOMES-ANO TO WS-SIG-ANO
                COMPUTE WS-SIG-MES = WS-ANOMES-MES + 1
            END-IF.
            MOVE 1 TO WS-SIG-DIA.
            COMPUTE WS-FIN-INT =
                FUNCTION INTEGER-OF-DATE (WS-SIG-FECHA) - 1.
            COMPUTE WS-FIN-FECHA =
                FUNCTION DATE-OF-INTEGER (WS-FIN-INT).

       VERIFICA-CLIENTE.
            MOVE "N" TO WS-CLIENTE-SWITCH.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-CUENTA (WS-IM-I) = WS-CUENTA-ACTUAL
                    SET WS-ES-CLIENTE TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       PREPARA-ESTADO.
      *    Saldo inicial: facturas y posteos anteriores al mes.
      *    Lo del mes entra a la tabla de movimientos; lo posterior
      *    al fin del mes no cuenta.
            MOVE 0 TO WS-SALDO-INICIAL.
            MOVE 0 TO WS-MV-COUNT.
            MOVE 0 TO WS-BUCKET-0-30.
            MOVE 0 TO WS-BUCKET-31-60.
            MOVE 0 TO WS-BUCKET-61-90.
            MOVE 0 TO WS-BUCKET-MAS-90.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
      *         Aparcadas y rechazadas por credito no se deben.
                IF WS-IM-TBL-CUENTA (WS-IM-I) = WS-CUENTA-ACTUAL
                        AND WS-IM-TBL-ESTADO (WS-IM-I) NOT = "P"
                        AND WS-IM-TBL-ESTADO (WS-IM-I) NOT = "R"
                    PERFORM TOMA-FACTURA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-NC-I FROM 1 BY 1
                    UNTIL WS-NC-I > WS-NC-COUNT
                IF WS-NC-TBL-CUENTA (WS-NC-I) = WS-CUENTA-ACTUAL
                    PERFORM TOMA-NOTA-CREDITO
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-PG-I FROM 1 BY 1
                    UNTIL WS-PG-I > WS-PG-COUNT
                IF WS-PG-CUENTA (WS-PG-I) = WS-CUENTA-ACTUAL
                    PERFORM TOMA-POSTEO
                END-IF
            END-PERFORM.
            COMPUTE WS-SALDO = WS-SALDO-INICIAL.
            PERFORM VARYING WS-MV-I FROM 1 BY 1
                    UNTIL WS-MV-I > WS-MV-COUNT
                COMPUTE WS-SALDO = WS-SALDO + WS-MV-CARGO (WS-MV-I)
                    - WS-MV-ABONO (WS-MV-I)
            END-PERFORM.

       TOMA-FACTURA.
            EVALUATE TRUE
                WHEN WS-IM-TBL-FECHA (WS-IM-I) < WS-INI-FECHA
                    ADD WS-IM-TBL-BRUTO (WS-IM-I)
                        TO WS-SALDO-INICIAL
                WHEN WS-IM-TBL-FECHA (WS-IM-I) <= WS-FIN-FECHA
                    MOVE WS-IM-TBL-FECHA (WS-IM-I) TO WS-MVN-FECHA
                    MOVE SPACES TO WS-MVN-CONCEPTO
                    STRING "FACTURA " WS-IM-TBL-NUMERO (WS-IM-I)
                        DELIMITED BY SIZE INTO WS-MVN-CONCEPTO
                    MOVE WS-IM-TBL-BRUTO (WS-IM-I) TO WS-MVN-CARGO
                    MOVE 0 TO WS-MVN-ABONO
                    PERFORM INSERTA-MOVIMIENTO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
      *    Abierta al fin del mes: sin cobrar, o cobrada despues.
      *    La castigada el cliente la sigue debiendo.
            IF WS-IM-TBL-FECHA (WS-IM-I) <= WS-FIN-FECHA
                    AND (WS-IM-TBL-ESTADO (WS-IM-I) = "A"
                        OR WS-IM-TBL-ESTADO (WS-IM-I) = "I"
                        OR WS-IM-TBL-COBRO (WS-IM-I) > WS-FIN-FECHA)
                PERFORM ENVEJECE-FACTURA
            END-IF.

       ENVEJECE-FACTURA.
      *    Lo pendiente al fin del mes: el bruto menos las notas de
      *    credito emitidas contra la factura hasta esa fecha.
            MOVE WS-IM-TBL-BRUTO (WS-IM-I) TO WS-PENDIENTE-FACTURA.
            PERFORM VARYING WS-NC-I FROM 1 BY 1
                    UNTIL WS-NC-I > WS-NC-COUNT
                IF WS-NC-TBL-FACTURA (WS-NC-I)
                        = WS-IM-TBL-NUMERO (WS-IM-I)
                        AND WS-NC-TBL-FECHA (WS-NC-I) <= WS-FIN-FECHA
                    SUBTRACT WS-NC-TBL-BRUTO (WS-NC-I)
                        FROM WS-PENDIENTE-FACTURA
                END-IF
            END-PERFORM.
            COMPUTE WS-EDAD-DIAS = WS-FIN-INT
                - FUNCTION INTEGER-OF-DATE (WS-IM-TBL-FECHA (WS-IM-I)).
            IF WS-PENDIENTE-FACTURA > 0
                EVALUATE TRUE
                    WHEN WS-EDAD-DIAS <= 30
                        ADD WS-PENDIENTE-FACTURA TO WS-BUCKET-0-30
                    WHEN WS-EDAD-DIAS <= 60
                        ADD WS-PENDIENTE-FACTURA TO WS-BUCKET-31-60
                    WHEN WS-EDAD-DIAS <= 90
                        ADD WS-PENDIENTE-FACTURA TO WS-BUCKET-61-90
                    WHEN OTHER
                        ADD WS-PENDIENTE-FACTURA TO WS-BUCKET-MAS-90
                END-EVALUATE
            END-IF.

       TOMA-NOTA-CREDITO.
            EVALUATE TRUE
                WHEN WS-NC-TBL-FECHA (WS-NC-I) < WS-INI-FECHA
                    SUBTRACT WS-NC-TBL-BRUTO (WS-NC-I)
                        FROM WS-SALDO-INICIAL
                WHEN WS-NC-TBL-FECHA (WS-NC-I) <= WS-FIN-FECHA
                    MOVE WS-NC-TBL-FECHA (WS-NC-I) TO WS-MVN-FECHA
                    MOVE SPACES TO WS-MVN-CONCEPTO
                    STRING "NOTA CREDITO " WS-NC-TBL-NUMERO (WS-NC-I)
                        DELIMITED BY SIZE INTO WS-MVN-CONCEPTO
                    MOVE 0 TO WS-MVN-CARGO
                    MOVE WS-NC-TBL-BRUTO (WS-NC-I) TO WS-MVN-ABONO
                    PERFORM INSERTA-MOVIMIENTO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       TOMA-POSTEO.
            IF WS-PG-FECHA (WS-PG-I) < WS-INI-FECHA
                SUBTRACT WS-PG-IMPORTE (WS-PG-I)
                    FROM WS-SALDO-INICIAL
            ELSE
                MOVE WS-PG-FECHA (WS-PG-I) TO WS-MVN-FECHA
                IF WS-PG-IMPORTE (WS-PG-I) > 0
                    MOVE "COBRO / ABONO" TO WS-MVN-CONCEPTO
                    MOVE 0 TO WS-MVN-CARGO
                    MOVE WS-PG-IMPORTE (WS-PG-I) TO WS-MVN-ABONO
                ELSE
                    MOVE "CARGO EN CUENTA" TO WS-MVN-CONCEPTO
                    COMPUTE WS-MVN-CARGO = 0 - WS-PG-IMPORTE (WS-PG-I)
                    MOVE 0 TO WS-MVN-ABONO
                END-IF
                PERFORM INSERTA-MOVIMIENTO
            END-IF.

       INSERTA-MOVIMIENTO.
      *    Insercion ordenada por fecha; a igual fecha queda detras
      *    de los ya cargados (facturas antes que posteos).
            IF WS-MV-COUNT >= WS-MV-MAX
                DISPLAY "MOVIMIENTOS DE LA CUENTA " WS-CUENTA-ACTUAL
                    " EXCEDEN " WS-MV-MAX " EN EL MES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-MV-COUNT TO WS-MV-I.
            PERFORM UNTIL WS-MV-I = 0
                IF WS-MV-FECHA (WS-MV-I) <= WS-MVN-FECHA
                    EXIT PERFORM
                END-IF
                COMPUTE WS-MV-J = WS-MV-I + 1
                MOVE WS-MV-ENTRY (WS-MV-I) TO WS-MV-ENTRY (WS-MV-J)
                SUBTRACT 1 FROM WS-MV-I
            END-PERFORM.
            ADD 1 TO WS-MV-I.
            MOVE WS-MV-NUEVO TO WS-MV-ENTRY (WS-MV-I).
            ADD 1 TO WS-MV-COUNT.

       IMPRIME-ESTADO.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANOMES TO WS-TIT-ANOMES.
            MOVE WS-FIN-FECHA TO WS-TIT-FIN.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CUENTA-ACTUAL TO WS-CLI-CUENTA.
            MOVE WS-NOMBRE-ACTUAL TO WS-CLI-NOMBRE.
            MOVE WS-SITE-CURRENCY TO WS-CLI-MONEDA.
            WRITE REPORT-LINE FROM WS-CLIENTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "SALDO INICIAL" TO WS-SAL-ETIQUETA.
            MOVE WS-SALDO-INICIAL TO WS-SAL-IMPORTE.
            WRITE REPORT-LINE FROM WS-SALDO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE WS-SALDO-INICIAL TO WS-SALDO.
            MOVE 0 TO WS-TOTAL-CARGOS.
            MOVE 0 TO WS-TOTAL-ABONOS.
            PERFORM VARYING WS-MV-I FROM 1 BY 1
                    UNTIL WS-MV-I > WS-MV-COUNT
                PERFORM IMPRIME-MOVIMIENTO
            END-PERFORM.

            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TOTAL-CARGOS TO WS-TOT-CARGOS.
            MOVE WS-TOTAL-ABONOS TO WS-TOT-ABONOS.
            WRITE REPORT-LINE FROM WS-TOTALES-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "SALDO FINAL" TO WS-SAL-ETIQUETA.
            MOVE WS-SALDO TO WS-SAL-IMPORTE.
            WRITE REPORT-LINE FROM WS-SALDO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            WRITE REPORT-LINE FROM WS-ANTIGUEDAD-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DE 0 A 30 DIAS: " TO WS-BKT-LABEL.
            MOVE WS-BUCKET-0-30 TO WS-BKT-AMOUNT.
            WRITE REPORT-LINE FROM WS-BUCKET-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DE 31 A 60 DIAS:" TO WS-BKT-LABEL.
            MOVE WS-BUCKET-31-60 TO WS-BKT-AMOUNT.
            WRITE REPORT-LINE FROM WS-BUCKET-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DE 61 A 90 DIAS:" TO WS-BKT-LABEL.
            MOVE WS-BUCKET-61-90 TO WS-BKT-AMOUNT.
            WRITE REPORT-LINE FROM WS-BUCKET-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "MAS DE 90 DIAS: " TO WS-BKT-LABEL.
            MOVE WS-BUCKET-MAS-90 TO WS-BKT-AMOUNT.
            WRITE REPORT-LINE FROM WS-BUCKET-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-MOVIMIENTO.
            COMPUTE WS-SALDO = WS-SALDO + WS-MV-CARGO (WS-MV-I)
                - WS-MV-ABONO (WS-MV-I).
            ADD WS-MV-CARGO (WS-MV-I) TO WS-TOTAL-CARGOS.
            ADD WS-MV-ABONO (WS-MV-I) TO WS-TOTAL-ABONOS.
            MOVE WS-MV-FECHA (WS-MV-I) TO WS-MOV-FECHA.
            MOVE WS-MV-CONCEPTO (WS-MV-I) TO WS-MOV-CONCEPTO.
            MOVE WS-MV-CARGO (WS-MV-I) TO WS-MOV-CARGO.
            MOVE WS-MV-ABONO (WS-MV-I) TO WS-MOV-ABONO.
            MOVE WS-SALDO TO WS-MOV-SALDO.
            WRITE REPORT-LINE FROM WS-MOVIMIENTO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CARGA-CUENTAS.
            MOVE 0 TO WS-AC-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF NOT WS-ACM-OK
                DISPLAY "ACCTMAST.DAT AUSENTE - SIN ESTADOS DE CUENTA"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UNA-CUENTA
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-UNA-CUENTA.
            IF WS-AC-COUNT >= WS-AC-MAX
                DISPLAY "TABLA DE CUENTAS LLENA EN " WS-AC-MAX
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-AC-COUNT.
            MOVE AM-ACCOUNT TO WS-AC-CUENTA (WS-AC-COUNT).
            MOVE AM-DESC TO WS-AC-DESC (WS-AC-COUNT).

       CARGA-POSTEOS.
            MOVE 0 TO WS-PG-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT POSTED-REGISTER.
            IF NOT WS-PREG-OK
                DISPLAY "POSTREG.DAT AUSENTE - ESTADOS SIN POSTEOS"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ POSTED-REGISTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-POSTEO
                    END-READ
                END-PERFORM
                CLOSE POSTED-REGISTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-UN-POSTEO.
      *    Solo interesan las cuentas facturadas y lo posteado hasta
      *    el fin del mes del estado.
            MOVE PR-AMOUNT-RAW TO WS-AMOUNT-RAW.
            IF WS-AMOUNT-NUM IS NUMERIC AND PR-FECHA IS NUMERIC
                    AND PR-FECHA <= WS-FIN-FECHA
                MOVE PR-ACCOUNT-ID TO WS-CUENTA-ACTUAL
                PERFORM VERIFICA-CLIENTE
                IF WS-ES-CLIENTE
                    IF WS-PG-COUNT >= WS-PG-MAX
                        DISPLAY "TABLA DE POSTEOS LLENA EN " WS-PG-MAX
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-PG-COUNT
                    MOVE PR-ACCOUNT-ID TO WS-PG-CUENTA (WS-PG-COUNT)
                    MOVE WS-AMOUNT-NUM TO WS-PG-IMPORTE (WS-PG-COUNT)
                    MOVE PR-FECHA TO WS-PG-FECHA (WS-PG-COUNT)
                END-IF
            END-IF.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-ANOMES IS NUMERIC
                                AND PARM-ANOMES > 0
                                AND PARM-ANOMES (5:2) >= "01"
                                AND PARM-ANOMES (5:2) <= "12"
                            MOVE PARM-ANOMES TO WS-ANOMES
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "EMITE-ESTADOS-CUENTA WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-ANOMES.
            MOVE 0 TO WS-AC-COUNT.
            MOVE 0 TO WS-PG-COUNT.
            MOVE 0 TO WS-MV-COUNT.
            MOVE 0 TO WS-CLIENTES.
            MOVE 0 TO WS-EMITIDOS.
            MOVE 0 TO WS-SUPRIMIDOS.

       COPY "INVMWR.cpy".
       COPY "NCRDWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM EMITE-ESTADOS-CUENTA.
