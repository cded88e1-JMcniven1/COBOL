      *          (LEDGyyyymm.ARC), and restarts LEDGERTX.DAT with one
      *          carried-forward "A" opening entry per account, so
      *          the daily run stops re-reading an entire month of
      *          entries every night. Entries held for an account
      *          marked dormant (AM-ACTIVE "D", DETECTA-DORMIDAS)
      *          were never posted by NUMERO_NEGATIVO, so they stay
      *          out of the closing balance and are carried into the
      *          new LEDGERTX.DAT as they are, after the openings,
      *          until the account is reactivated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    cierre mensual anterior, "I" = interes acreedor abonado
      *    por ABONA-INTERESES.
           05  LE-ENTRY-TYPE        PIC X.
       01  LEDGER-ENTRY-LINE        PIC X(18).

       FD  LEDGER-ARCHIVE.
       01  ARCHIVE-LINE             PIC X(18).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

      *    Mismo master de tasas que usa NUMERO_DECIMAL.
       FD  CURRENCY-RATE-MASTER.
       01  WS-ENTRY-COUNT           PIC 9(6) VALUE 0.
       01  WS-TOT-CLOSING           PIC S9(9)V99 VALUE 0.

      *    Cuentas dormidas del plan y asientos retenidos para ellas:
      *    no se acumulan al saldo y se re-graban tal cual en el
      *    LEDGERTX.DAT del mes nuevo.
       01  WS-DOR-COUNT             PIC 9(3) VALUE 0.
       01  WS-DOR-I                 PIC 9(3).
       01  WS-DOR-TABLE.
           05  WS-DOR-CUENTA OCCURS 200 TIMES PIC X(8).
       01  WS-RET-COUNT             PIC 9(3) VALUE 0.
       01  WS-RET-I                 PIC 9(3).
       01  WS-RET-TABLE.
           05  WS-RET-ASIENTO OCCURS 500 TIMES PIC X(18).
       01  WS-RETENIDO-SWITCH       PIC X.
           88  WS-RETENIDO-DORMIDA  VALUE "Y".

       01  WS-STMT-HEADER-LINE.
           05  FILLER               PIC X(26)
                   VALUE "ESTADO MENSUAL DEL LIBRO -".
           05  WS-STM-TOT-CLOSING   PIC -(8)9.99.
           05  FILLER               PIC X(11) VALUE " ASIENTOS: ".
           05  WS-STM-TOT-COUNT     PIC ZZZZZ9.
       01  WS-STMT-RETENIDOS-LINE.
           05  FILLER               PIC X(35)
                   VALUE "RETENIDOS CUENTA DORMIDA ARRASTR.: ".
           05  WS-STM-RET-COUNT     PIC ZZ9.

       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
                DELIMITED BY SIZE INTO WS-ARCH-FILENAME.

            PERFORM CARGA-PERFIL-SITIO.
            PERFORM CARGA-DORMIDAS.
            PERFORM ACUMULA-MES.
            PERFORM REVALORIZA-MONEDAS.
            PERFORM ARCHIVA-MES.
            CLOSE LEDGER-ENTRIES.

       ACUMULA-MOVIMIENTO.
            PERFORM CHECA-CUENTA-DORMIDA.
            IF WS-RETENIDO-DORMIDA
                PERFORM GUARDA-RETENIDO
            ELSE
                PERFORM BUSCA-O-CREA-CUENTA
                EVALUATE LE-ENTRY-TYPE
                    WHEN "A"
                        ADD LE-AMOUNT
                            TO WS-ACCT-OPENING(WS-ACCT-IDX)
                    WHEN "P"
                        ADD LE-AMOUNT
                            TO WS-ACCT-PENALTIES(WS-ACCT-IDX)
                    WHEN "I"
                        ADD LE-AMOUNT
                            TO WS-ACCT-INTERESES(WS-ACCT-IDX)
                    WHEN OTHER
                        ADD LE-AMOUNT
                            TO WS-ACCT-MOVEMENTS(WS-ACCT-IDX)
                END-EVALUATE
            END-IF.

       CHECA-CUENTA-DORMIDA.
      *    Misma regla que NUMERO_NEGATIVO: de una cuenta dormida
      *    solo la apertura "A" es saldo posteado.
            MOVE "N" TO WS-RETENIDO-SWITCH.
            IF LE-ENTRY-TYPE NOT = "A"
                PERFORM VARYING WS-DOR-I FROM 1 BY 1
                        UNTIL WS-DOR-I > WS-DOR-COUNT
                        OR WS-RETENIDO-DORMIDA
                    IF WS-DOR-CUENTA(WS-DOR-I) = LE-ACCOUNT-ID
                        SET WS-RETENIDO-DORMIDA TO TRUE
                    END-IF
                END-PERFORM
            END-IF.

       GUARDA-RETENIDO.
            IF WS-RET-COUNT >= 500
                DISPLAY "TABLA DE RETENIDOS LLENA EN 500 ENTRADAS"
                MOVE "GUARDA-RETENIDO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-RET-COUNT.
            MOVE LEDGER-ENTRY-RECORD TO WS-RET-ASIENTO(WS-RET-COUNT).

       CARGA-DORMIDAS.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                PERFORM UNTIL WS-ACM-EOF
                    READ ACCOUNT-MASTER
                        AT END SET WS-ACM-EOF TO TRUE
                        NOT AT END
                            IF AM-ACTIVE = "D"
                                    AND WS-DOR-COUNT < 200
                                ADD 1 TO WS-DOR-COUNT
                                MOVE AM-ACCOUNT
                                    TO WS-DOR-CUENTA(WS-DOR-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-ACM-EOF-SWITCH.

       BUSCA-O-CREA-CUENTA.
            MOVE "N" TO WS-ACCT-FOUND-SWITCH.
                MOVE "ESCRIBE-ESTADO WRITE TOT" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            IF WS-RET-COUNT > 0
                MOVE WS-RET-COUNT TO WS-STM-RET-COUNT
                WRITE STATEMENT-LINE FROM WS-STMT-RETENIDOS-LINE
                IF NOT WS-STMT-OK
                    MOVE WS-STMT-STATUS TO WS-ABEND-STATUS
                    MOVE "ESCRIBE-ESTADO WRITE RET"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.

            CLOSE LEDGER-STATEMENT.

                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-RET-I FROM 1 BY 1
                    UNTIL WS-RET-I > WS-RET-COUNT
                WRITE LEDGER-ENTRY-LINE FROM WS-RET-ASIENTO(WS-RET-I)
                IF NOT WS-LDG-OK
                    MOVE WS-LDG-STATUS TO WS-ABEND-STATUS
                    MOVE "ARRASTRA-APERTURAS WRITE RET"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE LEDGER-ENTRIES.

            DISPLAY "CIERRE " WS-CIERRE-ANOMES ": " WS-ENTRY-COUNT
            MOVE "N" TO WS-LDG-REVAL-SWITCH.
            MOVE 0 TO WS-MON-COUNT.
            MOVE 0 TO WS-REVAL-COUNT.
            MOVE 0 TO WS-DOR-COUNT.
            MOVE 0 TO WS-RET-COUNT.

       COPY "OPSLOGWR.cpy".
       COPY "SITEWR.cpy".
