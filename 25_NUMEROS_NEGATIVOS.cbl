      *          run of the same file, or the same line appearing
      *          twice in it -- is routed to LEDGSUSP.TXT with a
      *          DUPLICADO reason instead of being posted, and the
      *          count of held movements is reported. Each register
      *          row also keeps the entry type of the movement, so
      *          DETECTA-DORMIDAS can tell customer activity from
      *          interest, carry-forward and other system entries.
      *          Movements to an account DETECTA-DORMIDAS marked
      *          dormant (AM-ACTIVE "D") are held on LEDGSUSP.TXT as
      *          CUENTA DORMIDA instead of posted -- only the "A"
      *          carry-forward of its balance goes through -- and a
      *          dormant account is not charged the overdraft
      *          penalty; once an operator reactivates the account
      *          on MANTIENE-CUENTAS the held movements, still on
      *          LEDGERTX.DAT, post on the next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Moneda de la cuenta; blanco o la moneda base del sitio =
      *    sin revalorizacion de cierre.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

      *    Registro de posteos: cuenta, importe con su signo tal como
      *    viene en el movimiento, y la fecha de proceso en que se
           05  PR-ACCOUNT-ID        PIC X(8).
           05  PR-AMOUNT-RAW        PIC X(9).
           05  PR-FECHA             PIC 9(8).
      *    Tipo del movimiento posteado (LE-ENTRY-TYPE); espacio =
      *    movimiento normal del cliente.
           05  PR-TIPO              PIC X.

      *    Calendario de feriados: una fecha por linea; junto con el
      *    fin de semana decide si el cierre del dia carga
               10  WS-ACCT-OD-SWITCH    PIC X.
                   88  WS-ACCT-OVERDRAWN VALUE "Y".
               10  WS-ACCT-LAST-TYPE    PIC X.
      *    "D" = cuenta dormida en el master: sus movimientos se
      *    retienen y no se le cobra penalizacion.
               10  WS-ACCT-DORMIDA-SW   PIC X.
                   88  WS-ACCT-DORMIDA  VALUE "D".
       01  WS-ACCT-LIMIT-NEG        PIC S9(9)V99.

      *    Guardia de posteo duplicado: los posteos de HOY ya en
                   INDEXED BY WS-PREG-IDX.
               10  WS-PREG-ACCOUNT  PIC X(8).
               10  WS-PREG-AMOUNT   PIC X(9).
               10  WS-PREG-TIPO     PIC X.
      *    "Y" = este posteo persistido ya fue re-acumulado en la
      *    corrida actual; la siguiente aparicion igual es un
      *    duplicado del feed, no la re-corrida.
       01  WS-SUSP-STATUS           PIC XX.
           88  WS-SUSP-OK           VALUE "00".
       01  WS-INVALID-COUNT         PIC 9(6) VALUE 0.
       01  WS-RETENIDO-COUNT        PIC 9(6) VALUE 0.
       01  WS-RETENIDO-SWITCH       PIC X.
           88  WS-RETENIDO-DORMIDA  VALUE "Y".
       01  WS-SUSPENSE-DETAIL.
           05  WS-SUS-ACCOUNT       PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
                DISPLAY "MOVIMIENTOS YA POSTEADOS RE-ACUMULADOS "
                    "(RE-CORRIDA DEL DIA): " WS-REPOST-COUNT
            END-IF.
            IF WS-RETENIDO-COUNT > 0
                DISPLAY "MOVIMIENTOS RETENIDOS POR CUENTA DORMIDA: "
                    WS-RETENIDO-COUNT
            END-IF.

      *    Si APLICA-PENALIZACION ya cerro y reabrio LEDGERTX.DAT para
      *    postear el cargo, no volver a cerrarlo aqui (ya esta cerrado).
            END-IF.

            COMPUTE WS-RUNST-OUT-COUNT = WS-RUNST-IN-COUNT
                - WS-INVALID-COUNT - WS-DUP-COUNT
                - WS-RETENIDO-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
                END-IF
                ADD 1 TO WS-INVALID-COUNT
            ELSE
                PERFORM CHECA-CUENTA-DORMIDA
                IF WS-RETENIDO-DORMIDA
                    PERFORM RETIENE-MOVIMIENTO-DORMIDA
                ELSE
                    PERFORM VALIDA-MOVIMIENTO-2
                END-IF
            END-IF.

       CHECA-CUENTA-DORMIDA.
      *    Cuenta dormida en el master: todo movimiento menos la
      *    apertura "A" (el saldo ya posteado que arrastra el cierre
      *    mensual) queda retenido. No entra al registro de posteos,
      *    asi que tras la reactivacion se postea como nuevo.
            MOVE "N" TO WS-RETENIDO-SWITCH.
            IF LE-ENTRY-TYPE NOT = "A"
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                        UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                    IF WS-ACCT-ID(WS-ACCT-IDX) = LE-ACCOUNT-ID
                        IF WS-ACCT-DORMIDA(WS-ACCT-IDX)
                            SET WS-RETENIDO-DORMIDA TO TRUE
                        END-IF
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.

       RETIENE-MOVIMIENTO-DORMIDA.
            MOVE LE-ACCOUNT-ID TO WS-SUS-ACCOUNT.
            MOVE LEDGER-ENTRY-RECORD(9:9) TO WS-SUS-AMOUNT.
            MOVE "CUENTA DORMIDA" TO WS-SUS-REASON.
            IF NOT WS-SUPRIME-SALIDA
                WRITE SUSPENSE-LINE FROM WS-SUSPENSE-DETAIL
                IF NOT WS-SUSP-OK
                    MOVE WS-SUSP-STATUS TO WS-ABEND-STATUS
                    MOVE "RETIENE-MOVIMIENTO WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            ADD 1 TO WS-RETENIDO-COUNT.

       VALIDA-MOVIMIENTO-2.
      *    Un signo corrupto o invalido deja LE-AMOUNT como no numerico;
                MOVE LE-ACCOUNT-ID TO WS-PREG-ACCOUNT(WS-PREG-IDX)
                MOVE LEDGER-ENTRY-RECORD(9:9)
                    TO WS-PREG-AMOUNT(WS-PREG-IDX)
                MOVE LE-ENTRY-TYPE TO WS-PREG-TIPO(WS-PREG-IDX)
                MOVE "N" TO WS-PREG-USED(WS-PREG-IDX)
            END-IF.

                                    WS-PREG-ACCOUNT(WS-PREG-IDX)
                                MOVE PR-AMOUNT-RAW TO
                                    WS-PREG-AMOUNT(WS-PREG-IDX)
                                MOVE PR-TIPO TO
                                    WS-PREG-TIPO(WS-PREG-IDX)
                                MOVE "N" TO
                                    WS-PREG-USED(WS-PREG-IDX)
                            END-IF
                    MOVE WS-PREG-AMOUNT(WS-PREG-IDX)
                        TO PR-AMOUNT-RAW
                    MOVE WS-PROC-DATE TO PR-FECHA
                    MOVE WS-PREG-TIPO(WS-PREG-IDX) TO PR-TIPO
                    WRITE POSTED-REG-RECORD
                    IF NOT WS-PREG-OK
                        MOVE WS-PREG-STATUS TO WS-ABEND-STATUS
            MOVE 0 TO WS-ACCT-BALANCE(WS-ACCT-IDX).
            MOVE "N" TO WS-ACCT-OD-SWITCH(WS-ACCT-IDX).
            MOVE SPACE TO WS-ACCT-LAST-TYPE(WS-ACCT-IDX).
            IF AM-ACTIVE = "D"
                MOVE "D" TO WS-ACCT-DORMIDA-SW(WS-ACCT-IDX)
            ELSE
                MOVE "N" TO WS-ACCT-DORMIDA-SW(WS-ACCT-IDX)
            END-IF.

       BUSCA-O-CREA-CUENTA.
      *    Cuenta del movimiento actual: si no vino en el master se
                MOVE 0 TO WS-ACCT-BALANCE(WS-ACCT-IDX)
                MOVE "N" TO WS-ACCT-OD-SWITCH(WS-ACCT-IDX)
                MOVE SPACE TO WS-ACCT-LAST-TYPE(WS-ACCT-IDX)
                MOVE "N" TO WS-ACCT-DORMIDA-SW(WS-ACCT-IDX)
            END-IF.

       APLICA-PENALIZACION.
                COMPUTE WS-ACCT-LIMIT-NEG =
                    0 - WS-ACCT-OD-LIMIT(WS-ACCT-IDX)
                IF WS-ACCT-BALANCE(WS-ACCT-IDX) < WS-ACCT-LIMIT-NEG
                    EVALUATE TRUE
                        WHEN WS-ACCT-DORMIDA(WS-ACCT-IDX)
                            DISPLAY "CUENTA DORMIDA - SIN CARGO DE "
                                "PENALIZACION: "
                                WS-ACCT-ID(WS-ACCT-IDX)
                        WHEN WS-ACCT-LAST-TYPE(WS-ACCT-IDX) NOT = "P"
                            PERFORM POSTEA-PENALIZACION-CUENTA
                        WHEN OTHER
                            DISPLAY "DESCUBIERTO YA PENALIZADO - SIN "
                                "NUEVO CARGO: "
                                WS-ACCT-ID(WS-ACCT-IDX)
                                " SALDO: "
                                WS-ACCT-BALANCE(WS-ACCT-IDX)
                    END-EVALUATE
                END-IF
            END-PERFORM.
            IF WS-PENALTY-OPENED
