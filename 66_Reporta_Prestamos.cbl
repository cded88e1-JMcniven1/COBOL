      *          surfaces for collection instead of dying silently
      *          with the master record. Closes with totals of live
      *          loans and outstanding balance.
      *          A second section summarizes the pricing register
      *          GESTIONA-PRESTAMOS keeps (LOANPRIC.DAT) by risk tier:
      *          loans granted within the tier's limits, granted by
      *          supervisor override and refused, with the principal
      *          granted, followed by the list of overrides with the
      *          approving supervisor and the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOAN-REPORT ASSIGN TO "LOANRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PRICING-REGISTER ASSIGN TO "LOANPRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPR-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".
       FD  LOAN-REPORT.
       01  REPORT-LINE              PIC X(80).

      *    Mismo layout que graba GESTIONA-PRESTAMOS.
       FD  PRICING-REGISTER.
       01  PRICING-REGISTER-RECORD.
           05  LP-FECHA             PIC 9(8).
           05  LP-EMPLOYEE-ID       PIC 9(6).
           05  LP-RISK-TIER         PIC X(20).
           05  LP-PRINCIPAL         PIC 9(7)V99.
           05  LP-RATE              PIC 9V9999.
           05  LP-TERM              PIC 9(3).
           05  LP-LIMITE            PIC 9(7)V99.
           05  LP-PLAZO-MAX         PIC 9(3).
           05  LP-DECISION          PIC X.
           05  LP-OPERADOR          PIC X(8).
           05  LP-SUPERVISOR        PIC X(8).
           05  LP-MOTIVO            PIC X(20).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".
           88  WS-HR-OK             VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-LPR-STATUS            PIC XX.
           88  WS-LPR-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HR-FOUND-SWITCH       PIC X.
           05  FILLER               PIC X(12) VALUE " CON BAJA: ".
           05  WS-TOT-BAJAS         PIC ZZZZZ9.

      *    Resumen del registro de precios por tier, en orden de
      *    primera aparicion.
       01  WS-TR-MAX                PIC 99 VALUE 20.
       01  WS-TR-COUNT              PIC 99 VALUE 0.
       01  WS-TR-I                  PIC 99.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY OCCURS 20 TIMES.
               10  WS-TR-TIER       PIC X(20).
               10  WS-TR-OTORGADOS  PIC 9(5).
               10  WS-TR-EXCEPCION  PIC 9(5).
               10  WS-TR-RECHAZADOS PIC 9(5).
               10  WS-TR-CAPITAL    PIC 9(9)V99.
       01  WS-EXCEPCIONES           PIC 9(5) VALUE 0.

       01  WS-TIER-TITULO-LINE      PIC X(40)
               VALUE "PRESTAMOS OTORGADOS POR TIER DE RIESGO".
       01  WS-TIER-COLUMNAS-LINE.
           05  FILLER               PIC X(31)
                   VALUE "TIER DE RIESGO        OTORGADOS".
           05  FILLER               PIC X(34)
                   VALUE " EXCEPCION  RECHAZOS       CAPITAL".
       01  WS-TIER-LINE.
           05  WS-TRL-TIER          PIC X(20).
           05  WS-TRL-OTORGADOS     PIC Z(10)9.
           05  WS-TRL-EXCEPCION     PIC Z(9)9.
           05  WS-TRL-RECHAZADOS    PIC Z(9)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-TRL-CAPITAL       PIC Z(8)9.99.
       01  WS-EXC-TITULO-LINE       PIC X(40)
               VALUE "OTORGADOS POR EXCEPCION DE SUPERVISOR".
       01  WS-EXC-LINE.
           05  WS-EXL-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-CAPITAL       PIC Z(6)9.99.
           05  FILLER               PIC X(5) VALUE " MAX ".
           05  WS-EXL-LIMITE        PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-TERM          PIC ZZ9.
           05  FILLER               PIC X VALUE "/".
           05  WS-EXL-PLAZO-MAX     PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-SUPERVISOR    PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-MOTIVO        PIC X(20).
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
            IF WS-LNM-OK
                CLOSE LOAN-MASTER
            END-IF.
            CLOSE HR-MASTER-FILE.

            PERFORM REPORTA-TIERS.
            CLOSE LOAN-REPORT.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-VIVOS TO WS-RUNST-OUT-COUNT.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.

       REPORTA-TIERS.
      *    Sin registro de precios (otorgamientos anteriores a la
      *    matriz) la seccion sale vacia.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PRICING-REGISTER.
            IF WS-LPR-OK
                PERFORM UNTIL WS-EOF
                    READ PRICING-REGISTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM ACUMULA-TIER
                    END-READ
                END-PERFORM
                CLOSE PRICING-REGISTER
            END-IF.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-TIER-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-TIER-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-TR-I FROM 1 BY 1
                    UNTIL WS-TR-I > WS-TR-COUNT
                MOVE WS-TR-TIER (WS-TR-I) TO WS-TRL-TIER
                MOVE WS-TR-OTORGADOS (WS-TR-I) TO WS-TRL-OTORGADOS
                MOVE WS-TR-EXCEPCION (WS-TR-I) TO WS-TRL-EXCEPCION
                MOVE WS-TR-RECHAZADOS (WS-TR-I) TO WS-TRL-RECHAZADOS
                MOVE WS-TR-CAPITAL (WS-TR-I) TO WS-TRL-CAPITAL
                WRITE REPORT-LINE FROM WS-TIER-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.
            IF WS-EXCEPCIONES > 0
                PERFORM LISTA-EXCEPCIONES
            END-IF.

       ACUMULA-TIER.
            PERFORM VARYING WS-TR-I FROM 1 BY 1
                    UNTIL WS-TR-I > WS-TR-COUNT
                IF WS-TR-TIER (WS-TR-I) = LP-RISK-TIER
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-TR-I > WS-TR-COUNT
                IF WS-TR-COUNT >= WS-TR-MAX
                    DISPLAY "TABLA DE TIERS LLENA EN " WS-TR-MAX
                        " ENTRADAS"
                    MOVE "ACUMULA-TIER" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-TR-COUNT
                MOVE WS-TR-COUNT TO WS-TR-I
                MOVE LP-RISK-TIER TO WS-TR-TIER (WS-TR-I)
                MOVE 0 TO WS-TR-OTORGADOS (WS-TR-I)
                    WS-TR-EXCEPCION (WS-TR-I)
                    WS-TR-RECHAZADOS (WS-TR-I)
                    WS-TR-CAPITAL (WS-TR-I)
            END-IF.
            EVALUATE LP-DECISION
                WHEN "O"
                    ADD 1 TO WS-TR-OTORGADOS (WS-TR-I)
                    ADD LP-PRINCIPAL TO WS-TR-CAPITAL (WS-TR-I)
                WHEN "E"
                    ADD 1 TO WS-TR-EXCEPCION (WS-TR-I)
                    ADD LP-PRINCIPAL TO WS-TR-CAPITAL (WS-TR-I)
                    ADD 1 TO WS-EXCEPCIONES
                WHEN OTHER
                    ADD 1 TO WS-TR-RECHAZADOS (WS-TR-I)
            END-EVALUATE.

       LISTA-EXCEPCIONES.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-EXC-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PRICING-REGISTER.
            PERFORM UNTIL WS-EOF
                READ PRICING-REGISTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF LP-DECISION = "E"
                            PERFORM ESCRIBE-EXCEPCION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PRICING-REGISTER.

       ESCRIBE-EXCEPCION.
            MOVE LP-FECHA TO WS-EXL-FECHA.
            MOVE LP-EMPLOYEE-ID TO WS-EXL-ID.
            MOVE LP-PRINCIPAL TO WS-EXL-CAPITAL.
            MOVE LP-LIMITE TO WS-EXL-LIMITE.
            MOVE LP-TERM TO WS-EXL-TERM.
            MOVE LP-PLAZO-MAX TO WS-EXL-PLAZO-MAX.
            MOVE LP-SUPERVISOR TO WS-EXL-SUPERVISOR.
            MOVE LP-MOTIVO TO WS-EXL-MOTIVO.
            WRITE REPORT-LINE FROM WS-EXC-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
