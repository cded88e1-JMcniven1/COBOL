      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly teller cash-drawer balancing, run right after
      *          LIQUIDA-SUCURSALES. CONSOLIDA-SUCURSALES proves each
      *          branch file's record count; this step proves the
      *          cash. The drawer counts keyed on CAPTURA-ARQUEO
      *          (ARQUEO.DAT) for the business date are balanced by
      *          branch: the branch should hold the opening floats of
      *          its drawers plus its DAILYTX.DAT movements for the
      *          day (NUM1 plus NUM2, the position LIQUIDA-SUCURSALES
      *          nets), and the difference between that expected
      *          position and the physical count is the branch's
      *          over (positive) or short (negative). Each non-zero
      *          difference is posted onto LEDGERTX.DAT under the
      *          branch's cash-difference account DCxxxx with its own
      *          "C" marker. DAILYTX carries no drawer, so each drawer
      *          is proved against its float plus the net of its own
      *          teller tape, and a drawer (or branch) whose
      *          difference exceeds the tolerance of PARM163.DAT
      *          (default 10.00) is flagged; the tapes that do not add
      *          up to the branch's DAILYTX movement are reported as
      *          a residue, and a branch with movements but no counts
      *          is flagged SIN ARQUEO. Balanced counts are marked B
      *          so a rerun of the same night posts nothing twice; a
      *          count left pending from an earlier date is closed
      *          V without posting. BALCAJA.TXT, in the 90-column
      *          width DISTRIBUYE-REPORTES copies, starts every branch
      *          and drawer line with the branch code, so a DISTMAST
      *          entry with that code as its department hands each
      *          branch manager their own lines the next morning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRA-CAJAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM163.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DAILY-TRANSACTIONS ASSIGN TO "DAILYTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTX-STATUS.
           SELECT LEDGER-ENTRIES ASSIGN TO "LEDGERTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "BALCAJA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ARQCSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Tolerancia por cajon y por sucursal, en moneda base.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TOLERANCIA      PIC 9(5)V99.

      *    Mismo layout que graba CONSOLIDA-SUCURSALES.
       FD  DAILY-TRANSACTIONS.
       01  DAILY-TX-RECORD.
           05  DTX-BRANCH           PIC X(4).
           05  DTX-NUM1             PIC 9(4).
           05  DTX-NUM2             PIC 9(4).

       FD  LEDGER-ENTRIES.
       01  LEDGER-ENTRY-RECORD.
           05  LE-ACCOUNT-ID        PIC X(8).
           05  LE-AMOUNT            PIC S9(7)V99.
      *    "C" = sobrante o faltante de caja de una sucursal.
           05  LE-ENTRY-TYPE        PIC X.

       FD  BALANCE-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "ARQCFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-DTX-STATUS            PIC XX.
           88  WS-DTX-OK            VALUE "00".
       01  WS-LDG-STATUS            PIC XX.
           88  WS-LDG-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-LDG-ABIERTO-SWITCH    PIC X VALUE "N".
           88  WS-LDG-ABIERTO       VALUE "Y".

       01  WS-TOLERANCIA            PIC 9(5)V99 VALUE 10.00.

      *    Una entrada por sucursal con movimiento en DAILYTX o con
      *    arqueo del dia.
       01  WS-BR-MAX                PIC 9(2) VALUE 50.
       01  WS-BR-COUNT              PIC 9(2) VALUE 0.
       01  WS-BR-IX                 PIC 9(2).
       01  WS-BR-I                  PIC 9(2).
       01  WS-BR-LOOKUP             PIC X(4).
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE           PIC X(4).
               10  WS-BR-MOVIMIENTO     PIC S9(9)V99.
               10  WS-BR-FONDOS         PIC 9(9)V99.
               10  WS-BR-CINTAS         PIC S9(9)V99.
               10  WS-BR-CONTADO        PIC 9(9)V99.
               10  WS-BR-CAJONES        PIC 9(4).

       01  WS-ESPERADO              PIC S9(9)V99.
       01  WS-DIFERENCIA            PIC S9(9)V99.
       01  WS-DIFERENCIA-ABS        PIC 9(9)V99.
       01  WS-RESIDUO               PIC S9(9)V99.
       01  WS-MARCA                 PIC X(17).
       01  WS-CTA-DC.
           05  FILLER               PIC X(2) VALUE "DC".
           05  WS-CTA-DC-BRANCH     PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACE.

       01  WS-LEIDOS-DTX            PIC 9(6) VALUE 0.
       01  WS-CAJONES-CUADRADOS     PIC 9(6) VALUE 0.
       01  WS-CAJONES-FUERA         PIC 9(6) VALUE 0.
       01  WS-CAJONES-VENCIDOS      PIC 9(6) VALUE 0.
       01  WS-SUC-CUADRADAS         PIC 9(6) VALUE 0.
       01  WS-SUC-FUERA             PIC 9(6) VALUE 0.
       01  WS-SUC-SIN-ARQUEO        PIC 9(6) VALUE 0.
       01  WS-POSTEADOS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-SOBRANTES       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-FALTANTES       PIC 9(9)V99 VALUE 0.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(31)
                   VALUE "CUADRE DE CAJAS POR SUCURSAL - ".
           05  FILLER               PIC X(18)
                   VALUE "FECHA DE NEGOCIO ".
           05  WS-TIT-FECHA         PIC 9(8).
           05  FILLER               PIC X(14) VALUE "  TOLERANCIA ".
           05  WS-TIT-TOLERANCIA    PIC ZZ,ZZ9.99.
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(33)
                   VALUE "SUC  CAJ        FONDO CINTA/MOVTO".
           05  FILLER               PIC X(39)
                   VALUE "     ESPERADO      CONTADO   DIFERENCIA".
           05  FILLER               PIC X(18) VALUE " OBSERVACION".
       01  WS-DETALLE-LINE.
           05  WS-DET-SUCURSAL      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CAJON         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FONDO         PIC Z(7)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CINTA         PIC -(7)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ESPERADO      PIC -(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CONTADO       PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIFERENCIA    PIC -(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MARCA         PIC X(17).
       01  WS-NOTA-LINE.
           05  WS-NOTA-SUCURSAL     PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NOTA-TEXTO        PIC X(48).
           05  WS-NOTA-IMPORTE      PIC -(8)9.99.
       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(21)
                   VALUE "CAJONES CUADRADOS:   ".
           05  WS-TT1-CUADRADOS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(20)
                   VALUE "  FUERA TOLERANCIA: ".
           05  WS-TT1-FUERA         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE "  VENCIDOS:  ".
           05  WS-TT1-VENCIDOS      PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(21)
                   VALUE "SUCURSALES CUADRADAS:".
           05  WS-TT2-CUADRADAS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(20)
                   VALUE "  FUERA TOLERANCIA: ".
           05  WS-TT2-FUERA         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE "  SIN ARQUEO:".
           05  WS-TT2-SIN-ARQUEO    PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(21)
                   VALUE "ASIENTOS POSTEADOS:  ".
           05  WS-TT3-POSTEADOS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  SOBRANTES: ".
           05  WS-TT3-SOBRANTES     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(14) VALUE "  FALTANTES: ".
           05  WS-TT3-FALTANTES     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TT3-MONEDA        PIC X(3).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ARQCWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "CUADRA-CAJAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM ABRE-REPORTE.
            PERFORM ACUMULA-DAILYTX.
            PERFORM CARGA-ARQUEOS.
            PERFORM ACUMULA-ARQUEOS.

            PERFORM VARYING WS-BR-IX FROM 1 BY 1
                    UNTIL WS-BR-IX > WS-BR-COUNT
                PERFORM CUADRA-SUCURSAL
            END-PERFORM.
            IF WS-LDG-ABIERTO
                CLOSE LEDGER-ENTRIES
            END-IF.
      *    Los arqueos se marcan despues de cerrar el libro: un cajon
      *    queda cuadrado solo con su diferencia ya grabada.
            PERFORM GRABA-ARQUEOS.
            PERFORM IMPRIME-TOTALES.
            CLOSE BALANCE-REPORT.

            DISPLAY "CUADRE DE CAJAS " WS-OPSLOG-DATE
                " SUCURSALES FUERA: " WS-SUC-FUERA
                " CAJONES FUERA: " WS-CAJONES-FUERA
                " SIN ARQUEO: " WS-SUC-SIN-ARQUEO.

            MOVE WS-LEIDOS-DTX TO WS-RUNST-IN-COUNT.
            MOVE WS-POSTEADOS TO WS-RUNST-OUT-COUNT.
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
                        IF PARM-TOLERANCIA IS NUMERIC
                            MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       ACUMULA-DAILYTX.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DAILY-TRANSACTIONS.
            IF NOT WS-DTX-OK
                MOVE WS-DTX-STATUS TO WS-ABEND-STATUS
                MOVE "ACUMULA-DAILYTX OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ DAILY-TRANSACTIONS
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS-DTX
                        MOVE DTX-BRANCH TO WS-BR-LOOKUP
                        PERFORM BUSCA-O-CREA-SUCURSAL
                        ADD DTX-NUM1 DTX-NUM2
                            TO WS-BR-MOVIMIENTO (WS-BR-IX)
                END-READ
            END-PERFORM.
            CLOSE DAILY-TRANSACTIONS.
            MOVE "N" TO WS-EOF-SWITCH.

       ACUMULA-ARQUEOS.
      *    Solo los pendientes: los del dia se suman a su sucursal,
      *    los de una fecha anterior se cierran sin postear.
            PERFORM VARYING WS-AQ-I FROM 1 BY 1
                    UNTIL WS-AQ-I > WS-AQ-COUNT
                IF WS-AQ-TBL-ESTADO (WS-AQ-I) = "P"
                    EVALUATE TRUE
                        WHEN WS-AQ-TBL-FECHA (WS-AQ-I)
                                = WS-OPSLOG-DATE
                            MOVE WS-AQ-TBL-SUCURSAL (WS-AQ-I)
                                TO WS-BR-LOOKUP
                            PERFORM BUSCA-O-CREA-SUCURSAL
                            ADD 1 TO WS-BR-CAJONES (WS-BR-IX)
                            ADD WS-AQ-TBL-FONDO (WS-AQ-I)
                                TO WS-BR-FONDOS (WS-BR-IX)
                            ADD WS-AQ-TBL-CINTA (WS-AQ-I)
                                TO WS-BR-CINTAS (WS-BR-IX)
                            ADD WS-AQ-TBL-CONTADO (WS-AQ-I)
                                TO WS-BR-CONTADO (WS-BR-IX)
                        WHEN WS-AQ-TBL-FECHA (WS-AQ-I)
                                < WS-OPSLOG-DATE
                            PERFORM CIERRA-VENCIDO
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-PERFORM.

       CIERRA-VENCIDO.
            MOVE "V" TO WS-AQ-TBL-ESTADO (WS-AQ-I).
            SET WS-AQ-CAMBIADO TO TRUE.
            ADD 1 TO WS-CAJONES-VENCIDOS.
            MOVE "VENCIDO NO CUADRA" TO WS-MARCA.
            PERFORM IMPRIME-CAJON.
            MOVE WS-AQ-TBL-SUCURSAL (WS-AQ-I) TO WS-NOTA-SUCURSAL.
            MOVE SPACES TO WS-NOTA-TEXTO.
            STRING "  ARQUEO DEL " DELIMITED BY SIZE
                WS-AQ-TBL-FECHA (WS-AQ-I) DELIMITED BY SIZE
                " SIN CUADRE A SU FECHA" DELIMITED BY SIZE
                INTO WS-NOTA-TEXTO
            END-STRING.
            MOVE 0 TO WS-NOTA-IMPORTE.
            WRITE REPORT-LINE FROM WS-NOTA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CUADRA-SUCURSAL.
      *    Esperado = fondos de sus cajones mas su movimiento del dia
      *    en DAILYTX; la diferencia contra lo contado es el sobrante
      *    (+) o faltante (-) que se postea.
            COMPUTE WS-ESPERADO = WS-BR-FONDOS (WS-BR-IX)
                + WS-BR-MOVIMIENTO (WS-BR-IX).
            COMPUTE WS-DIFERENCIA =
                WS-BR-CONTADO (WS-BR-IX) - WS-ESPERADO.
            PERFORM CLASIFICA-DIFERENCIA.
            IF WS-BR-CAJONES (WS-BR-IX) = 0
                MOVE "SIN ARQUEO" TO WS-MARCA
                ADD 1 TO WS-SUC-SIN-ARQUEO
            ELSE
                IF WS-MARCA = "*FUERA TOLERANCIA"
                    ADD 1 TO WS-SUC-FUERA
                ELSE
                    ADD 1 TO WS-SUC-CUADRADAS
                END-IF
            END-IF.
            MOVE WS-BR-CODE (WS-BR-IX) TO WS-DET-SUCURSAL.
            MOVE "*SUC" TO WS-DET-CAJON.
            MOVE WS-BR-FONDOS (WS-BR-IX) TO WS-DET-FONDO.
            MOVE WS-BR-MOVIMIENTO (WS-BR-IX) TO WS-DET-CINTA.
            MOVE WS-ESPERADO TO WS-DET-ESPERADO.
            MOVE WS-BR-CONTADO (WS-BR-IX) TO WS-DET-CONTADO.
            MOVE WS-DIFERENCIA TO WS-DET-DIFERENCIA.
            MOVE WS-MARCA TO WS-DET-MARCA.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            IF WS-BR-CAJONES (WS-BR-IX) > 0
                PERFORM CUADRA-CAJONES
                PERFORM INFORMA-RESIDUO
                IF WS-DIFERENCIA NOT = 0
                    PERFORM POSTEA-DIFERENCIA
                END-IF
            END-IF.

       CUADRA-CAJONES.
            PERFORM VARYING WS-AQ-I FROM 1 BY 1
                    UNTIL WS-AQ-I > WS-AQ-COUNT
                IF WS-AQ-TBL-ESTADO (WS-AQ-I) = "P"
                        AND WS-AQ-TBL-FECHA (WS-AQ-I) = WS-OPSLOG-DATE
                        AND WS-AQ-TBL-SUCURSAL (WS-AQ-I)
                            = WS-BR-CODE (WS-BR-IX)
                    COMPUTE WS-DIFERENCIA =
                        WS-AQ-TBL-CONTADO (WS-AQ-I)
                        - WS-AQ-TBL-FONDO (WS-AQ-I)
                        - WS-AQ-TBL-CINTA (WS-AQ-I)
                    PERFORM CLASIFICA-DIFERENCIA
                    IF WS-MARCA = "*FUERA TOLERANCIA"
                        ADD 1 TO WS-CAJONES-FUERA
                    ELSE
                        ADD 1 TO WS-CAJONES-CUADRADOS
                    END-IF
                    PERFORM IMPRIME-CAJON
                    MOVE "B" TO WS-AQ-TBL-ESTADO (WS-AQ-I)
                    SET WS-AQ-CAMBIADO TO TRUE
                END-IF
            END-PERFORM.
      *    La diferencia de la sucursal se recalcula para el posteo.
            COMPUTE WS-DIFERENCIA = WS-BR-CONTADO (WS-BR-IX)
                - WS-BR-FONDOS (WS-BR-IX)
                - WS-BR-MOVIMIENTO (WS-BR-IX).

       CLASIFICA-DIFERENCIA.
            IF WS-DIFERENCIA < 0
                COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA
            ELSE
                MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
            END-IF.
            EVALUATE TRUE
                WHEN WS-DIFERENCIA = 0
                    MOVE "CUADRADO" TO WS-MARCA
                WHEN WS-DIFERENCIA-ABS > WS-TOLERANCIA
                    MOVE "*FUERA TOLERANCIA" TO WS-MARCA
                WHEN WS-DIFERENCIA > 0
                    MOVE "SOBRANTE" TO WS-MARCA
                WHEN OTHER
                    MOVE "FALTANTE" TO WS-MARCA
            END-EVALUATE.

       IMPRIME-CAJON.
            MOVE WS-AQ-TBL-SUCURSAL (WS-AQ-I) TO WS-DET-SUCURSAL.
            MOVE WS-AQ-TBL-CAJON (WS-AQ-I) TO WS-DET-CAJON.
            MOVE WS-AQ-TBL-FONDO (WS-AQ-I) TO WS-DET-FONDO.
            MOVE WS-AQ-TBL-CINTA (WS-AQ-I) TO WS-DET-CINTA.
            COMPUTE WS-DET-ESPERADO = WS-AQ-TBL-FONDO (WS-AQ-I)
                + WS-AQ-TBL-CINTA (WS-AQ-I).
            MOVE WS-AQ-TBL-CONTADO (WS-AQ-I) TO WS-DET-CONTADO.
            COMPUTE WS-DET-DIFERENCIA = WS-AQ-TBL-CONTADO (WS-AQ-I)
                - WS-AQ-TBL-FONDO (WS-AQ-I)
                - WS-AQ-TBL-CINTA (WS-AQ-I).
            MOVE WS-MARCA TO WS-DET-MARCA.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       INFORMA-RESIDUO.
      *    Cintas que no suman el movimiento de DAILYTX: la
      *    diferencia de la sucursal no se reparte entre cajones.
            COMPUTE WS-RESIDUO = WS-BR-MOVIMIENTO (WS-BR-IX)
                - WS-BR-CINTAS (WS-BR-IX).
            IF WS-RESIDUO NOT = 0
                MOVE WS-BR-CODE (WS-BR-IX) TO WS-NOTA-SUCURSAL
                MOVE "  MOVIMIENTO DAILYTX SIN CINTA DE CAJERO"
                    TO WS-NOTA-TEXTO
                MOVE WS-RESIDUO TO WS-NOTA-IMPORTE
                WRITE REPORT-LINE FROM WS-NOTA-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       POSTEA-DIFERENCIA.
            MOVE WS-BR-CODE (WS-BR-IX) TO WS-NOTA-SUCURSAL.
            MOVE WS-BR-CODE (WS-BR-IX) TO WS-CTA-DC-BRANCH.
            IF WS-DIFERENCIA > 9999999.99
                    OR WS-DIFERENCIA < -9999999.99
                MOVE "  DIFERENCIA FUERA DE RANGO - NO POSTEADA"
                    TO WS-NOTA-TEXTO
            ELSE
                PERFORM GRABA-ASIENTO
                MOVE SPACES TO WS-NOTA-TEXTO
                STRING "  POSTEADO A LA CUENTA " DELIMITED BY SIZE
                    WS-CTA-DC DELIMITED BY SIZE
                    INTO WS-NOTA-TEXTO
                END-STRING
            END-IF.
            MOVE WS-DIFERENCIA TO WS-NOTA-IMPORTE.
            WRITE REPORT-LINE FROM WS-NOTA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       GRABA-ASIENTO.
            IF NOT WS-LDG-ABIERTO
                OPEN EXTEND LEDGER-ENTRIES
                IF NOT WS-LDG-OK
                    OPEN OUTPUT LEDGER-ENTRIES
                END-IF
                IF NOT WS-LDG-OK
                    MOVE WS-LDG-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ASIENTO OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                SET WS-LDG-ABIERTO TO TRUE
            END-IF.
            MOVE WS-CTA-DC TO LE-ACCOUNT-ID.
            MOVE WS-DIFERENCIA TO LE-AMOUNT.
            MOVE "C" TO LE-ENTRY-TYPE.
            WRITE LEDGER-ENTRY-RECORD.
            IF NOT WS-LDG-OK
                MOVE WS-LDG-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-ASIENTO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            ADD 1 TO WS-POSTEADOS.
            IF WS-DIFERENCIA < 0
                SUBTRACT WS-DIFERENCIA FROM WS-TOTAL-FALTANTES
            ELSE
                ADD WS-DIFERENCIA TO WS-TOTAL-SOBRANTES
            END-IF.

       BUSCA-O-CREA-SUCURSAL.
            MOVE 0 TO WS-BR-IX.
            PERFORM VARYING WS-BR-I FROM 1 BY 1
                    UNTIL WS-BR-I > WS-BR-COUNT
                IF WS-BR-CODE (WS-BR-I) = WS-BR-LOOKUP
                    MOVE WS-BR-I TO WS-BR-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-BR-IX = 0
                IF WS-BR-COUNT >= WS-BR-MAX
                    DISPLAY "TABLA DE SUCURSALES LLENA EN " WS-BR-MAX
                        " ENTRADAS"
                    MOVE "BUSCA-O-CREA-SUCURSAL"
                        TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-BR-COUNT
                MOVE WS-BR-COUNT TO WS-BR-IX
                MOVE WS-BR-LOOKUP TO WS-BR-CODE (WS-BR-IX)
                MOVE 0 TO WS-BR-MOVIMIENTO (WS-BR-IX)
                MOVE 0 TO WS-BR-FONDOS (WS-BR-IX)
                MOVE 0 TO WS-BR-CINTAS (WS-BR-IX)
                MOVE 0 TO WS-BR-CONTADO (WS-BR-IX)
                MOVE 0 TO WS-BR-CAJONES (WS-BR-IX)
            END-IF.

       ABRE-REPORTE.
            OPEN OUTPUT BALANCE-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-REPORTE OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            MOVE WS-TOLERANCIA TO WS-TIT-TOLERANCIA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CAJONES-CUADRADOS TO WS-TT1-CUADRADOS.
            MOVE WS-CAJONES-FUERA TO WS-TT1-FUERA.
            MOVE WS-CAJONES-VENCIDOS TO WS-TT1-VENCIDOS.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-SUC-CUADRADAS TO WS-TT2-CUADRADAS.
            MOVE WS-SUC-FUERA TO WS-TT2-FUERA.
            MOVE WS-SUC-SIN-ARQUEO TO WS-TT2-SIN-ARQUEO.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-POSTEADOS TO WS-TT3-POSTEADOS.
            MOVE WS-TOTAL-SOBRANTES TO WS-TT3-SOBRANTES.
            MOVE WS-TOTAL-FALTANTES TO WS-TT3-FALTANTES.
            MOVE WS-SITE-CURRENCY TO WS-TT3-MONEDA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "CUADRA-CAJAS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 10.00 TO WS-TOLERANCIA.
            MOVE 0 TO WS-BR-COUNT.
            MOVE 0 TO WS-LEIDOS-DTX.
            MOVE 0 TO WS-CAJONES-CUADRADOS.
            MOVE 0 TO WS-CAJONES-FUERA.
            MOVE 0 TO WS-CAJONES-VENCIDOS.
            MOVE 0 TO WS-SUC-CUADRADAS.
            MOVE 0 TO WS-SUC-FUERA.
            MOVE 0 TO WS-SUC-SIN-ARQUEO.
            MOVE 0 TO WS-POSTEADOS.
            MOVE 0 TO WS-TOTAL-SOBRANTES.
            MOVE 0 TO WS-TOTAL-FALTANTES.

       COPY "ARQCWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM CUADRA-CAJAS.
