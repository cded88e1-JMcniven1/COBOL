      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end bad-debt allowance provisioning, so finance
      *          stops booking the doubtful-debt provision by hand
      *          each quarter. Ages the open invoices of INVMAST.DAT
      *          (estado A, disputed ones included) against the
      *          business date in the same buckets as the INVAGING of
      *          APLICA-COBROS (0-30 / 31-60 / 61-90 / over 90 days)
      *          and applies a percentage per bucket (PARM150.DAT,
      *          four 999V99 percentages; absent or invalid, 1, 5, 20
      *          and 50 per cent) to get the allowance required. The
      *          allowance on the books is the balance of the
      *          allowance account on the bad-debt feed (INCGL.DAT),
      *          net of the write-offs and recoveries already there;
      *          the difference is appended to the feed as one
      *          balanced line, bad-debt expense (GASINC) against the
      *          allowance (PROVINC) when it grows and the reverse
      *          when it shrinks, for EXTRAE-GL to post. A second run
      *          in the same month finds nothing left to adjust. The
      *          calculation is printed on PROVINC.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-INCOBRABLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM150.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PROVISION-REPORT ASSIGN TO "PROVINC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "INCGSL.cpy".
           COPY "INVMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Porcentaje por tramo de antiguedad, del mas nuevo al mas
      *    viejo.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PORCENTAJE      PIC 9(3)V99 OCCURS 4 TIMES.

       FD  PROVISION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "INCGFD.cpy".
       COPY "INVMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-HOY-INT               PIC 9(7).
       01  WS-EDAD-DIAS             PIC S9(5).

      *    Tramos: 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = mas de 90.
       01  WS-TR-I                  PIC 9.
       01  WS-TRAMOS.
           05  WS-TRAMO OCCURS 4 TIMES.
               10  WS-TR-ETIQUETA   PIC X(16).
               10  WS-TR-PORCENTAJE PIC 9(3)V99.
               10  WS-TR-FACTURAS   PIC 9(5).
               10  WS-TR-ABIERTO    PIC 9(9)V99.
               10  WS-TR-REQUERIDA  PIC 9(9)V99.

       01  WS-FACTURAS              PIC 9(6) VALUE 0.
       01  WS-TOTAL-ABIERTO         PIC 9(11)V99 VALUE 0.
       01  WS-REQUERIDA             PIC 9(11)V99 VALUE 0.
       01  WS-AJUSTE                PIC S9(11)V99 VALUE 0.
       01  WS-ASIENTOS              PIC 9 VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(37)
                   VALUE "PROVISION PARA CUENTAS INCOBRABLES - ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(25)
                   VALUE "TRAMO            FACTURAS".
           05  FILLER               PIC X(23)
                   VALUE " SALDO ABIERTO     PORC".
           05  FILLER               PIC X(17)
                   VALUE "        PROVISION".
       01  WS-DETALLE-LINE.
           05  WS-DET-ETIQUETA      PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FACTURAS      PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-ABIERTO       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-PORCENTAJE    PIC ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-REQUERIDA     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  WS-TOT-ETIQUETA      PIC X(36).
           05  WS-TOT-IMPORTE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ASIENTO-LINE.
           05  FILLER               PIC X(11) VALUE "ASIENTO: D ".
           05  WS-ASI-DEBE          PIC X(8).
           05  FILLER               PIC X(3) VALUE " C ".
           05  WS-ASI-HABER         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ASI-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SEPARA-LINE           PIC X(80) VALUE ALL "-".
       01  WS-SIN-AJUSTE-LINE       PIC X(40)
               VALUE "PROVISION AL DIA - SIN AJUSTE".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INCGWS.cpy".
       COPY "INVMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "PROVISION-INCOBRABLE" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            COMPUTE WS-HOY-INT =
                FUNCTION INTEGER-OF-DATE (WS-OPSLOG-DATE).
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-ESTADO (WS-IM-I) = "A"
                    PERFORM ENVEJECE-FACTURA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-TR-I FROM 1 BY 1 UNTIL WS-TR-I > 4
                COMPUTE WS-TR-REQUERIDA (WS-TR-I) ROUNDED =
                    WS-TR-ABIERTO (WS-TR-I)
                    * WS-TR-PORCENTAJE (WS-TR-I) / 100
                ADD WS-TR-ABIERTO (WS-TR-I) TO WS-TOTAL-ABIERTO
                ADD WS-TR-REQUERIDA (WS-TR-I) TO WS-REQUERIDA
            END-PERFORM.

            PERFORM CALCULA-SALDO-PROVISION.
            COMPUTE WS-AJUSTE = WS-REQUERIDA - WS-IG-SALDO.
            PERFORM ASIENTA-AJUSTE.
            PERFORM IMPRIME-PROVISION.
            DISPLAY "PROVISION REQUERIDA " WS-REQUERIDA
                " AJUSTE " WS-AJUSTE.

            MOVE WS-IM-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-ASIENTOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ENVEJECE-FACTURA.
      *    La antiguedad corre desde la emision, como en INVAGING.
            ADD 1 TO WS-FACTURAS.
            COMPUTE WS-EDAD-DIAS = WS-HOY-INT
                - FUNCTION INTEGER-OF-DATE (WS-IM-TBL-FECHA (WS-IM-I)).
            EVALUATE TRUE
                WHEN WS-EDAD-DIAS <= 30
                    MOVE 1 TO WS-TR-I
                WHEN WS-EDAD-DIAS <= 60
                    MOVE 2 TO WS-TR-I
                WHEN WS-EDAD-DIAS <= 90
                    MOVE 3 TO WS-TR-I
                WHEN OTHER
                    MOVE 4 TO WS-TR-I
            END-EVALUATE.
            ADD 1 TO WS-TR-FACTURAS (WS-TR-I).
            ADD WS-IM-TBL-IMPORTE (WS-IM-I) TO WS-TR-ABIERTO (WS-TR-I).

       ASIENTA-AJUSTE.
      *    Sube la provision: gasto contra provision; baja: al
      *    reves. Sin diferencia no hay linea.
            IF WS-AJUSTE NOT = 0
                MOVE "P" TO WS-IG-TIPO
                MOVE 0 TO WS-IG-FACTURA
                IF WS-AJUSTE > 0
                    MOVE WS-IG-CTA-GASTO TO WS-IG-DEBE
                    MOVE WS-IG-CTA-PROVISION TO WS-IG-HABER
                    MOVE WS-AJUSTE TO WS-IG-IMPORTE
                ELSE
                    MOVE WS-IG-CTA-PROVISION TO WS-IG-DEBE
                    MOVE WS-IG-CTA-GASTO TO WS-IG-HABER
                    COMPUTE WS-IG-IMPORTE = 0 - WS-AJUSTE
                END-IF
                PERFORM AGREGA-ASIENTO-INCOBRABLE
                MOVE 1 TO WS-ASIENTOS
            END-IF.

       IMPRIME-PROVISION.
            OPEN OUTPUT PROVISION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-PROVISION OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-TR-I FROM 1 BY 1 UNTIL WS-TR-I > 4
                MOVE WS-TR-ETIQUETA (WS-TR-I) TO WS-DET-ETIQUETA
                MOVE WS-TR-FACTURAS (WS-TR-I) TO WS-DET-FACTURAS
                MOVE WS-TR-ABIERTO (WS-TR-I) TO WS-DET-ABIERTO
                MOVE WS-TR-PORCENTAJE (WS-TR-I) TO WS-DET-PORCENTAJE
                MOVE WS-TR-REQUERIDA (WS-TR-I) TO WS-DET-REQUERIDA
                WRITE REPORT-LINE FROM WS-DETALLE-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL ABIERTO:" TO WS-TOT-ETIQUETA.
            MOVE WS-TOTAL-ABIERTO TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "PROVISION REQUERIDA:" TO WS-TOT-ETIQUETA.
            MOVE WS-REQUERIDA TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "PROVISION EN LIBROS ANTES:" TO WS-TOT-ETIQUETA.
            MOVE WS-IG-SALDO TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "AJUSTE DEL MES:" TO WS-TOT-ETIQUETA.
            MOVE WS-AJUSTE TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            IF WS-ASIENTOS > 0
                MOVE WS-IG-DEBE TO WS-ASI-DEBE
                MOVE WS-IG-HABER TO WS-ASI-HABER
                MOVE WS-IG-IMPORTE TO WS-ASI-IMPORTE
                WRITE REPORT-LINE FROM WS-ASIENTO-LINE
            ELSE
                WRITE REPORT-LINE FROM WS-SIN-AJUSTE-LINE
            END-IF.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE PROVISION-REPORT.

       LEE-PARAMETROS.
      *    Un porcentaje invalido o mayor que 100 deja el de omision
      *    de su tramo.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        PERFORM VARYING WS-TR-I FROM 1 BY 1
                                UNTIL WS-TR-I > 4
                            IF PARM-PORCENTAJE (WS-TR-I) IS NUMERIC
                                    AND PARM-PORCENTAJE (WS-TR-I)
                                        <= 100
                                MOVE PARM-PORCENTAJE (WS-TR-I)
                                    TO WS-TR-PORCENTAJE (WS-TR-I)
                            END-IF
                        END-PERFORM
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "PROVISION-INCOBRABLE WRITE"
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
            MOVE "DE 0 A 30 DIAS"   TO WS-TR-ETIQUETA (1).
            MOVE "DE 31 A 60 DIAS"  TO WS-TR-ETIQUETA (2).
            MOVE "DE 61 A 90 DIAS"  TO WS-TR-ETIQUETA (3).
            MOVE "MAS DE 90 DIAS"   TO WS-TR-ETIQUETA (4).
            MOVE 1 TO WS-TR-PORCENTAJE (1).
            MOVE 5 TO WS-TR-PORCENTAJE (2).
            MOVE 20 TO WS-TR-PORCENTAJE (3).
            MOVE 50 TO WS-TR-PORCENTAJE (4).
            PERFORM VARYING WS-TR-I FROM 1 BY 1 UNTIL WS-TR-I > 4
                MOVE 0 TO WS-TR-FACTURAS (WS-TR-I)
                MOVE 0 TO WS-TR-ABIERTO (WS-TR-I)
                MOVE 0 TO WS-TR-REQUERIDA (WS-TR-I)
            END-PERFORM.
            MOVE 0 TO WS-FACTURAS.
            MOVE 0 TO WS-TOTAL-ABIERTO.
            MOVE 0 TO WS-REQUERIDA.
            MOVE 0 TO WS-AJUSTE.
            MOVE 0 TO WS-ASIENTOS.

       COPY "INCGWR.cpy".
       COPY "INVMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM PROVISION-INCOBRABLE.
