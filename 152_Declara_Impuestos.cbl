      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly sales-tax return of the receivables
      *          subsystem. For the return month (PARM152.DAT,
      *          AAAAMM; absent, the month before the business date)
      *          sums, by tax code, the taxable base (net) and the
      *          tax of the invoices issued in the month on
      *          INVMAST.DAT (GESTIONA-FACTURAS; parked or rejected
      *          invoices were never issued and are left out) and of
      *          the credit notes raised in the month on NOTACRED.DAT,
      *          and declares the net of both. Amounts are the ones
      *          stored on each document, so a later rate change on
      *          MANTIENE-IMPUESTOS does not alter a return already
      *          filed.
      *          Exempt codes (TAXMAST.DAT) show their base with no
      *          tax; invoices issued before tax codes existed carry
      *          no code and are declared on their own line. Totals
      *          close the report, written to IMPUESTO.TXT in the
      *          90-column width DISTRIBUYE-REPORTES copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA-IMPUESTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM152.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RETURN-REPORT ASSIGN TO "IMPUESTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "INVMSL.cpy".
           COPY "NCRDSL.cpy".
           COPY "TAXMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ANOMES          PIC 9(6).

       FD  RETURN-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "INVMFD.cpy".
       COPY "NCRDFD.cpy".
       COPY "TAXMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".

      *    Mes de la declaracion y sus limites.
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

      *    Acumulado por codigo de impuesto; codigo en blanco =
      *    facturas anteriores a los codigos.
       01  WS-DC-MAX                PIC 9(4) VALUE 200.
       01  WS-DC-COUNT              PIC 9(4) VALUE 0.
       01  WS-DC-I                  PIC 9(4).
       01  WS-DC-IX                 PIC 9(4).
       01  WS-DC-LOOKUP-CODIGO      PIC X(4).
       01  WS-DC-LOOKUP-FECHA       PIC 9(8).
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 200 TIMES.
               10  WS-DC-CODIGO     PIC X(4).
               10  WS-DC-EXENTO     PIC X.
               10  WS-DC-FAC-BASE   PIC 9(9)V99.
               10  WS-DC-FAC-IMP    PIC 9(9)V99.
               10  WS-DC-NC-BASE    PIC 9(9)V99.
               10  WS-DC-NC-IMP     PIC 9(9)V99.

       01  WS-FACTURAS              PIC 9(6) VALUE 0.
       01  WS-NOTAS                 PIC 9(6) VALUE 0.
       01  WS-TOT-FAC-BASE          PIC 9(9)V99.
       01  WS-TOT-FAC-IMP           PIC 9(9)V99.
       01  WS-TOT-NC-BASE           PIC 9(9)V99.
       01  WS-TOT-NC-IMP            PIC 9(9)V99.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-GUION-LINE            PIC X(90) VALUE ALL "-".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(39)
                   VALUE "DECLARACION DE IMPUESTO SOBRE VENTAS - ".
           05  WS-TIT-ANOMES        PIC 9(6).
           05  FILLER               PIC X(5) VALUE " DEL ".
           05  WS-TIT-INI           PIC 9(8).
           05  FILLER               PIC X(4) VALUE " AL ".
           05  WS-TIT-FIN           PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(34)
                   VALUE "COD  EX   BASE FACT.  IMPTO FACT. ".
           05  FILLER               PIC X(26)
                   VALUE "  BASE NOTAS  IMPTO NOTAS ".
           05  FILLER               PIC X(27)
                   VALUE "    BASE NETA IMPUESTO NETO".
       01  WS-CODIGO-LINE.
           05  WS-COD-CODIGO        PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-COD-EXENTO        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-COD-FAC-BASE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-COD-FAC-IMP       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-COD-NC-BASE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-COD-NC-IMP        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-COD-NETO-BASE     PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-COD-NETO-IMP      PIC -Z,ZZZ,ZZ9.99.
       01  WS-CUENTA-DOCS-LINE.
           05  FILLER               PIC X(20)
                   VALUE "FACTURAS DEL MES:   ".
           05  WS-CDL-FACTURAS      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(26)
                   VALUE "   NOTAS DE CREDITO:      ".
           05  WS-CDL-NOTAS         PIC ZZZ,ZZ9.
       01  WS-A-INGRESAR-LINE.
           05  FILLER               PIC X(34)
                   VALUE "IMPUESTO NETO A DECLARAR:         ".
           05  WS-AIL-IMPORTE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AIL-MONEDA        PIC X(3).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INVMWS.cpy".
       COPY "NCRDWS.cpy".
       COPY "TAXMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "DECLARA-IMPUESTOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CALCULA-MES.
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM CARGA-NOTAS-CREDITO.
            PERFORM CARGA-IMPUESTOS.

      *    Aparcadas y rechazadas por credito nunca se emitieron.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-FECHA (WS-IM-I) >= WS-INI-FECHA
                        AND WS-IM-TBL-FECHA (WS-IM-I) <= WS-FIN-FECHA
                        AND WS-IM-TBL-ESTADO (WS-IM-I) NOT = "P"
                        AND WS-IM-TBL-ESTADO (WS-IM-I) NOT = "R"
                    PERFORM ACUMULA-FACTURA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-NC-I FROM 1 BY 1
                    UNTIL WS-NC-I > WS-NC-COUNT
                IF WS-NC-TBL-FECHA (WS-NC-I) >= WS-INI-FECHA
                        AND WS-NC-TBL-FECHA (WS-NC-I) <= WS-FIN-FECHA
                    PERFORM ACUMULA-NOTA-CREDITO
                END-IF
            END-PERFORM.

            PERFORM IMPRIME-DECLARACION.

            DISPLAY "DECLARACION DE IMPUESTOS " WS-ANOMES
                " FACTURAS: " WS-FACTURAS
                " NOTAS DE CREDITO: " WS-NOTAS
                " CODIGOS: " WS-DC-COUNT.

            COMPUTE WS-RUNST-IN-COUNT = WS-FACTURAS + WS-NOTAS.
            MOVE WS-DC-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CALCULA-MES.
      *    Sin parametro valido se toma el mes anterior a la fecha
      *    de negocio: la declaracion se prepara tras el cierre.
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

       ACUMULA-FACTURA.
            ADD 1 TO WS-FACTURAS.
            MOVE WS-IM-TBL-COD-IMPUESTO (WS-IM-I)
                TO WS-DC-LOOKUP-CODIGO.
            MOVE WS-IM-TBL-FECHA (WS-IM-I) TO WS-DC-LOOKUP-FECHA.
            PERFORM BUSCA-CODIGO-DECLARADO.
            ADD WS-IM-TBL-NETO (WS-IM-I) TO WS-DC-FAC-BASE (WS-DC-IX).
            ADD WS-IM-TBL-IMPUESTO (WS-IM-I)
                TO WS-DC-FAC-IMP (WS-DC-IX).

       ACUMULA-NOTA-CREDITO.
            ADD 1 TO WS-NOTAS.
            MOVE WS-NC-TBL-COD-IMPUESTO (WS-NC-I)
                TO WS-DC-LOOKUP-CODIGO.
            MOVE WS-NC-TBL-FECHA (WS-NC-I) TO WS-DC-LOOKUP-FECHA.
            PERFORM BUSCA-CODIGO-DECLARADO.
            ADD WS-NC-TBL-NETO (WS-NC-I) TO WS-DC-NC-BASE (WS-DC-IX).
            ADD WS-NC-TBL-IMPUESTO (WS-NC-I)
                TO WS-DC-NC-IMP (WS-DC-IX).

       BUSCA-CODIGO-DECLARADO.
      *    Fila del codigo en la tabla de la declaracion; un codigo
      *    nuevo entra con la marca de exento del periodo vigente a
      *    la fecha del documento.
            MOVE 0 TO WS-DC-IX.
            PERFORM VARYING WS-DC-I FROM 1 BY 1
                    UNTIL WS-DC-I > WS-DC-COUNT
                IF WS-DC-CODIGO (WS-DC-I) = WS-DC-LOOKUP-CODIGO
                    MOVE WS-DC-I TO WS-DC-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-DC-IX = 0
                IF WS-DC-COUNT >= WS-DC-MAX
                    DISPLAY "CODIGOS DE IMPUESTO EXCEDEN " WS-DC-MAX
                        " EN EL MES"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-DC-COUNT
                MOVE WS-DC-COUNT TO WS-DC-IX
                MOVE WS-DC-LOOKUP-CODIGO TO WS-DC-CODIGO (WS-DC-IX)
                MOVE "N" TO WS-DC-EXENTO (WS-DC-IX)
                MOVE 0 TO WS-DC-FAC-BASE (WS-DC-IX)
                MOVE 0 TO WS-DC-FAC-IMP (WS-DC-IX)
                MOVE 0 TO WS-DC-NC-BASE (WS-DC-IX)
                MOVE 0 TO WS-DC-NC-IMP (WS-DC-IX)
                IF WS-DC-LOOKUP-CODIGO NOT = SPACES
                    MOVE WS-DC-LOOKUP-CODIGO TO WS-TX-LOOKUP-CODIGO
                    MOVE WS-DC-LOOKUP-FECHA TO WS-TX-LOOKUP-FECHA
                    PERFORM BUSCA-TASA-IMPUESTO
                    IF WS-TX-IX > 0
                        MOVE WS-TX-TBL-EXENTO (WS-TX-IX)
                            TO WS-DC-EXENTO (WS-DC-IX)
                    END-IF
                END-IF
            END-IF.

       IMPRIME-DECLARACION.
            OPEN OUTPUT RETURN-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-DECLARACION OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANOMES TO WS-TIT-ANOMES.
            MOVE WS-INI-FECHA TO WS-TIT-INI.
            MOVE WS-FIN-FECHA TO WS-TIT-FIN.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE 0 TO WS-TOT-FAC-BASE.
            MOVE 0 TO WS-TOT-FAC-IMP.
            MOVE 0 TO WS-TOT-NC-BASE.
            MOVE 0 TO WS-TOT-NC-IMP.
            PERFORM VARYING WS-DC-I FROM 1 BY 1
                    UNTIL WS-DC-I > WS-DC-COUNT
                PERFORM IMPRIME-CODIGO
            END-PERFORM.

            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL" TO WS-COD-CODIGO.
            MOVE SPACE TO WS-COD-EXENTO.
            MOVE WS-TOT-FAC-BASE TO WS-COD-FAC-BASE.
            MOVE WS-TOT-FAC-IMP TO WS-COD-FAC-IMP.
            MOVE WS-TOT-NC-BASE TO WS-COD-NC-BASE.
            MOVE WS-TOT-NC-IMP TO WS-COD-NC-IMP.
            COMPUTE WS-COD-NETO-BASE =
                WS-TOT-FAC-BASE - WS-TOT-NC-BASE.
            COMPUTE WS-COD-NETO-IMP =
                WS-TOT-FAC-IMP - WS-TOT-NC-IMP.
            WRITE REPORT-LINE FROM WS-CODIGO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-FACTURAS TO WS-CDL-FACTURAS.
            MOVE WS-NOTAS TO WS-CDL-NOTAS.
            WRITE REPORT-LINE FROM WS-CUENTA-DOCS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            COMPUTE WS-AIL-IMPORTE =
                WS-TOT-FAC-IMP - WS-TOT-NC-IMP.
            MOVE WS-SITE-CURRENCY TO WS-AIL-MONEDA.
            WRITE REPORT-LINE FROM WS-A-INGRESAR-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE RETURN-REPORT.

       IMPRIME-CODIGO.
            IF WS-DC-CODIGO (WS-DC-I) = SPACES
                MOVE "(SIN)" TO WS-COD-CODIGO
            ELSE
                MOVE WS-DC-CODIGO (WS-DC-I) TO WS-COD-CODIGO
            END-IF.
            MOVE WS-DC-EXENTO (WS-DC-I) TO WS-COD-EXENTO.
            MOVE WS-DC-FAC-BASE (WS-DC-I) TO WS-COD-FAC-BASE.
            MOVE WS-DC-FAC-IMP (WS-DC-I) TO WS-COD-FAC-IMP.
            MOVE WS-DC-NC-BASE (WS-DC-I) TO WS-COD-NC-BASE.
            MOVE WS-DC-NC-IMP (WS-DC-I) TO WS-COD-NC-IMP.
            COMPUTE WS-COD-NETO-BASE =
                WS-DC-FAC-BASE (WS-DC-I) - WS-DC-NC-BASE (WS-DC-I).
            COMPUTE WS-COD-NETO-IMP =
                WS-DC-FAC-IMP (WS-DC-I) - WS-DC-NC-IMP (WS-DC-I).
            WRITE REPORT-LINE FROM WS-CODIGO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD WS-DC-FAC-BASE (WS-DC-I) TO WS-TOT-FAC-BASE.
            ADD WS-DC-FAC-IMP (WS-DC-I) TO WS-TOT-FAC-IMP.
            ADD WS-DC-NC-BASE (WS-DC-I) TO WS-TOT-NC-BASE.
            ADD WS-DC-NC-IMP (WS-DC-I) TO WS-TOT-NC-IMP.

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
                MOVE "DECLARA-IMPUESTOS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-ANOMES.
            MOVE 0 TO WS-DC-COUNT.
            MOVE 0 TO WS-FACTURAS.
            MOVE 0 TO WS-NOTAS.

       COPY "INVMWR.cpy".
       COPY "NCRDWR.cpy".
       COPY "TAXMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM DECLARA-IMPUESTOS.
