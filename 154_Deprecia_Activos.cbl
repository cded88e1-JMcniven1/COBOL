      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly depreciation run of the fixed-asset register
      *          (ACTIVOS.DAT, MANTIENE-ACTIVOS). For the month of the
      *          run (PARM154.DAT, AAAAMM; absent, the month of the
      *          business date, the step running on the last business
      *          day ahead of EXTRAE-GL and CIERRE-MENSUAL) charges
      *          every asset in service acquired up to that month
      *          with the depreciation of each month still pending,
      *          the acquisition month counting in full: straight
      *          line spreads cost less salvage less what is
      *          accumulated over the months of life left; double
      *          declining balance takes twice the straight rate on
      *          the net book value and moves to straight line once
      *          that gives more. The last month
      *          of life, or a charge over what is left above the
      *          salvage value, takes the remainder, so no asset
      *          ever goes below salvage. The register keeps the
      *          accumulated amount and the last month charged, so
      *          running a month twice charges nothing the second
      *          time and a month skipped is caught up.
      *          Charges go to the asset feed (ACTGL.DAT) as one line
      *          per department, depreciation expense (DEP + dept)
      *          against accumulated depreciation (AMA + dept), which
      *          EXTRAE-GL posts to GLINTF.DAT and the period journal
      *          before CIERRE-MENSUAL. A month closed on PERSTAT.DAT
      *          is refused with return code 8 and nothing charged.
      *          Detail and department totals go to DEPRECIA.TXT in
      *          the 90-column width DISTRIBUYE-REPORTES copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA-ACTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM154.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DEPRECIATION-REPORT ASSIGN TO "DEPRECIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ACTFSL.cpy".
           COPY "ACGLSL.cpy".
           COPY "PERSTSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ANOMES          PIC 9(6).

       FD  DEPRECIATION-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "ACTFFD.cpy".
       COPY "ACGLFD.cpy".
       COPY "PERSTFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".

      *    Mes de la corrida.
       01  WS-ANOMES                PIC 9(6).
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           05  WS-ANOMES-ANO        PIC 9(4).
           05  WS-ANOMES-MES        PIC 99.

      *    Meses como AAAA * 12 + MM - 1 para contar y restar.
       01  WS-ALTA-FECHA            PIC 9(8).
       01  WS-ALTA-FECHA-R REDEFINES WS-ALTA-FECHA.
           05  WS-ALTA-ANO          PIC 9(4).
           05  WS-ALTA-MES          PIC 99.
           05  WS-ALTA-DIA          PIC 99.
       01  WS-ULT-ANOMES            PIC 9(6).
       01  WS-ULT-ANOMES-R REDEFINES WS-ULT-ANOMES.
           05  WS-ULT-ANO           PIC 9(4).
           05  WS-ULT-MES           PIC 99.
       01  WS-NUM-OBJETIVO          PIC 9(6).
       01  WS-NUM-ALTA              PIC 9(6).
       01  WS-NUM-DESDE             PIC 9(6).
       01  WS-NUM-MES               PIC 9(6).
       01  WS-MESES-PENDIENTES      PIC 9(4).
       01  WS-MESES-HECHOS          PIC 9(4).
       01  WS-MESES-RESTANTES       PIC S9(4).

       01  WS-DEPRECIABLE           PIC S9(9)V99.
       01  WS-CARGO-MES             PIC S9(9)V99.
       01  WS-CARGO-LINEAL          PIC S9(9)V99.
       01  WS-CARGO-ACTIVO          PIC 9(9)V99.
       01  WS-TOTAL-CARGO           PIC 9(11)V99 VALUE 0.
       01  WS-ACTIVOS-LEIDOS        PIC 9(6) VALUE 0.
       01  WS-ACTIVOS-CARGADOS      PIC 9(6) VALUE 0.

      *    Cargo del mes por departamento: una linea al diario cada
      *    uno.
       01  WS-DD-MAX                PIC 9(3) VALUE 200.
       01  WS-DD-COUNT              PIC 9(3) VALUE 0.
       01  WS-DD-I                  PIC 9(3).
       01  WS-DD-IX                 PIC 9(3).
       01  WS-DD-TABLE.
           05  WS-DD-ENTRY OCCURS 200 TIMES.
               10  WS-DD-DEPTO      PIC X(4).
               10  WS-DD-ACTIVOS    PIC 9(4).
               10  WS-DD-CARGO      PIC 9(11)V99.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-GUION-LINE            PIC X(90) VALUE ALL "-".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(36)
                   VALUE "DEPRECIACION DE ACTIVOS FIJOS - MES ".
           05  WS-TIT-ANOMES        PIC 9(6).
       01  WS-RECHAZO-LINE.
           05  FILLER               PIC X(8) VALUE "PERIODO ".
           05  WS-REC-ANOMES        PIC 9(6).
           05  FILLER               PIC X(40)
                   VALUE " CERRADO EN PERSTAT - SIN DEPRECIACION".
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(11) VALUE "NUMERO DEPT".
           05  FILLER               PIC X(26) VALUE " DESCRIPCION".
           05  FILLER               PIC X(6) VALUE " M MES".
           05  FILLER               PIC X(13) VALUE "        CARGO".
           05  FILLER               PIC X(15) VALUE "      ACUMULADA".
           05  FILLER               PIC X(15) VALUE "   VALOR LIBROS".
       01  WS-DETALLE-LINE.
           05  WS-DET-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DEPTO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DESC          PIC X(25).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-METODO        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MESES         PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CARGO         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ACUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DEPTO-LINE.
           05  FILLER               PIC X(12) VALUE "TOTAL DEPTO ".
           05  WS-DTL-DEPTO         PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DTL-ACTIVOS       PIC ZZZ9.
           05  FILLER               PIC X(9) VALUE " ACTIVOS ".
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DTL-CARGO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20)
                   VALUE "TOTAL DEPRECIACION  ".
           05  WS-TTL-ACTIVOS       PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE " ACTIVOS ".
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-TTL-CARGO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TTL-MONEDA        PIC X(3).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ACTFWS.cpy".
       COPY "ACGLWS.cpy".
       COPY "PERSTWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "DEPRECIA-ACTIVOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CALCULA-MES.
            PERFORM ABRE-REPORTE.

            PERFORM CARGA-PERSTAT.
            MOVE WS-ANOMES TO WS-PERST-LOOKUP.
            PERFORM BUSCA-PERSTAT.
            IF WS-PERST-CERRADO
                MOVE WS-ANOMES TO WS-REC-ANOMES
                WRITE REPORT-LINE FROM WS-RECHAZO-LINE
                PERFORM VERIFICA-ESCRITURA
                DISPLAY "PERIODO " WS-ANOMES
                    " CERRADO - SIN DEPRECIACION"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARGA-ACTIVOS
                PERFORM VARYING WS-AF-I FROM 1 BY 1
                        UNTIL WS-AF-I > WS-AF-COUNT
                    IF WS-AF-TBL-ESTADO (WS-AF-I) = "A"
                        ADD 1 TO WS-ACTIVOS-LEIDOS
                        PERFORM DEPRECIA-ACTIVO
                    END-IF
                END-PERFORM
                PERFORM GRABA-ACTIVOS
                PERFORM ASIENTA-DEPARTAMENTOS
                PERFORM IMPRIME-TOTALES
            END-IF.
            CLOSE DEPRECIATION-REPORT.

            DISPLAY "DEPRECIACION " WS-ANOMES
                " ACTIVOS EN SERVICIO: " WS-ACTIVOS-LEIDOS
                " CON CARGO: " WS-ACTIVOS-CARGADOS
                " DEPARTAMENTOS: " WS-DD-COUNT.

            MOVE WS-ACTIVOS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-DD-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CALCULA-MES.
      *    Sin parametro valido, el mes de la fecha de negocio: el
      *    paso corre el ultimo dia habil del mes, antes de EXTRAE-GL
      *    y de que CIERRE-MENSUAL cierre ese mismo mes.
            IF WS-ANOMES = 0
                COMPUTE WS-ANOMES = WS-OPSLOG-DATE / 100
            END-IF.
            COMPUTE WS-NUM-OBJETIVO =
                WS-ANOMES-ANO * 12 + WS-ANOMES-MES - 1.

       DEPRECIA-ACTIVO.
      *    Meses pendientes: desde el siguiente al ultimo cargado (o
      *    desde el de la adquisicion) hasta el de la corrida.
            MOVE WS-AF-TBL-ALTA (WS-AF-I) TO WS-ALTA-FECHA.
            COMPUTE WS-NUM-ALTA = WS-ALTA-ANO * 12 + WS-ALTA-MES - 1.
            MOVE WS-NUM-ALTA TO WS-NUM-DESDE.
            IF WS-AF-TBL-ULTIMO (WS-AF-I) > 0
                MOVE WS-AF-TBL-ULTIMO (WS-AF-I) TO WS-ULT-ANOMES
                COMPUTE WS-NUM-MES = WS-ULT-ANO * 12 + WS-ULT-MES
                IF WS-NUM-MES > WS-NUM-DESDE
                    MOVE WS-NUM-MES TO WS-NUM-DESDE
                END-IF
            END-IF.
            MOVE 0 TO WS-CARGO-ACTIVO.
            MOVE 0 TO WS-MESES-PENDIENTES.
            IF WS-NUM-DESDE <= WS-NUM-OBJETIVO
                COMPUTE WS-MESES-PENDIENTES =
                    WS-NUM-OBJETIVO - WS-NUM-DESDE + 1
                PERFORM VARYING WS-NUM-MES FROM WS-NUM-DESDE BY 1
                        UNTIL WS-NUM-MES > WS-NUM-OBJETIVO
                    PERFORM DEPRECIA-UN-MES
                END-PERFORM
                MOVE WS-ANOMES TO WS-AF-TBL-ULTIMO (WS-AF-I)
                SET WS-AF-CAMBIADO TO TRUE
            END-IF.
            IF WS-CARGO-ACTIVO > 0
                ADD 1 TO WS-ACTIVOS-CARGADOS
                ADD WS-CARGO-ACTIVO TO WS-TOTAL-CARGO
                PERFORM ACUMULA-DEPARTAMENTO
                PERFORM IMPRIME-DETALLE
            END-IF.

       DEPRECIA-UN-MES.
            COMPUTE WS-DEPRECIABLE = WS-AF-TBL-COSTO (WS-AF-I)
                - WS-AF-TBL-RESIDUAL (WS-AF-I)
                - WS-AF-TBL-ACUM (WS-AF-I).
            COMPUTE WS-MESES-HECHOS = WS-NUM-MES - WS-NUM-ALTA.
            COMPUTE WS-MESES-RESTANTES =
                WS-AF-TBL-VIDA (WS-AF-I) - WS-MESES-HECHOS.
            MOVE 0 TO WS-CARGO-MES.
            IF WS-DEPRECIABLE > 0
                IF WS-MESES-RESTANTES <= 1
                    MOVE WS-DEPRECIABLE TO WS-CARGO-MES
                ELSE
                    COMPUTE WS-CARGO-LINEAL ROUNDED =
                        WS-DEPRECIABLE / WS-MESES-RESTANTES
                    IF WS-AF-TBL-METODO (WS-AF-I) = "D"
                        COMPUTE WS-CARGO-MES ROUNDED =
                            (WS-AF-TBL-COSTO (WS-AF-I)
                            - WS-AF-TBL-ACUM (WS-AF-I)) * 2
                            / WS-AF-TBL-VIDA (WS-AF-I)
                        IF WS-CARGO-LINEAL > WS-CARGO-MES
                            MOVE WS-CARGO-LINEAL TO WS-CARGO-MES
                        END-IF
                    ELSE
                        MOVE WS-CARGO-LINEAL TO WS-CARGO-MES
                    END-IF
                    IF WS-CARGO-MES > WS-DEPRECIABLE
                        MOVE WS-DEPRECIABLE TO WS-CARGO-MES
                    END-IF
                END-IF
                ADD WS-CARGO-MES TO WS-AF-TBL-ACUM (WS-AF-I)
                ADD WS-CARGO-MES TO WS-CARGO-ACTIVO
            END-IF.

       ACUMULA-DEPARTAMENTO.
            MOVE 0 TO WS-DD-IX.
            PERFORM VARYING WS-DD-I FROM 1 BY 1
                    UNTIL WS-DD-I > WS-DD-COUNT
                IF WS-DD-DEPTO (WS-DD-I) = WS-AF-TBL-DEPTO (WS-AF-I)
                    MOVE WS-DD-I TO WS-DD-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-DD-IX = 0
                IF WS-DD-COUNT >= WS-DD-MAX
                    DISPLAY "DEPARTAMENTOS EXCEDEN " WS-DD-MAX
                        " EN LA DEPRECIACION"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-DD-COUNT
                MOVE WS-DD-COUNT TO WS-DD-IX
                MOVE WS-AF-TBL-DEPTO (WS-AF-I) TO WS-DD-DEPTO (WS-DD-IX)
                MOVE 0 TO WS-DD-ACTIVOS (WS-DD-IX)
                MOVE 0 TO WS-DD-CARGO (WS-DD-IX)
            END-IF.
            ADD 1 TO WS-DD-ACTIVOS (WS-DD-IX).
            ADD WS-CARGO-ACTIVO TO WS-DD-CARGO (WS-DD-IX).

       ASIENTA-DEPARTAMENTOS.
      *    Gasto del departamento contra su depreciacion acumulada,
      *    en el mes de la corrida.
            MOVE WS-ANOMES TO WS-FA-ANOMES.
            MOVE "D" TO WS-FA-TIPO.
            MOVE 0 TO WS-FA-ACTIVO.
            PERFORM VARYING WS-DD-I FROM 1 BY 1
                    UNTIL WS-DD-I > WS-DD-COUNT
                MOVE WS-DD-DEPTO (WS-DD-I) TO WS-AF-CTA-DEPTO
                MOVE WS-AF-PREFIJO-GASTO TO WS-AF-CTA-PREFIJO
                MOVE WS-AF-CUENTA TO WS-FA-DEBE
                MOVE WS-AF-PREFIJO-ACUMULADA TO WS-AF-CTA-PREFIJO
                MOVE WS-AF-CUENTA TO WS-FA-HABER
                MOVE WS-DD-CARGO (WS-DD-I) TO WS-FA-IMPORTE
                PERFORM AGREGA-ASIENTO-ACTIVO
            END-PERFORM.

       ABRE-REPORTE.
            OPEN OUTPUT DEPRECIATION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-REPORTE OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANOMES TO WS-TIT-ANOMES.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-DETALLE.
            MOVE WS-AF-TBL-NUMERO (WS-AF-I) TO WS-DET-NUMERO.
            MOVE WS-AF-TBL-DEPTO (WS-AF-I) TO WS-DET-DEPTO.
            MOVE WS-AF-TBL-DESC (WS-AF-I) TO WS-DET-DESC.
            MOVE WS-AF-TBL-METODO (WS-AF-I) TO WS-DET-METODO.
            MOVE WS-MESES-PENDIENTES TO WS-DET-MESES.
            MOVE WS-CARGO-ACTIVO TO WS-DET-CARGO.
            MOVE WS-AF-TBL-ACUM (WS-AF-I) TO WS-DET-ACUM.
            COMPUTE WS-DET-VALOR = WS-AF-TBL-COSTO (WS-AF-I)
                - WS-AF-TBL-ACUM (WS-AF-I).
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-TOTALES.
            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-DD-I FROM 1 BY 1
                    UNTIL WS-DD-I > WS-DD-COUNT
                MOVE WS-DD-DEPTO (WS-DD-I) TO WS-DTL-DEPTO
                MOVE WS-DD-ACTIVOS (WS-DD-I) TO WS-DTL-ACTIVOS
                MOVE WS-DD-CARGO (WS-DD-I) TO WS-DTL-CARGO
                WRITE REPORT-LINE FROM WS-DEPTO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ACTIVOS-CARGADOS TO WS-TTL-ACTIVOS.
            MOVE WS-TOTAL-CARGO TO WS-TTL-CARGO.
            MOVE WS-SITE-CURRENCY TO WS-TTL-MONEDA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.

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
                MOVE "DEPRECIA-ACTIVOS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-DD-COUNT.
            MOVE 0 TO WS-TOTAL-CARGO.
            MOVE 0 TO WS-ACTIVOS-LEIDOS.
            MOVE 0 TO WS-ACTIVOS-CARGADOS.

       COPY "ACTFWR.cpy".
       COPY "ACGLWR.cpy".
       COPY "PERSTWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM DEPRECIA-ACTIVOS.
