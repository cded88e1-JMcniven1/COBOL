      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fixed-asset register report. Lists, department by
      *          department, every asset in service on ACTIVOS.DAT
      *          (MANTIENE-ACTIVOS) with its acquisition date, cost,
      *          the depreciation accumulated by DEPRECIA-ACTIVOS up
      *          to the last month charged, and the net book value
      *          (cost less accumulated depreciation), with a
      *          subtotal for each department, named from
      *          DEPTMAST.DAT, and a grand total; assets already
      *          disposed of are counted at the foot but left out of
      *          the figures. Written to ACTIVOS.TXT in the 90-column
      *          width DISTRIBUYE-REPORTES copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-ACTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-REPORT ASSIGN TO "ACTIVOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ACTFSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "ACTFFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".

      *    Departamentos con activos en servicio, en orden de
      *    codigo.
       01  WS-RD-MAX                PIC 9(3) VALUE 200.
       01  WS-RD-COUNT              PIC 9(3) VALUE 0.
       01  WS-RD-I                  PIC 9(3).
       01  WS-RD-J                  PIC 9(3).
       01  WS-RD-IX                 PIC 9(3).
       01  WS-RD-TEMP               PIC X(4).
       01  WS-RD-TABLE.
           05  WS-RD-DEPTO OCCURS 200 TIMES PIC X(4).

       01  WS-ACTIVOS-SERVICIO      PIC 9(6) VALUE 0.
       01  WS-ACTIVOS-BAJA          PIC 9(6) VALUE 0.
       01  WS-DEP-ACTIVOS           PIC 9(6).
       01  WS-DEP-COSTO             PIC 9(11)V99.
       01  WS-DEP-ACUM              PIC 9(11)V99.
       01  WS-TOT-COSTO             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ACUM              PIC 9(11)V99 VALUE 0.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-GUION-LINE            PIC X(90) VALUE ALL "-".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(34)
                   VALUE "REGISTRO DE ACTIVOS FIJOS - FECHA ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(30)
                   VALUE "NUMERO DESCRIPCION         M  ".
           05  FILLER               PIC X(9) VALUE "    ALTA ".
           05  FILLER               PIC X(14) VALUE "         COSTO".
           05  FILLER               PIC X(15) VALUE "      ACUMULADA".
           05  FILLER               PIC X(15) VALUE "   VALOR LIBROS".
           05  FILLER               PIC X(7) VALUE " ULTIMO".
       01  WS-DEPTO-TITULO-LINE.
           05  FILLER               PIC X(13) VALUE "DEPARTAMENTO ".
           05  WS-DTT-DEPTO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DTT-NOMBRE        PIC X(20).
       01  WS-DETALLE-LINE.
           05  WS-DET-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DESC          PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-METODO        PIC X.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-ALTA          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-COSTO         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ACUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ULTIMO        PIC 9(6).
       01  WS-SUBTOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "  SUBTOTAL  ".
           05  WS-STL-DEPTO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-STL-ACTIVOS       PIC ZZZ9.
           05  FILLER               PIC X(8) VALUE " ACTIVOS".
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-STL-COSTO         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-STL-ACUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-STL-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "TOTAL       ".
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-TTL-ACTIVOS       PIC ZZZ9.
           05  FILLER               PIC X(8) VALUE " ACTIVOS".
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-TTL-COSTO         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TTL-ACUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TTL-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TTL-MONEDA        PIC X(3).
       01  WS-BAJAS-LINE.
           05  FILLER               PIC X(36)
                   VALUE "ACTIVOS DADOS DE BAJA (NO INCLUIDOS)".
           05  FILLER               PIC X(2) VALUE ": ".
           05  WS-BJL-ACTIVOS       PIC ZZZ,ZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ACTFWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "REGISTRO-ACTIVOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-DEPTMAST.
            PERFORM CARGA-ACTIVOS.
            PERFORM VARYING WS-AF-I FROM 1 BY 1
                    UNTIL WS-AF-I > WS-AF-COUNT
                IF WS-AF-TBL-ESTADO (WS-AF-I) = "A"
                    ADD 1 TO WS-ACTIVOS-SERVICIO
                    PERFORM ANOTA-DEPARTAMENTO
                ELSE
                    ADD 1 TO WS-ACTIVOS-BAJA
                END-IF
            END-PERFORM.
            PERFORM ORDENA-DEPARTAMENTOS.

            PERFORM IMPRIME-REGISTRO.

            DISPLAY "REGISTRO DE ACTIVOS EN SERVICIO: "
                WS-ACTIVOS-SERVICIO " DE BAJA: " WS-ACTIVOS-BAJA
                " DEPARTAMENTOS: " WS-RD-COUNT.

            MOVE WS-AF-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-ACTIVOS-SERVICIO TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ANOTA-DEPARTAMENTO.
            MOVE 0 TO WS-RD-IX.
            PERFORM VARYING WS-RD-I FROM 1 BY 1
                    UNTIL WS-RD-I > WS-RD-COUNT
                IF WS-RD-DEPTO (WS-RD-I) = WS-AF-TBL-DEPTO (WS-AF-I)
                    MOVE WS-RD-I TO WS-RD-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-RD-IX = 0
                IF WS-RD-COUNT >= WS-RD-MAX
                    DISPLAY "DEPARTAMENTOS EXCEDEN " WS-RD-MAX
                        " EN EL REGISTRO"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RD-COUNT
                MOVE WS-AF-TBL-DEPTO (WS-AF-I)
                    TO WS-RD-DEPTO (WS-RD-COUNT)
            END-IF.

       ORDENA-DEPARTAMENTOS.
            PERFORM VARYING WS-RD-I FROM 1 BY 1
                    UNTIL WS-RD-I >= WS-RD-COUNT
                PERFORM VARYING WS-RD-J FROM 1 BY 1
                        UNTIL WS-RD-J > WS-RD-COUNT - WS-RD-I
                    IF WS-RD-DEPTO (WS-RD-J) >
                            WS-RD-DEPTO (WS-RD-J + 1)
                        MOVE WS-RD-DEPTO (WS-RD-J) TO WS-RD-TEMP
                        MOVE WS-RD-DEPTO (WS-RD-J + 1)
                            TO WS-RD-DEPTO (WS-RD-J)
                        MOVE WS-RD-TEMP TO WS-RD-DEPTO (WS-RD-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       IMPRIME-REGISTRO.
            OPEN OUTPUT REGISTER-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-REGISTRO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-RD-I FROM 1 BY 1
                    UNTIL WS-RD-I > WS-RD-COUNT
                PERFORM IMPRIME-DEPARTAMENTO
            END-PERFORM.

            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ACTIVOS-SERVICIO TO WS-TTL-ACTIVOS.
            MOVE WS-TOT-COSTO TO WS-TTL-COSTO.
            MOVE WS-TOT-ACUM TO WS-TTL-ACUM.
            COMPUTE WS-TTL-VALOR = WS-TOT-COSTO - WS-TOT-ACUM.
            MOVE WS-SITE-CURRENCY TO WS-TTL-MONEDA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ACTIVOS-BAJA TO WS-BJL-ACTIVOS.
            WRITE REPORT-LINE FROM WS-BAJAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE REGISTER-REPORT.

       IMPRIME-DEPARTAMENTO.
            WRITE REPORT-LINE FROM WS-GUION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-RD-DEPTO (WS-RD-I) TO WS-DTT-DEPTO.
            MOVE WS-RD-DEPTO (WS-RD-I) TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            MOVE WS-DEPTM-NAME TO WS-DTT-NOMBRE.
            WRITE REPORT-LINE FROM WS-DEPTO-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-DEP-ACTIVOS.
            MOVE 0 TO WS-DEP-COSTO.
            MOVE 0 TO WS-DEP-ACUM.
            PERFORM VARYING WS-AF-I FROM 1 BY 1
                    UNTIL WS-AF-I > WS-AF-COUNT
                IF WS-AF-TBL-ESTADO (WS-AF-I) = "A"
                        AND WS-AF-TBL-DEPTO (WS-AF-I) =
                            WS-RD-DEPTO (WS-RD-I)
                    PERFORM IMPRIME-ACTIVO
                END-IF
            END-PERFORM.
            MOVE WS-RD-DEPTO (WS-RD-I) TO WS-STL-DEPTO.
            MOVE WS-DEP-ACTIVOS TO WS-STL-ACTIVOS.
            MOVE WS-DEP-COSTO TO WS-STL-COSTO.
            MOVE WS-DEP-ACUM TO WS-STL-ACUM.
            COMPUTE WS-STL-VALOR = WS-DEP-COSTO - WS-DEP-ACUM.
            WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD WS-DEP-COSTO TO WS-TOT-COSTO.
            ADD WS-DEP-ACUM TO WS-TOT-ACUM.

       IMPRIME-ACTIVO.
            MOVE WS-AF-TBL-NUMERO (WS-AF-I) TO WS-DET-NUMERO.
            MOVE WS-AF-TBL-DESC (WS-AF-I) TO WS-DET-DESC.
            MOVE WS-AF-TBL-METODO (WS-AF-I) TO WS-DET-METODO.
            MOVE WS-AF-TBL-ALTA (WS-AF-I) TO WS-DET-ALTA.
            MOVE WS-AF-TBL-COSTO (WS-AF-I) TO WS-DET-COSTO.
            MOVE WS-AF-TBL-ACUM (WS-AF-I) TO WS-DET-ACUM.
            COMPUTE WS-DET-VALOR = WS-AF-TBL-COSTO (WS-AF-I)
                - WS-AF-TBL-ACUM (WS-AF-I).
            MOVE WS-AF-TBL-ULTIMO (WS-AF-I) TO WS-DET-ULTIMO.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD 1 TO WS-DEP-ACTIVOS.
            ADD WS-AF-TBL-COSTO (WS-AF-I) TO WS-DEP-COSTO.
            ADD WS-AF-TBL-ACUM (WS-AF-I) TO WS-DEP-ACUM.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRO-ACTIVOS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-RD-COUNT.
            MOVE 0 TO WS-ACTIVOS-SERVICIO.
            MOVE 0 TO WS-ACTIVOS-BAJA.
            MOVE 0 TO WS-TOT-COSTO.
            MOVE 0 TO WS-TOT-ACUM.

       COPY "ACTFWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REGISTRO-ACTIVOS.
