      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly time-to-fill report for HR (COBERTUR.TXT).
      *          Lists every requisition on REQUIS.DAT still open and
      *          every one filled or cancelled in the seven days up to
      *          the business date, with its department, position and
      *          job title, status, opening date, the days it has
      *          been open (to the closing date once closed, to the
      *          business date while open) and the count of its
      *          candidates on CANDPIPE.DAT at each stage of the
      *          pipeline. Closes with the open and filled counts and
      *          the average days to fill of the requisitions filled
      *          in the week.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIEMPO-COBERTURA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILL-REPORT ASSIGN TO "COBERTUR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "REQSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FILL-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "REQFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".

       01  WS-DIA-HOY               PIC 9(7).
       01  WS-DIA-DESDE             PIC 9(7).
       01  WS-FECHA-DESDE           PIC 9(8).
       01  WS-DIA-APERTURA          PIC 9(7).
       01  WS-DIA-CIERRE            PIC 9(7).
       01  WS-DIAS                  PIC 9(5).
       01  WS-INCLUIR-SWITCH        PIC X.
           88  WS-INCLUIR           VALUE "Y".

       01  WS-LISTADAS              PIC 9(5) VALUE 0.
       01  WS-ABIERTAS              PIC 9(5) VALUE 0.
       01  WS-CUBIERTAS             PIC 9(5) VALUE 0.
       01  WS-CANCELADAS            PIC 9(5) VALUE 0.
       01  WS-DIAS-CUBIERTAS        PIC 9(7) VALUE 0.
       01  WS-PROMEDIO              PIC 9(5).
       01  WS-CNT-S                 PIC 9(3).
       01  WS-CNT-E                 PIC 9(3).
       01  WS-CNT-O                 PIC 9(3).
       01  WS-CNT-A                 PIC 9(3).
       01  WS-CNT-R                 PIC 9(3).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(37)
                   VALUE "TIEMPO DE COBERTURA DE REQUISICIONES ".
           05  FILLER               PIC X(6) VALUE "DEL ".
           05  WS-TIT-DESDE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE " AL ".
           05  WS-TIT-HASTA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(40)
                   VALUE "REQUIS DEPT POSIC  TITULO              E".
           05  FILLER               PIC X(40)
                   VALUE " APERTURA  DIAS SOL ENT OFE ACE REC".
       01  WS-SEPARADOR-LINE        PIC X(80) VALUE ALL "-".
       01  WS-DETALLE-LINE.
           05  WS-DET-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-POSICION      PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-TITULO        PIC X(20).
           05  WS-DET-ESTADO        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-APERTURA      PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIAS          PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-S             PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-E             PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-O             PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-A             PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-R             PIC ZZ9.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(40).
           05  WS-SUM-COUNT         PIC ZZZZ9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "REQWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "TIEMPO-COBERTURA" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-REQUISICIONES.
            PERFORM CARGA-CANDIDATOS-REQ.

      *    La semana del informe son los siete dias que terminan en
      *    la fecha de negocio.
            COMPUTE WS-DIA-HOY =
                FUNCTION INTEGER-OF-DATE(WS-OPSLOG-DATE).
            COMPUTE WS-DIA-DESDE = WS-DIA-HOY - 6.
            COMPUTE WS-FECHA-DESDE =
                FUNCTION DATE-OF-INTEGER(WS-DIA-DESDE).

            OPEN OUTPUT FILL-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN COBERTUR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-FECHA-DESDE TO WS-TIT-DESDE.
            MOVE WS-OPSLOG-DATE TO WS-TIT-HASTA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARADOR-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-RQ-I FROM 1 BY 1
                    UNTIL WS-RQ-I > WS-RQ-COUNT
                PERFORM EVALUA-REQUISICION
            END-PERFORM.

            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "REQUISICIONES ABIERTAS: " TO WS-SUM-LABEL.
            MOVE WS-ABIERTAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "CUBIERTAS EN LA SEMANA: " TO WS-SUM-LABEL.
            MOVE WS-CUBIERTAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "CANCELADAS EN LA SEMANA: " TO WS-SUM-LABEL.
            MOVE WS-CANCELADAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            IF WS-CUBIERTAS > 0
                COMPUTE WS-PROMEDIO ROUNDED =
                    WS-DIAS-CUBIERTAS / WS-CUBIERTAS
                MOVE "PROMEDIO DE DIAS PARA CUBRIR: "
                    TO WS-SUM-LABEL
                MOVE WS-PROMEDIO TO WS-SUM-COUNT
                PERFORM ESCRIBE-RESUMEN
            END-IF.
            CLOSE FILL-REPORT.

            DISPLAY "TIEMPO DE COBERTURA - REQUISICIONES LISTADAS: "
                WS-LISTADAS.

            MOVE WS-RQ-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-LISTADAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       EVALUA-REQUISICION.
      *    Abiertas siempre; cerradas solo si el cierre cae en la
      *    semana del informe.
            MOVE "N" TO WS-INCLUIR-SWITCH.
            EVALUATE TRUE
                WHEN WS-RQ-TBL-ESTADO (WS-RQ-I) = "A"
                    SET WS-INCLUIR TO TRUE
                    ADD 1 TO WS-ABIERTAS
                    MOVE WS-DIA-HOY TO WS-DIA-CIERRE
                WHEN WS-RQ-TBL-CIERRE (WS-RQ-I) >= WS-FECHA-DESDE
                        AND WS-RQ-TBL-CIERRE (WS-RQ-I)
                            <= WS-OPSLOG-DATE
                    SET WS-INCLUIR TO TRUE
                    COMPUTE WS-DIA-CIERRE = FUNCTION INTEGER-OF-DATE
                        (WS-RQ-TBL-CIERRE (WS-RQ-I))
            END-EVALUATE.
            IF WS-INCLUIR
                COMPUTE WS-DIA-APERTURA = FUNCTION INTEGER-OF-DATE
                    (WS-RQ-TBL-APERTURA (WS-RQ-I))
                IF WS-DIA-CIERRE > WS-DIA-APERTURA
                    COMPUTE WS-DIAS = WS-DIA-CIERRE - WS-DIA-APERTURA
                ELSE
                    MOVE 0 TO WS-DIAS
                END-IF
                IF WS-RQ-TBL-ESTADO (WS-RQ-I) = "C"
                    ADD 1 TO WS-CUBIERTAS
                    ADD WS-DIAS TO WS-DIAS-CUBIERTAS
                END-IF
                IF WS-RQ-TBL-ESTADO (WS-RQ-I) = "X"
                    ADD 1 TO WS-CANCELADAS
                END-IF
                PERFORM ESCRIBE-REQUISICION
            END-IF.

       ESCRIBE-REQUISICION.
            ADD 1 TO WS-LISTADAS.
            MOVE 0 TO WS-CNT-S WS-CNT-E WS-CNT-O WS-CNT-A WS-CNT-R.
            PERFORM VARYING WS-CP-I FROM 1 BY 1
                    UNTIL WS-CP-I > WS-CP-COUNT
                IF WS-CP-TBL-NUMERO (WS-CP-I)
                        = WS-RQ-TBL-NUMERO (WS-RQ-I)
                    EVALUATE WS-CP-TBL-ETAPA (WS-CP-I)
                        WHEN "S"
                            ADD 1 TO WS-CNT-S
                        WHEN "E"
                            ADD 1 TO WS-CNT-E
                        WHEN "O"
                            ADD 1 TO WS-CNT-O
                        WHEN "A"
                            ADD 1 TO WS-CNT-A
                        WHEN "R"
                            ADD 1 TO WS-CNT-R
                    END-EVALUATE
                END-IF
            END-PERFORM.
            MOVE WS-RQ-TBL-NUMERO (WS-RQ-I) TO WS-DET-NUMERO.
            MOVE WS-RQ-TBL-DEPT (WS-RQ-I) TO WS-DET-DEPT.
            MOVE WS-RQ-TBL-POSICION (WS-RQ-I) TO WS-DET-POSICION.
            MOVE WS-RQ-TBL-TITULO (WS-RQ-I) TO WS-DET-TITULO.
            MOVE WS-RQ-TBL-ESTADO (WS-RQ-I) TO WS-DET-ESTADO.
            MOVE WS-RQ-TBL-APERTURA (WS-RQ-I) TO WS-DET-APERTURA.
            MOVE WS-DIAS TO WS-DET-DIAS.
            MOVE WS-CNT-S TO WS-DET-S.
            MOVE WS-CNT-E TO WS-DET-E.
            MOVE WS-CNT-O TO WS-DET-O.
            MOVE WS-CNT-A TO WS-DET-A.
            MOVE WS-CNT-R TO WS-DET-R.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "TIEMPO-COBERTURA WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-LISTADAS WS-ABIERTAS WS-CUBIERTAS
                WS-CANCELADAS WS-DIAS-CUBIERTAS.

       COPY "REQWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM TIEMPO-COBERTURA.
