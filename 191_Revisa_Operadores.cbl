      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly review of the operator master. Folds the
      *          sign-on log OPERUSO.DAT (every password check made
      *          by the menu and by the desks that sign their own
      *          operator on) into the last-use date of each
      *          operator, disables the active ids that have gone
      *          longer than the policy's inactivity days without a
      *          good sign-on (PARM189.DAT, default 60), and prints
      *          OPERREV.TXT: every operator with level, status, last
      *          use, password expiry and state, the month's good and
      *          failed sign-ons and what this run did to it, the
      *          attempts made under ids that are not on the master,
      *          and totals by level and by status -- the periodic
      *          access review the auditors ask for. The folded log
      *          is appended to OPERUSO.ANT and OPERUSO.DAT starts
      *          empty for the next month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-OPERADORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           SELECT USE-LOG-ARCHIVE ASSIGN TO "OPERUSO.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "OPERREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERFD.cpy".
       COPY "OPCLFD.cpy".

       FD  USE-LOG-ARCHIVE.
       01  USE-ARCHIVE-RECORD       PIC X(43).

       FD  REVIEW-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ANT-STATUS            PIC XX.
           88  WS-ANT-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-USO-EOF-SWITCH        PIC X VALUE "N".
           88  WS-USO-EOF           VALUE "Y".
       01  WS-HAY-USO-SWITCH        PIC X VALUE "N".
           88  WS-HAY-USO           VALUE "Y".

      *    Lo que el log del mes dice de cada fila de la tabla de
      *    operadores (mismo subindice que WS-OPM-ENTRY).
       01  WS-US-TABLE.
           05  WS-US-ENTRY OCCURS 500 TIMES.
               10  WS-US-BUENAS     PIC 9(5).
               10  WS-US-FALLIDAS   PIC 9(5).
               10  WS-US-ULTIMA     PIC 9(8).
               10  WS-US-ACCION     PIC X(12).
      *    Intentos con ids que no estan en el master.
       01  WS-DS-MAX                PIC 9(3) VALUE 100.
       01  WS-DS-COUNT              PIC 9(3) VALUE 0.
       01  WS-DS-I                  PIC 9(3).
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 100 TIMES.
               10  WS-DS-ID         PIC X(8).
               10  WS-DS-INTENTOS   PIC 9(5).
               10  WS-DS-ULTIMA     PIC 9(8).
               10  WS-DS-PROGRAMA   PIC X(20).

       01  WS-DIAS-SIN-USO          PIC S9(7).
       01  WS-NV                    PIC 9.
      *    Totales por nivel 1-3 (4 = nivel fuera de rango) y por
      *    estado A activo, B bloqueado, I inhabilitado.
       01  WS-TOT-NIVEL-TABLE.
           05  WS-TOT-NIVEL OCCURS 4 TIMES PIC 9(4).
       01  WS-COUNTERS.
           05  WS-CNT-USO-LEIDOS    PIC 9(7).
           05  WS-CNT-ACTIVOS       PIC 9(4).
           05  WS-CNT-BLOQUEADOS    PIC 9(4).
           05  WS-CNT-INHABILES     PIC 9(4).
           05  WS-CNT-INHABILITADOS PIC 9(4).
           05  WS-CNT-VENCIDAS      PIC 9(4).
           05  WS-CNT-TEMPORALES    PIC 9(4).
           05  WS-CNT-EN-CLARO      PIC 9(4).
           05  WS-CNT-DESCONOCIDOS  PIC 9(5).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(36)
                   VALUE "REVISION DE OPERADORES AL          ".
           05  WS-TIT-FECHA         PIC 9(8).
           05  FILLER               PIC X(22)
                   VALUE "   INACTIVIDAD MAXIMA ".
           05  WS-TIT-INACTIVO      PIC ZZ9.
           05  FILLER               PIC X(5) VALUE " DIAS".
       01  WS-SECCION-LINE.
           05  FILLER               PIC X(3) VALUE "== ".
           05  WS-SEC-TEXTO         PIC X(60).
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(30)
                   VALUE "OPERADOR N ESTADO    ULT-USO  ".
           05  FILLER               PIC X(30)
                   VALUE " DIAS VENCE    CLAVE    BUENAS".
           05  FILLER               PIC X(20)
                   VALUE " FALLAS ACCION      ".
       01  WS-DETALLE-LINE.
           05  WS-DET-ID            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-NIVEL         PIC 9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ESTADO        PIC X(9).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ULTIMO-USO    PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIAS          PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-VENCE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CLAVE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-BUENAS        PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-FALLIDAS      PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ACCION        PIC X(12).
       01  WS-DESCONOCIDO-LINE.
           05  WS-DSC-ID            PIC X(8).
           05  FILLER               PIC X(11) VALUE " INTENTOS: ".
           05  WS-DSC-INTENTOS      PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE "  ULTIMO: ".
           05  WS-DSC-ULTIMA        PIC 9(8).
           05  FILLER               PIC X(6) VALUE "  EN: ".
           05  WS-DSC-PROGRAMA      PIC X(20).
       01  WS-NIVEL-LINE.
           05  FILLER               PIC X(6) VALUE "NIVEL ".
           05  WS-NVL-NIVEL         PIC X.
           05  FILLER               PIC X(13) VALUE " OPERADORES: ".
           05  WS-NVL-CUENTA        PIC ZZZ9.
       01  WS-ESTADO-LINE.
           05  FILLER               PIC X(10) VALUE "ACTIVOS:  ".
           05  WS-EST-ACTIVOS       PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE "   BLOQUEADOS: ".
           05  WS-EST-BLOQUEADOS    PIC ZZZ9.
           05  FILLER               PIC X(17)
                   VALUE "   INHABILITADOS:".
           05  WS-EST-INHABILES     PIC ZZZ9.
           05  FILLER               PIC X(19)
                   VALUE "   INHABILITADOS EN".
           05  FILLER               PIC X(13) VALUE " ESTA CORRIDA".
           05  FILLER               PIC X(2) VALUE ": ".
           05  WS-EST-INHABILITADOS PIC ZZZ9.
       01  WS-CLAVES-LINE.
           05  FILLER               PIC X(18)
                   VALUE "CLAVES VENCIDAS:  ".
           05  WS-CLV-VENCIDAS      PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE "   TEMPORALES: ".
           05  WS-CLV-TEMPORALES    PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE "   EN CLARO:  ".
           05  WS-CLV-EN-CLARO      PIC ZZZ9.
           05  FILLER               PIC X(24)
                   VALUE "   INTENTOS CON ID AJENO".
           05  FILLER               PIC X(2) VALUE ": ".
           05  WS-CLV-DESCONOCIDOS  PIC ZZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "REVISA-OPERADORES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-POLITICA-CLAVES.
            PERFORM CARGA-OPERADORES.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - NADA QUE REVISAR"
                MOVE "SIN MAESTRO DE OPERADORES" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM FECHA-HOY-OPERADOR.

            PERFORM RECORRE-USO.

            PERFORM VARYING WS-OPM-I FROM 1 BY 1
                    UNTIL WS-OPM-I > WS-OPM-COUNT
                PERFORM REVISA-OPERADOR
            END-PERFORM.
            IF WS-OPM-CAMBIADO
                PERFORM GRABA-OPERADORES
            END-IF.

            OPEN OUTPUT REVIEW-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN OPERREV"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPCL-HOY TO WS-TIT-FECHA.
            MOVE WS-OPM-DIAS-INACTIVO TO WS-TIT-INACTIVO.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE "OPERADORES DEL MAESTRO" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-OPM-I FROM 1 BY 1
                    UNTIL WS-OPM-I > WS-OPM-COUNT
                PERFORM ESCRIBE-OPERADOR
            END-PERFORM.

            MOVE "INTENTOS CON IDS FUERA DEL MAESTRO" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            IF WS-DS-COUNT = 0
                MOVE "(NINGUNO)" TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            PERFORM VARYING WS-DS-I FROM 1 BY 1
                    UNTIL WS-DS-I > WS-DS-COUNT
                MOVE WS-DS-ID (WS-DS-I) TO WS-DSC-ID
                MOVE WS-DS-INTENTOS (WS-DS-I) TO WS-DSC-INTENTOS
                MOVE WS-DS-ULTIMA (WS-DS-I) TO WS-DSC-ULTIMA
                MOVE WS-DS-PROGRAMA (WS-DS-I) TO WS-DSC-PROGRAMA
                WRITE REPORT-LINE FROM WS-DESCONOCIDO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.

            MOVE "TOTALES" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 4
                IF WS-NV = 4
                    MOVE "?" TO WS-NVL-NIVEL
                ELSE
                    MOVE WS-NV TO WS-NVL-NIVEL
                END-IF
                MOVE WS-TOT-NIVEL (WS-NV) TO WS-NVL-CUENTA
                IF WS-NV < 4 OR WS-TOT-NIVEL (WS-NV) > 0
                    WRITE REPORT-LINE FROM WS-NIVEL-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-PERFORM.
            MOVE WS-CNT-ACTIVOS TO WS-EST-ACTIVOS.
            MOVE WS-CNT-BLOQUEADOS TO WS-EST-BLOQUEADOS.
            MOVE WS-CNT-INHABILES TO WS-EST-INHABILES.
            MOVE WS-CNT-INHABILITADOS TO WS-EST-INHABILITADOS.
            WRITE REPORT-LINE FROM WS-ESTADO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CNT-VENCIDAS TO WS-CLV-VENCIDAS.
            MOVE WS-CNT-TEMPORALES TO WS-CLV-TEMPORALES.
            MOVE WS-CNT-EN-CLARO TO WS-CLV-EN-CLARO.
            MOVE WS-CNT-DESCONOCIDOS TO WS-CLV-DESCONOCIDOS.
            WRITE REPORT-LINE FROM WS-CLAVES-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE REVIEW-REPORT.

      *    Con el uso ya volcado al maestro, el log del mes pasa al
      *    historico y OPERUSO.DAT arranca vacio.
            IF WS-HAY-USO
                PERFORM ARCHIVA-USO
            END-IF.

            IF WS-CNT-INHABILITADOS > 0 OR WS-CNT-BLOQUEADOS > 0
                DISPLAY "OPERADORES INHABILITADOS POR INACTIVIDAD: "
                    WS-CNT-INHABILITADOS "  BLOQUEADOS: "
                    WS-CNT-BLOQUEADOS " - VER OPERREV.TXT"
            END-IF.

            MOVE WS-CNT-USO-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-OPM-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       RECORRE-USO.
            OPEN INPUT OPERATOR-USE-LOG.
            IF WS-OPCL-USO-OK
                SET WS-HAY-USO TO TRUE
                PERFORM UNTIL WS-USO-EOF
                    READ OPERATOR-USE-LOG
                        AT END SET WS-USO-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CNT-USO-LEIDOS
                            PERFORM ACUMULA-USO
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-USE-LOG
            END-IF.

       ACUMULA-USO.
            MOVE OU-OPERATOR-ID TO WS-OPM-LOOKUP-ID.
            PERFORM BUSCA-OPERADOR.
            IF WS-OPM-IX = 0
                PERFORM ACUMULA-DESCONOCIDO
            ELSE
                EVALUATE OU-RESULTADO
      *            La firma con clave temporal o vencida que termina
      *            en cambio tambien es uso del id.
                    WHEN "V"
                    WHEN "C"
                        ADD 1 TO WS-US-BUENAS (WS-OPM-IX)
                        IF OU-FECHA IS NUMERIC
                                AND OU-FECHA > WS-US-ULTIMA (WS-OPM-IX)
                            MOVE OU-FECHA TO WS-US-ULTIMA (WS-OPM-IX)
                        END-IF
                    WHEN "E"
                        ADD 1 TO WS-US-FALLIDAS (WS-OPM-IX)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       ACUMULA-DESCONOCIDO.
            ADD 1 TO WS-CNT-DESCONOCIDOS.
            PERFORM VARYING WS-DS-I FROM 1 BY 1
                    UNTIL WS-DS-I > WS-DS-COUNT
                IF WS-DS-ID (WS-DS-I) = OU-OPERATOR-ID
                    EXIT PERFORM
                END-IF
            END-PERFORM.
      *    Con la tabla llena solo se pierde el detalle; el total
      *    sigue contando.
            IF WS-DS-I > WS-DS-COUNT
                    AND WS-DS-COUNT < WS-DS-MAX
                ADD 1 TO WS-DS-COUNT
                MOVE WS-DS-COUNT TO WS-DS-I
                MOVE OU-OPERATOR-ID TO WS-DS-ID (WS-DS-I)
                MOVE 0 TO WS-DS-INTENTOS (WS-DS-I)
                MOVE 0 TO WS-DS-ULTIMA (WS-DS-I)
            END-IF.
            IF WS-DS-I <= WS-DS-COUNT
                ADD 1 TO WS-DS-INTENTOS (WS-DS-I)
                IF OU-FECHA IS NUMERIC
                        AND OU-FECHA >= WS-DS-ULTIMA (WS-DS-I)
                    MOVE OU-FECHA TO WS-DS-ULTIMA (WS-DS-I)
                    MOVE OU-PROGRAMA TO WS-DS-PROGRAMA (WS-DS-I)
                END-IF
            END-IF.

       REVISA-OPERADOR.
            MOVE WS-OPM-ENTRY (WS-OPM-I) TO WS-OPCL-REGISTRO.
            MOVE SPACES TO WS-US-ACCION (WS-OPM-I).
            IF WS-US-ULTIMA (WS-OPM-I) > WS-OPCL-ULTIMO-USO
                MOVE WS-US-ULTIMA (WS-OPM-I) TO WS-OPCL-ULTIMO-USO
                SET WS-OPM-CAMBIADO TO TRUE
            END-IF.
      *    Ultimo uso en cero: fila llegada sin fecha (alta antigua);
      *    el reloj de inactividad arranca hoy.
            IF WS-OPCL-ULTIMO-USO = 0
                MOVE WS-OPCL-HOY TO WS-OPCL-ULTIMO-USO
                MOVE "RELOJ INICIA" TO WS-US-ACCION (WS-OPM-I)
                SET WS-OPM-CAMBIADO TO TRUE
            END-IF.
            IF NOT WS-OPCL-EST-BLOQUEADO
                    AND NOT WS-OPCL-EST-INHABIL
                COMPUTE WS-DIAS-SIN-USO =
                    FUNCTION INTEGER-OF-DATE (WS-OPCL-HOY)
                    - FUNCTION INTEGER-OF-DATE (WS-OPCL-ULTIMO-USO)
                IF WS-DIAS-SIN-USO > WS-OPM-DIAS-INACTIVO
                    MOVE "I" TO WS-OPCL-ESTADO
                    MOVE WS-OPCL-HOY TO WS-OPCL-FECHA-ESTADO
                    MOVE "INHABILITADO" TO WS-US-ACCION (WS-OPM-I)
                    ADD 1 TO WS-CNT-INHABILITADOS
                    SET WS-OPM-CAMBIADO TO TRUE
                    MOVE SPACES TO WS-OPSLOG-EVENT
                    STRING "OPER INHABIL " WS-OPCL-ID
                        " INACTIVIDAD" DELIMITED BY SIZE
                        INTO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                END-IF
            END-IF.
            MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-I).

       ESCRIBE-OPERADOR.
            MOVE WS-OPM-ENTRY (WS-OPM-I) TO WS-OPCL-REGISTRO.
            MOVE WS-OPCL-ID TO WS-DET-ID.
            MOVE WS-OPCL-NIVEL TO WS-DET-NIVEL.
            IF WS-OPCL-NIVEL >= 1 AND WS-OPCL-NIVEL <= 3
                MOVE WS-OPCL-NIVEL TO WS-NV
            ELSE
                MOVE 4 TO WS-NV
            END-IF.
            ADD 1 TO WS-TOT-NIVEL (WS-NV).
            EVALUATE TRUE
                WHEN WS-OPCL-EST-BLOQUEADO
                    MOVE "BLOQUEADO" TO WS-DET-ESTADO
                    ADD 1 TO WS-CNT-BLOQUEADOS
                WHEN WS-OPCL-EST-INHABIL
                    MOVE "INHABIL" TO WS-DET-ESTADO
                    ADD 1 TO WS-CNT-INHABILES
                WHEN OTHER
                    MOVE "ACTIVO" TO WS-DET-ESTADO
                    ADD 1 TO WS-CNT-ACTIVOS
            END-EVALUATE.
            MOVE WS-OPCL-ULTIMO-USO TO WS-DET-ULTIMO-USO.
            COMPUTE WS-DIAS-SIN-USO =
                FUNCTION INTEGER-OF-DATE (WS-OPCL-HOY)
                - FUNCTION INTEGER-OF-DATE (WS-OPCL-ULTIMO-USO).
            IF WS-DIAS-SIN-USO < 0
                MOVE 0 TO WS-DIAS-SIN-USO
            END-IF.
            MOVE WS-DIAS-SIN-USO TO WS-DET-DIAS.
            IF WS-OPCL-VENCE > 0
                MOVE WS-OPCL-VENCE TO WS-DET-VENCE
            ELSE
                MOVE "-" TO WS-DET-VENCE
            END-IF.
      *    Estado de la clave con el mismo orden de precedencia que
      *    COTEJA-CLAVE-OPERADOR.
            EVALUATE TRUE
                WHEN WS-OPCL-SAL = SPACES
                    MOVE "EN CLARO" TO WS-DET-CLAVE
                    ADD 1 TO WS-CNT-EN-CLARO
                WHEN WS-OPCL-CAMBIO-PEND
                    MOVE "TEMPORAL" TO WS-DET-CLAVE
                    ADD 1 TO WS-CNT-TEMPORALES
                WHEN WS-OPCL-VENCE > 0 AND WS-OPCL-HOY > WS-OPCL-VENCE
                    MOVE "VENCIDA" TO WS-DET-CLAVE
                    ADD 1 TO WS-CNT-VENCIDAS
                WHEN OTHER
                    MOVE "VIGENTE" TO WS-DET-CLAVE
            END-EVALUATE.
            MOVE WS-US-BUENAS (WS-OPM-I) TO WS-DET-BUENAS.
            MOVE WS-US-FALLIDAS (WS-OPM-I) TO WS-DET-FALLIDAS.
            MOVE WS-US-ACCION (WS-OPM-I) TO WS-DET-ACCION.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ARCHIVA-USO.
            OPEN EXTEND USE-LOG-ARCHIVE.
            IF NOT WS-ANT-OK
                OPEN OUTPUT USE-LOG-ARCHIVE
                IF NOT WS-ANT-OK
                    MOVE WS-ANT-STATUS TO WS-ABEND-STATUS
                    MOVE "ARCHIVA-USO OPEN OPERUSO.ANT"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            OPEN INPUT OPERATOR-USE-LOG.
            MOVE "N" TO WS-USO-EOF-SWITCH.
            PERFORM UNTIL WS-USO-EOF
                READ OPERATOR-USE-LOG
                    AT END SET WS-USO-EOF TO TRUE
                    NOT AT END
                        WRITE USE-ARCHIVE-RECORD
                            FROM OPERATOR-USE-RECORD
                        IF NOT WS-ANT-OK
                            MOVE WS-ANT-STATUS TO WS-ABEND-STATUS
                            MOVE "ARCHIVA-USO WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OPERATOR-USE-LOG.
            CLOSE USE-LOG-ARCHIVE.
            OPEN OUTPUT OPERATOR-USE-LOG.
            IF NOT WS-OPCL-USO-OK
                MOVE WS-OPCL-USO-STATUS TO WS-ABEND-STATUS
                MOVE "ARCHIVA-USO OPEN OPERUSO.DAT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE OPERATOR-USE-LOG.

       ESCRIBE-SECCION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REVISA-OPERADORES WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-DS-COUNT.
            MOVE "N" TO WS-USO-EOF-SWITCH WS-HAY-USO-SWITCH.
            INITIALIZE WS-US-TABLE.
            INITIALIZE WS-TOT-NIVEL-TABLE.
            INITIALIZE WS-COUNTERS.

       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REVISA-OPERADORES.
