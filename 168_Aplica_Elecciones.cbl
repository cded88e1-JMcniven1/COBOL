      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open enrollment close and plan-year changeover for
      *          the elections captured on CAPTURA-ELECCIONES. Runs
      *          in the nightly chain as STEP029E, ahead of the
      *          steps that read BENENROL.DAT, and does nothing while
      *          the PARM167.DAT window is still open. Once it has
      *          closed, every covered employee on BENENROL.DAT
      *          (status I or O) without an election for the plan
      *          year gets one by default that rolls over the plan
      *          and tier held -- moved to BASE when the plan is no
      *          longer offered at that tier on BENRULES.DAT, and
      *          the tier left to follow the dependents when the
      *          one held no longer fits DEPENDTS.DAT -- and each
      *          election not yet confirmed gets its confirmation
      *          statement on ELECCONF.TXT (coverage held, coverage
      *          for the new plan year with the PLANRATE.DAT monthly
      *          premium and employee share, and the date it takes
      *          effect). Elections stay staged until the business
      *          date reaches the plan-year start; from then on the
      *          run writes the plan and tier onto BE-PLAN / BE-NIVEL
      *          of the enrollment master, regrabado whole, so that
      *          FACTURA-PRIMAS bills the new tier and EXTRAE-CENSO
      *          sends the change to the carrier. An election whose
      *          employee has lost coverage is neither confirmed nor
      *          applied and is counted for follow-up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-ELECCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT ENROLLMENT-NEW ASSIGN TO "BENENROL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENN-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT PLAN-RATES ASSIGN TO "PLANRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLR-STATUS.
           SELECT CONFIRMATION-REPORT ASSIGN TO "ELECCONF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ELECSL.cpy".
           COPY "RECBSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que graba Condicional_IF_AND.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BE-APP-ID            PIC 9(6).
           05  BE-DEPTO             PIC X(4).
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

       FD  ENROLLMENT-NEW.
       01  ENROLLMENT-NEW-LINE      PIC X(44).

      *    Mismo layout que mantiene MANTIENE-DEPENDIENTES.
       FD  DEPENDENT-FILE.
       01  DEPENDENT-RECORD.
           05  DP-APP-ID            PIC 9(6).
           05  DP-NOMBRE            PIC X(20).
           05  DP-FECHA-NAC         PIC 9(8).
           05  DP-PARENTESCO        PIC X.

      *    Mismo layout que lee FACTURA-PRIMAS: una tarifa por nivel.
       FD  PLAN-RATES.
       01  PLAN-RATE-RECORD.
           05  PL-TIER              PIC X.
           05  PL-PRIMA-TOTAL       PIC 9(5)V99.
           05  PL-PARTE-EMPLEADO    PIC 9(5)V99.

       FD  CONFIRMATION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "ELECFD.cpy".
       COPY "RECBFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-ENN-STATUS            PIC XX.
           88  WS-ENN-OK            VALUE "00".
       01  WS-DEP-STATUS            PIC XX.
           88  WS-DEP-OK            VALUE "00".
       01  WS-PLR-STATUS            PIC XX.
           88  WS-PLR-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-CONFIRMADAS           PIC 9(6) VALUE 0.
       01  WS-POR-DEFECTO           PIC 9(6) VALUE 0.
       01  WS-APLICADAS             PIC 9(6) VALUE 0.
       01  WS-SIN-COBERTURA         PIC 9(6) VALUE 0.

      *    Cobertura de un inscrito: plan efectivo (blanco es BASE)
      *    y nivel efectivo (blanco sale de los dependientes).
       01  WS-DEPENDIENTES          PIC 9(3).
       01  WS-NIVEL-DERIVADO        PIC X.
       01  WS-PLAN-EFECTIVO         PIC X(4).
       01  WS-NIVEL-EFECTIVO        PIC X.
       01  WS-DEF-PLAN              PIC X(4).
       01  WS-DEF-NIVEL             PIC X.
       01  WS-NOTA-DEFECTO          PIC X(60).
       01  WS-COB-PLAN              PIC X(4).
       01  WS-COB-NIVEL             PIC X.

      *    Tarifas de PLANRATE, una por nivel.
       01  WS-PLR-COUNT             PIC 9 VALUE 0.
       01  WS-PLR-HALLADA-SWITCH    PIC X.
           88  WS-PLR-HALLADA       VALUE "Y".
       01  WS-PLR-TABLE.
           05  WS-PLR-ENTRY OCCURS 3 TIMES
                   INDEXED BY PLR-IDX.
               10  WS-PLR-TIER      PIC X.
               10  WS-PLR-TOTAL     PIC 9(5)V99.
               10  WS-PLR-EMPLEADO  PIC 9(5)V99.

      *    Dependientes por empleado, solo para el conteo.
       01  WS-DPN-MAX               PIC 9(4) VALUE 4000.
       01  WS-DPN-COUNT             PIC 9(4) VALUE 0.
       01  WS-DPN-TABLE.
           05  WS-DPN-EMP           PIC 9(6) OCCURS 4000 TIMES
                   INDEXED BY DPN-IDX.

      *    Declaracion de confirmacion, un bloque por empleado.
       01  WS-CNF-TITULO.
           05  FILLER               PIC X(32)
                   VALUE "CONFIRMACION DE COBERTURA - ANO ".
           05  FILLER               PIC X(8) VALUE "DE PLAN ".
           05  WS-CNT-ANO           PIC 9(4).
           05  FILLER               PIC X(7) VALUE " FECHA ".
           05  WS-CNT-FECHA         PIC 9(8).
       01  WS-CNF-EMPLEADO.
           05  FILLER               PIC X(9) VALUE "EMPLEADO ".
           05  WS-CNE-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CNE-NOMBRE        PIC X(20).
           05  FILLER               PIC X(7) VALUE " DEPTO ".
           05  WS-CNE-DEPTO         PIC X(4).
           05  FILLER               PIC X(15) VALUE " DEPENDIENTES: ".
           05  WS-CNE-DEPENDIENTES  PIC ZZ9.
       01  WS-CNF-COBERTURA.
           05  WS-CNC-ETIQUETA      PIC X(30).
           05  FILLER               PIC X(5) VALUE "PLAN ".
           05  WS-CNC-PLAN          PIC X(4).
           05  FILLER               PIC X(7) VALUE " NIVEL ".
           05  WS-CNC-NIVEL         PIC X.
           05  WS-CNC-DERIVADO      PIC X(20).
       01  WS-CNF-NOTA.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CNN-TEXTO         PIC X(60).
       01  WS-CNF-PRIMA.
           05  FILLER               PIC X(14) VALUE "VIGENTE DESDE ".
           05  WS-CNP-DESDE         PIC 9(8).
           05  FILLER               PIC X(16) VALUE " PRIMA MENSUAL ".
           05  WS-CNP-TOTAL         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(13) VALUE " A SU CARGO ".
           05  WS-CNP-EMPLEADO      PIC ZZ,ZZ9.99.
       01  WS-CNF-SEPARA            PIC X(80) VALUE ALL "=".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ELECWS.cpy".
       COPY "RECBWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "APLICA-ELECCIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-VENTANA-ELECCION.
            EVALUATE TRUE
                WHEN NOT WS-EL-VENTANA-CONFIGURADA
                    DISPLAY "SIN VENTANA DE ELECCION EN PARM167.DAT - "
                        "NADA QUE PROCESAR"
                WHEN NOT WS-EL-VENTANA-CERRADA
                    DISPLAY "VENTANA DE ELECCION " WS-EL-VENTANA-DESDE
                        " A " WS-EL-VENTANA-HASTA
                        " SIN CERRAR - NADA QUE PROCESAR"
                WHEN OTHER
                    PERFORM PROCESA-ELECCIONES
            END-EVALUATE.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            COMPUTE WS-RUNST-OUT-COUNT =
                WS-CONFIRMADAS + WS-APLICADAS.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PROCESA-ELECCIONES.
      *    Una pasada por BENENROL: eleccion por defecto a quien no
      *    eligio, confirmacion de lo aun no confirmado y, llegado el
      *    inicio del ano de plan, aplicacion sobre el maestro.
            PERFORM CARGA-ELECCIONES.
            PERFORM CARGA-REGLAS-BENEFICIO.
            PERFORM CARGA-TARIFAS.
            PERFORM CARGA-DEPENDIENTES.

            OPEN INPUT ENROLLMENT-FILE.
            IF NOT WS-ENR-OK
                MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-ELECCIONES OPEN BENENR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            IF WS-EL-PLAN-VIGENTE
                OPEN OUTPUT ENROLLMENT-NEW
                IF NOT WS-ENN-OK
                    MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                    MOVE "PROCESA-ELECCIONES OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            OPEN OUTPUT CONFIRMATION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "PROCESA-ELECCIONES OPEN CONF"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
                READ ENROLLMENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDOS
                        PERFORM PROCESA-INSCRITO
                        IF WS-EL-PLAN-VIGENTE
                            WRITE ENROLLMENT-NEW-LINE
                                FROM ENROLLMENT-RECORD
                            IF NOT WS-ENN-OK
                                MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                                MOVE "PROCESA-ELECCIONES WRITE NEW"
                                    TO WS-ABEND-PARAGRAPH
                                PERFORM 9999-ABEND-FILE-ERROR
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENROLLMENT-FILE CONFIRMATION-REPORT.
            IF WS-EL-PLAN-VIGENTE
                CLOSE ENROLLMENT-NEW
            END-IF.

      *    Maestro primero, elecciones al final: una re-corrida tras
      *    un abend vuelve a aplicar lo mismo sin dano.
            IF WS-APLICADAS > 0
                PERFORM PROMUEVE-INSCRIPCION
            END-IF.
            PERFORM GRABA-ELECCIONES.

            DISPLAY "ELECCIONES ANO DE PLAN " WS-EL-ANO-PLAN
                " - INSCRITOS: " WS-LEIDOS
                " CONFIRMADAS: " WS-CONFIRMADAS
                " POR DEFECTO: " WS-POR-DEFECTO
                " APLICADAS: " WS-APLICADAS.
            IF WS-SIN-COBERTURA > 0
                DISPLAY "ELECCIONES DE EMPLEADOS SIN COBERTURA "
                    "VIGENTE (NI CONFIRMADAS NI APLICADAS): "
                    WS-SIN-COBERTURA
            END-IF.
            IF NOT WS-EL-PLAN-VIGENTE
                DISPLAY "ELECCIONES EN ESPERA HASTA EL INICIO DEL ANO "
                    "DE PLAN " WS-EL-INICIO-PLAN
            END-IF.

       PROCESA-INSCRITO.
            MOVE BE-APP-ID TO WS-EL-LOOKUP-EMPLEADO.
            MOVE WS-EL-ANO-PLAN TO WS-EL-LOOKUP-ANO.
            PERFORM BUSCA-ELECCION.
            IF BE-STATUS = "I" OR BE-STATUS = "O"
                PERFORM CUENTA-DEPENDIENTES
                MOVE SPACES TO WS-NOTA-DEFECTO
                IF WS-EL-IX = 0
                    PERFORM CREA-ELECCION-DEFECTO
                END-IF
                IF WS-EL-TBL-ESTADO (WS-EL-IX) = "P"
                    PERFORM IMPRIME-CONFIRMACION
                    MOVE "C" TO WS-EL-TBL-ESTADO (WS-EL-IX)
                    SET WS-EL-CAMBIADO TO TRUE
                    ADD 1 TO WS-CONFIRMADAS
                END-IF
                IF WS-EL-PLAN-VIGENTE
                        AND WS-EL-TBL-ESTADO (WS-EL-IX) = "C"
                    MOVE WS-EL-TBL-PLAN (WS-EL-IX) TO BE-PLAN
                    MOVE WS-EL-TBL-NIVEL (WS-EL-IX) TO BE-NIVEL
                    MOVE "A" TO WS-EL-TBL-ESTADO (WS-EL-IX)
                    MOVE WS-OPSLOG-DATE
                        TO WS-EL-TBL-FECHA-APL (WS-EL-IX)
                    SET WS-EL-CAMBIADO TO TRUE
                    ADD 1 TO WS-APLICADAS
                END-IF
            ELSE
                IF WS-EL-IX > 0
                    IF WS-EL-TBL-ESTADO (WS-EL-IX) NOT = "A"
                        ADD 1 TO WS-SIN-COBERTURA
                        DISPLAY "ELECCION DE " BE-APP-ID
                            " SIN COBERTURA VIGENTE (ESTADO "
                            BE-STATUS ") - NO SE APLICA"
                    END-IF
                END-IF
            END-IF.

       CREA-ELECCION-DEFECTO.
      *    Quien no eligio conserva plan y nivel; solo se corrigen si
      *    el plan ya no se ofrece en ese nivel o el nivel ya no
      *    corresponde a sus dependientes. Sin BENRULES.DAT no se
      *    juzga la oferta.
            IF WS-EL-COUNT >= WS-EL-MAX
                DISPLAY "TABLA DE ELECCIONES LLENA EN " WS-EL-MAX
                    " ENTRADAS - CORRIDA ABORTADA SIN GRABAR"
                MOVE "CREA-ELECCION-DEFECTO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE BE-PLAN TO WS-DEF-PLAN.
            MOVE BE-NIVEL TO WS-DEF-NIVEL.
            IF (WS-DEF-NIVEL = "C" AND WS-DEPENDIENTES < 1)
                    OR (WS-DEF-NIVEL = "F" AND WS-DEPENDIENTES < 2)
                MOVE SPACE TO WS-DEF-NIVEL
                MOVE "NIVEL AJUSTADO A SUS DEPENDIENTES ACTUALES"
                    TO WS-NOTA-DEFECTO
            END-IF.
            IF WS-RB-COUNT > 0
                MOVE WS-DEF-PLAN TO WS-COB-PLAN
                MOVE WS-DEF-NIVEL TO WS-COB-NIVEL
                PERFORM DETERMINA-EFECTIVO
                MOVE WS-PLAN-EFECTIVO TO WS-RB-LOOKUP-PLAN
                MOVE WS-NIVEL-EFECTIVO TO WS-RB-LOOKUP-NIVEL
                PERFORM BUSCA-REGLA-BENEFICIO
                IF WS-RB-IX = 0
                    MOVE SPACES TO WS-DEF-PLAN
                    MOVE SPACE TO WS-DEF-NIVEL
                    MOVE "PLAN ANTERIOR YA NO SE OFRECE - PASA A BASE"
                        TO WS-NOTA-DEFECTO
                END-IF
            END-IF.
            ADD 1 TO WS-EL-COUNT.
            MOVE WS-EL-COUNT TO WS-EL-IX.
            MOVE BE-APP-ID TO WS-EL-TBL-EMPLEADO (WS-EL-IX).
            MOVE WS-EL-ANO-PLAN TO WS-EL-TBL-ANO-PLAN (WS-EL-IX).
            MOVE WS-DEF-PLAN TO WS-EL-TBL-PLAN (WS-EL-IX).
            MOVE WS-DEF-NIVEL TO WS-EL-TBL-NIVEL (WS-EL-IX).
            MOVE BE-PLAN TO WS-EL-TBL-PLAN-ANT (WS-EL-IX).
            MOVE BE-NIVEL TO WS-EL-TBL-NIVEL-ANT (WS-EL-IX).
            MOVE "D" TO WS-EL-TBL-ORIGEN (WS-EL-IX).
            MOVE "P" TO WS-EL-TBL-ESTADO (WS-EL-IX).
            MOVE WS-OPSLOG-DATE TO WS-EL-TBL-FECHA-CAP (WS-EL-IX).
            MOVE WS-OPSLOG-PROGRAM TO WS-EL-TBL-OPERADOR (WS-EL-IX).
            MOVE 0 TO WS-EL-TBL-FECHA-APL (WS-EL-IX).
            SET WS-EL-CAMBIADO TO TRUE.
            ADD 1 TO WS-POR-DEFECTO.

       DETERMINA-EFECTIVO.
      *    Plan en blanco es BASE; nivel en blanco sale del conteo de
      *    dependientes igual que en FACTURA-PRIMAS.
            EVALUATE TRUE
                WHEN WS-DEPENDIENTES = 0
                    MOVE "S" TO WS-NIVEL-DERIVADO
                WHEN WS-DEPENDIENTES = 1
                    MOVE "C" TO WS-NIVEL-DERIVADO
                WHEN OTHER
                    MOVE "F" TO WS-NIVEL-DERIVADO
            END-EVALUATE.
            IF WS-COB-PLAN = SPACES
                MOVE WS-RB-PLAN-BASE TO WS-PLAN-EFECTIVO
            ELSE
                MOVE WS-COB-PLAN TO WS-PLAN-EFECTIVO
            END-IF.
            IF WS-COB-NIVEL = SPACE
                MOVE WS-NIVEL-DERIVADO TO WS-NIVEL-EFECTIVO
            ELSE
                MOVE WS-COB-NIVEL TO WS-NIVEL-EFECTIVO
            END-IF.

       IMPRIME-CONFIRMACION.
            MOVE WS-EL-ANO-PLAN TO WS-CNT-ANO.
            MOVE WS-OPSLOG-DATE TO WS-CNT-FECHA.
            WRITE REPORT-LINE FROM WS-CNF-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            MOVE BE-APP-ID TO WS-CNE-ID.
            MOVE BE-NOMBRE TO WS-CNE-NOMBRE.
            MOVE BE-DEPTO TO WS-CNE-DEPTO.
            MOVE WS-DEPENDIENTES TO WS-CNE-DEPENDIENTES.
            WRITE REPORT-LINE FROM WS-CNF-EMPLEADO.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "COBERTURA ACTUAL:" TO WS-CNC-ETIQUETA.
            MOVE BE-PLAN TO WS-COB-PLAN.
            MOVE BE-NIVEL TO WS-COB-NIVEL.
            PERFORM ESCRIBE-COBERTURA.
            IF WS-EL-TBL-ORIGEN (WS-EL-IX) = "D"
                MOVE "SIN ELECCION - POR DEFECTO:" TO WS-CNC-ETIQUETA
            ELSE
                MOVE "COBERTURA ELEGIDA:" TO WS-CNC-ETIQUETA
            END-IF.
            MOVE WS-EL-TBL-PLAN (WS-EL-IX) TO WS-COB-PLAN.
            MOVE WS-EL-TBL-NIVEL (WS-EL-IX) TO WS-COB-NIVEL.
            PERFORM ESCRIBE-COBERTURA.
            IF WS-NOTA-DEFECTO NOT = SPACES
                MOVE WS-NOTA-DEFECTO TO WS-CNN-TEXTO
                WRITE REPORT-LINE FROM WS-CNF-NOTA
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            MOVE WS-EL-INICIO-PLAN TO WS-CNP-DESDE.
            PERFORM BUSCA-TARIFA.
            IF WS-PLR-HALLADA
                MOVE WS-PLR-TOTAL (PLR-IDX) TO WS-CNP-TOTAL
                MOVE WS-PLR-EMPLEADO (PLR-IDX) TO WS-CNP-EMPLEADO
            ELSE
                MOVE 0 TO WS-CNP-TOTAL WS-CNP-EMPLEADO
            END-IF.
            WRITE REPORT-LINE FROM WS-CNF-PRIMA.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CNF-SEPARA.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-COBERTURA.
      *    Deja en WS-NIVEL-EFECTIVO el nivel que se imprime, el que
      *    luego se tarifica.
            PERFORM DETERMINA-EFECTIVO.
            MOVE WS-PLAN-EFECTIVO TO WS-CNC-PLAN.
            MOVE WS-NIVEL-EFECTIVO TO WS-CNC-NIVEL.
            IF WS-COB-NIVEL = SPACE
                MOVE " (POR DEPENDIENTES)" TO WS-CNC-DERIVADO
            ELSE
                MOVE SPACES TO WS-CNC-DERIVADO
            END-IF.
            WRITE REPORT-LINE FROM WS-CNF-COBERTURA.
            PERFORM VERIFICA-ESCRITURA.

       BUSCA-TARIFA.
            MOVE "N" TO WS-PLR-HALLADA-SWITCH.
            SET PLR-IDX TO 1.
            SEARCH WS-PLR-ENTRY
                AT END CONTINUE
                WHEN PLR-IDX > WS-PLR-COUNT
                    CONTINUE
                WHEN WS-PLR-TIER (PLR-IDX) = WS-NIVEL-EFECTIVO
                    SET WS-PLR-HALLADA TO TRUE
            END-SEARCH.

       CUENTA-DEPENDIENTES.
            MOVE 0 TO WS-DEPENDIENTES.
            PERFORM VARYING DPN-IDX FROM 1 BY 1
                    UNTIL DPN-IDX > WS-DPN-COUNT
                IF WS-DPN-EMP (DPN-IDX) = BE-APP-ID
                    ADD 1 TO WS-DEPENDIENTES
                END-IF
            END-PERFORM.

       CARGA-DEPENDIENTES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DEPENDENT-FILE.
            IF WS-DEP-OK
                PERFORM UNTIL WS-EOF
                    READ DEPENDENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-DPN-COUNT < WS-DPN-MAX
                                ADD 1 TO WS-DPN-COUNT
                                SET DPN-IDX TO WS-DPN-COUNT
                                MOVE DP-APP-ID TO WS-DPN-EMP (DPN-IDX)
                            ELSE
                                DISPLAY "TABLA DE DEPENDIENTES LLENA"
                                    " - IGNORADO " DP-NOMBRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPENDENT-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-TARIFAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PLAN-RATES.
            IF WS-PLR-OK
                PERFORM UNTIL WS-EOF
                    READ PLAN-RATES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-PLR-COUNT < 3
                                ADD 1 TO WS-PLR-COUNT
                                SET PLR-IDX TO WS-PLR-COUNT
                                MOVE PL-TIER
                                    TO WS-PLR-TIER (PLR-IDX)
                                MOVE PL-PRIMA-TOTAL
                                    TO WS-PLR-TOTAL (PLR-IDX)
                                MOVE PL-PARTE-EMPLEADO
                                    TO WS-PLR-EMPLEADO (PLR-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PLAN-RATES
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-INSCRIPCION.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-NEW.
            IF NOT WS-ENN-OK
                MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INSCRIP OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ENROLLMENT-FILE.
            IF NOT WS-ENR-OK
                MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INSCRIP OPEN E"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ENROLLMENT-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE ENROLLMENT-RECORD
                            FROM ENROLLMENT-NEW-LINE
                        IF NOT WS-ENR-OK
                            MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-INSCRIP WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENROLLMENT-NEW ENROLLMENT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "APLICA-ELECCIONES WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-LEIDOS WS-CONFIRMADAS WS-POR-DEFECTO.
            MOVE 0 TO WS-APLICADAS WS-SIN-COBERTURA.
            MOVE 0 TO WS-PLR-COUNT WS-DPN-COUNT.

       COPY "ELECWR.cpy".
       COPY "RECBWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM APLICA-ELECCIONES.
