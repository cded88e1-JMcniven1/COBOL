      ******************************************************************
      * Author:
      * Date:
      * Purpose: Receipt of the external feeds the loaders consume
      *          (BANKSTMT.DAT for CONCILIA-BANCO, PAIDCHKS.DAT for
      *          COMPENSA-CHEQUES, RATEFEED.DAT for CARGA-TASAS,
      *          GRADFEED.DAT for CARGA-NOTAS, BUREAURT.DAT for
      *          PROCESA-RETORNO, CARRINV.DAT for FACTURA-PRIMAS).
      *          Run when a file lands and nightly in the chain. Each
      *          feed on disk is fingerprinted and logged on the
      *          receipt register (RECEPREG.DAT) with its record
      *          count and the business date it covers; a file whose
      *          content was already processed by its loader is
      *          rejected as a duplicate and logged as such, and the
      *          loader will not take it. The feed list (FEEDMAST.DAT:
      *          feed, file, D daily on business days / M monthly by
      *          day nn / S no schedule, cutoff HHMM, and how to read
      *          its record count and date) replaces the built-in one
      *          when present. RECEPRPT.TXT shows what was found on
      *          disk, the files received and not yet loaded, and the
      *          expected feeds that have not arrived by their cutoff
      *          (business days from HOLIDAYS.DAT). Always RC 0: a
      *          missing feed is reported, not a reason to stop the
      *          chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBE-FEEDS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-MASTER ASSIGN TO "FEEDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT RECEPTION-REPORT ASSIGN TO "RECEPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "RCRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-MASTER.
       01  FEED-MASTER-RECORD       PIC X(33).

      *    Calendario de feriados: una fecha por linea.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-FECHA            PIC 9(8).

       FD  RECEPTION-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "RCRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FM-STATUS             PIC XX.
           88  WS-FM-OK             VALUE "00".
       01  WS-HOL-STATUS            PIC XX.
           88  WS-HOL-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-FM-EOF-SWITCH         PIC X VALUE "N".
           88  WS-FM-EOF            VALUE "Y".
       01  WS-HOL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-HOL-EOF           VALUE "Y".
       01  WS-REG-EOF-SWITCH        PIC X VALUE "N".
           88  WS-REG-EOF           VALUE "Y".
       01  WS-DUP-HOY-SWITCH        PIC X VALUE "N".
           88  WS-DUP-HOY           VALUE "Y".
       01  WS-DIA-HABIL-SWITCH      PIC X VALUE "Y".
           88  WS-DIA-HABIL         VALUE "Y".
       01  WS-FALTA-SWITCH          PIC X VALUE "N".
           88  WS-FALTA             VALUE "Y".

      *    Un feed esperado por linea de FEEDMAST.DAT. WS-FML-DETALLE,
      *    WS-FML-TIPO-FECHA, WS-FML-POS-FECHA y WS-FML-LON-FECHA son
      *    las reglas de lectura de RCRGWS.cpy (tipo de linea que
      *    cuenta como registro, y donde esta la fecha que cubre el
      *    fichero).
       01  WS-FEED-LINEA.
           05  WS-FML-FEED          PIC X(8).
           05  WS-FML-FICHERO       PIC X(12).
           05  WS-FML-FRECUENCIA    PIC X.
           05  WS-FML-DIA           PIC 9(2).
           05  WS-FML-CORTE         PIC 9(4).
           05  WS-FML-DETALLE       PIC X.
           05  WS-FML-TIPO-FECHA    PIC X.
           05  WS-FML-POS-FECHA     PIC 9(3).
           05  WS-FML-LON-FECHA     PIC 9.

      *    Lista incorporada de feeds; FEEDMAST.DAT la reemplaza si
      *    existe. Mismo layout que WS-FEED-LINEA.
       01  WS-FEED-DEFAULT-VAL.
           05  FILLER               PIC X(33)
                   VALUE "BANKSTMTBANKSTMT.DATD000900 D0188".
           05  FILLER               PIC X(33)
                   VALUE "PAIDCHKSPAIDCHKS.DATD000900 D0118".
           05  FILLER               PIC X(33)
                   VALUE "RATEFEEDRATEFEED.DATD000800DH0028".
           05  FILLER               PIC X(33)
                   VALUE "GRADFEEDGRADFEED.DATS000000DN0008".
           05  FILLER               PIC X(33)
                   VALUE "BUREAURTBUREAURT.DATS000000DN0008".
           05  FILLER               PIC X(33)
                   VALUE "CARRINV CARRINV.DAT M251800 D0016".
       01  WS-FEED-DEFAULT REDEFINES WS-FEED-DEFAULT-VAL.
           05  WS-FEED-DEF-LINEA OCCURS 6 TIMES PIC X(33).
       01  WS-FEED-DEF-COUNT        PIC 9(2) VALUE 6.

      *    Feeds en memoria, con la marca de llegada en plazo que
      *    deja el barrido del registro.
       01  WS-FD-MAX                PIC 9(2) VALUE 30.
       01  WS-FD-COUNT              PIC 9(2) VALUE 0.
       01  WS-FD-I                  PIC 9(2).
       01  WS-FD-HALLADO            PIC 9(2).
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY OCCURS 30 TIMES.
               10  WS-FD-FEED       PIC X(8).
               10  WS-FD-FICHERO    PIC X(12).
               10  WS-FD-FRECUENCIA PIC X.
               10  WS-FD-DIA        PIC 9(2).
               10  WS-FD-CORTE      PIC 9(4).
               10  WS-FD-DETALLE    PIC X.
               10  WS-FD-TIPO-FECHA PIC X.
               10  WS-FD-POS-FECHA  PIC 9(3).
               10  WS-FD-LON-FECHA  PIC 9.
               10  WS-FD-LLEGO      PIC X.

      *    Feriados cargados de HOLIDAYS.DAT.
       01  WS-HOL-MAX               PIC 9(3) VALUE 200.
       01  WS-HOL-COUNT             PIC 9(3) VALUE 0.
       01  WS-HOL-I                 PIC 9(3).
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 200 TIMES.
               10  WS-HOL-FECHA     PIC 9(8).

      *    Momento de la corrida: el corte es hora de reloj del dia.
       01  WS-AHORA                 PIC X(21).
       01  WS-AHORA-R REDEFINES WS-AHORA.
           05  WS-AHORA-FECHA       PIC 9(8).
           05  WS-AHORA-HHMM        PIC 9(4).
           05  FILLER               PIC X(9).
       01  WS-AHORA-ANOMES          PIC 9(6).
       01  WS-AHORA-DIA             PIC 9(2).
       01  WS-RECEP-ANOMES          PIC 9(6).
       01  WS-DIA-INT               PIC 9(7).
       01  WS-DIA-SEMANA            PIC 9.

       01  WS-COUNTERS.
           05  WS-CNT-EN-DISCO      PIC 9(5).
           05  WS-CNT-NUEVOS        PIC 9(5).
           05  WS-CNT-YA-REGISTRO   PIC 9(5).
           05  WS-CNT-DUPLICADOS    PIC 9(5).
           05  WS-CNT-VACIOS        PIC 9(5).
           05  WS-CNT-AUSENTES      PIC 9(5).
           05  WS-CNT-PENDIENTES    PIC 9(5).
           05  WS-CNT-FALTANTES     PIC 9(5).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(28)
                   VALUE "RECEPCION DE FEEDS EXTERNOS ".
           05  WS-TIT-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TIT-HH            PIC 99.
           05  FILLER               PIC X VALUE ":".
           05  WS-TIT-MI            PIC 99.
           05  FILLER               PIC X(17)
                   VALUE "  FECHA NEGOCIO: ".
           05  WS-TIT-NEGOCIO       PIC 9(8).
       01  WS-SECCION-LINE.
           05  FILLER               PIC X(3) VALUE "== ".
           05  WS-SEC-TEXTO         PIC X(60).
       01  WS-CAB-DISCO-LINE.
           05  FILLER               PIC X(30)
                   VALUE "FEED     FICHERO      CUBRE   ".
           05  FILLER               PIC X(30)
                   VALUE "  REGISTROS  LINEAS HUELLA    ".
           05  FILLER               PIC X(20)
                   VALUE "RESULTADO           ".
       01  WS-DISCO-LINE.
           05  WS-DSL-FEED          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSL-FICHERO       PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSL-CUBRE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSL-REGISTROS     PIC ZZZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSL-LINEAS        PIC ZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DSL-HUELLA        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DSL-RESULTADO     PIC X(36).
       01  WS-CAB-PEND-LINE.
           05  FILLER               PIC X(30)
                   VALUE "FEED     FICHERO      CUBRE   ".
           05  FILLER               PIC X(30)
                   VALUE "  REGISTROS RECIBIDO HORA     ".
       01  WS-PEND-LINE.
           05  WS-PNL-FEED          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PNL-FICHERO       PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PNL-CUBRE         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PNL-REGISTROS     PIC ZZZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PNL-RECEP         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PNL-HORA          PIC 9(6).
       01  WS-CAB-FALTA-LINE.
           05  FILLER               PIC X(30)
                   VALUE "FEED     FICHERO      FREC DIA".
           05  FILLER               PIC X(20)
                   VALUE " CORTE              ".
       01  WS-FALTA-LINE.
           05  WS-FTL-FEED          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FTL-FICHERO       PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FTL-FRECUENCIA    PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FTL-DIA           PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FTL-CORTE-HH      PIC 99.
           05  FILLER               PIC X VALUE ":".
           05  WS-FTL-CORTE-MI      PIC 99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(20)
                   VALUE "SIN LLEGAR AL CORTE".
       01  WS-FTL-CORTE             PIC 9(4).
       01  WS-FTL-CORTE-R REDEFINES WS-FTL-CORTE.
           05  WS-FTL-C-HH          PIC 99.
           05  WS-FTL-C-MI          PIC 99.
       01  WS-TOT-DISCO-LINE.
           05  FILLER               PIC X(16) VALUE "EN DISCO:       ".
           05  WS-TDL-EN-DISCO      PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  REGISTRADOS: ".
           05  WS-TDL-NUEVOS        PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE "  YA REGISTRADOS:".
           05  WS-TDL-YA-REGISTRO   PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  DUPLICADOS:  ".
           05  WS-TDL-DUPLICADOS    PIC ZZZZ9.
       01  WS-TOT-OTROS-LINE.
           05  FILLER               PIC X(16) VALUE "VACIOS:         ".
           05  WS-TOL-VACIOS        PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  AUSENTES:    ".
           05  WS-TOL-AUSENTES      PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE "  SIN CARGAR:    ".
           05  WS-TOL-PENDIENTES    PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  FALTANTES:   ".
           05  WS-TOL-FALTANTES     PIC ZZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RCRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "RECIBE-FEEDS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-FEEDS.
            PERFORM CARGA-FERIADOS.
            MOVE FUNCTION CURRENT-DATE TO WS-AHORA.
            COMPUTE WS-AHORA-ANOMES = WS-AHORA-FECHA / 100.
            COMPUTE WS-AHORA-DIA =
                WS-AHORA-FECHA - WS-AHORA-ANOMES * 100.
            PERFORM VERIFICA-HABIL.

            OPEN OUTPUT RECEPTION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RECEPRPT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-AHORA-FECHA TO WS-TIT-FECHA.
            MOVE WS-AHORA-HHMM (1:2) TO WS-TIT-HH.
            MOVE WS-AHORA-HHMM (3:2) TO WS-TIT-MI.
            MOVE WS-OPSLOG-DATE TO WS-TIT-NEGOCIO.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Primero se registra lo que hay en disco, para que el
      *    barrido del registro ya cuente las llegadas de hoy.
            MOVE "FEEDS EN DISCO" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            WRITE REPORT-LINE FROM WS-CAB-DISCO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-FD-I FROM 1 BY 1
                    UNTIL WS-FD-I > WS-FD-COUNT
                PERFORM EXAMINA-FEED
            END-PERFORM.

            MOVE "RECIBIDOS Y SIN CARGAR" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            WRITE REPORT-LINE FROM WS-CAB-PEND-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM RECORRE-REGISTRO.
            IF WS-CNT-PENDIENTES = 0
                MOVE "(NINGUNO)" TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

            MOVE "FEEDS ESPERADOS QUE NO LLEGARON AL CORTE"
                TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            WRITE REPORT-LINE FROM WS-CAB-FALTA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-FD-I FROM 1 BY 1
                    UNTIL WS-FD-I > WS-FD-COUNT
                PERFORM REVISA-CORTE
            END-PERFORM.
            IF WS-CNT-FALTANTES = 0
                MOVE "(NINGUNO)" TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

            MOVE "TOTALES" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            PERFORM ESCRIBE-TOTALES.
            CLOSE RECEPTION-REPORT.

            IF WS-CNT-DUPLICADOS > 0 OR WS-CNT-FALTANTES > 0
                DISPLAY "FEEDS DUPLICADOS: " WS-CNT-DUPLICADOS
                    " SIN LLEGAR AL CORTE: " WS-CNT-FALTANTES
                    " - VER RECEPRPT.TXT"
            END-IF.

            MOVE WS-CNT-EN-DISCO TO WS-RUNST-IN-COUNT.
            MOVE WS-CNT-NUEVOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CARGA-FEEDS.
            OPEN INPUT FEED-MASTER.
            IF WS-FM-OK
                PERFORM UNTIL WS-FM-EOF
                    READ FEED-MASTER INTO WS-FEED-LINEA
                        AT END SET WS-FM-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-FEED
                    END-READ
                END-PERFORM
                CLOSE FEED-MASTER
            ELSE
                DISPLAY "SIN FEEDMAST.DAT - LISTA DE FEEDS INCORPORADA"
                PERFORM VARYING WS-FD-I FROM 1 BY 1
                        UNTIL WS-FD-I > WS-FEED-DEF-COUNT
                    MOVE WS-FEED-DEF-LINEA (WS-FD-I)
                        TO WS-FEED-LINEA
                    PERFORM CARGA-UN-FEED
                END-PERFORM
            END-IF.

       CARGA-UN-FEED.
            IF WS-FML-FEED = SPACES OR WS-FML-FICHERO = SPACES
                    OR (WS-FML-FRECUENCIA NOT = "D"
                        AND WS-FML-FRECUENCIA NOT = "M"
                        AND WS-FML-FRECUENCIA NOT = "S")
                    OR WS-FML-DIA NOT NUMERIC
                    OR WS-FML-CORTE NOT NUMERIC
                    OR WS-FML-POS-FECHA NOT NUMERIC
                    OR (WS-FML-LON-FECHA NOT = 6
                        AND WS-FML-LON-FECHA NOT = 8)
                DISPLAY "FEED INVALIDO EN FEEDMAST.DAT: "
                    WS-FEED-LINEA
            ELSE
                IF WS-FD-COUNT < WS-FD-MAX
                    ADD 1 TO WS-FD-COUNT
                    MOVE WS-FML-FEED TO WS-FD-FEED (WS-FD-COUNT)
                    MOVE WS-FML-FICHERO TO WS-FD-FICHERO (WS-FD-COUNT)
                    MOVE WS-FML-FRECUENCIA
                        TO WS-FD-FRECUENCIA (WS-FD-COUNT)
                    MOVE WS-FML-DIA TO WS-FD-DIA (WS-FD-COUNT)
                    MOVE WS-FML-CORTE TO WS-FD-CORTE (WS-FD-COUNT)
                    MOVE WS-FML-DETALLE TO WS-FD-DETALLE (WS-FD-COUNT)
                    MOVE WS-FML-TIPO-FECHA
                        TO WS-FD-TIPO-FECHA (WS-FD-COUNT)
                    MOVE WS-FML-POS-FECHA
                        TO WS-FD-POS-FECHA (WS-FD-COUNT)
                    MOVE WS-FML-LON-FECHA
                        TO WS-FD-LON-FECHA (WS-FD-COUNT)
                    MOVE "N" TO WS-FD-LLEGO (WS-FD-COUNT)
                ELSE
                    DISPLAY "TABLA DE FEEDS LLENA - " WS-FML-FEED
                        " NO SE REVISA"
                END-IF
            END-IF.

       CARGA-FERIADOS.
            OPEN INPUT HOLIDAY-FILE.
            IF WS-HOL-OK
                PERFORM UNTIL WS-HOL-EOF
                    READ HOLIDAY-FILE
                        AT END SET WS-HOL-EOF TO TRUE
                        NOT AT END
                            IF HOL-FECHA IS NUMERIC
                                    AND WS-HOL-COUNT < WS-HOL-MAX
                                ADD 1 TO WS-HOL-COUNT
                                MOVE HOL-FECHA
                                    TO WS-HOL-FECHA (WS-HOL-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLIDAY-FILE
            END-IF.

       VERIFICA-HABIL.
      *    1 = lunes ... 7 = domingo (INTEGER-OF-DATE del 1601-01-01
      *    cayo en lunes), como en GENERA-ORDPERM.
            SET WS-DIA-HABIL TO TRUE.
            COMPUTE WS-DIA-INT =
                FUNCTION INTEGER-OF-DATE (WS-AHORA-FECHA).
            COMPUTE WS-DIA-SEMANA =
                FUNCTION MOD (WS-DIA-INT - 1, 7) + 1.
            IF WS-DIA-SEMANA > 5
                MOVE "N" TO WS-DIA-HABIL-SWITCH
            ELSE
                PERFORM VARYING WS-HOL-I FROM 1 BY 1
                        UNTIL WS-HOL-I > WS-HOL-COUNT
                    IF WS-HOL-FECHA (WS-HOL-I) = WS-AHORA-FECHA
                        MOVE "N" TO WS-DIA-HABIL-SWITCH
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.

       EXAMINA-FEED.
            MOVE WS-FD-FEED (WS-FD-I) TO WS-RCR-FEED.
            MOVE WS-FD-FICHERO (WS-FD-I) TO WS-RCR-FICHERO.
            MOVE WS-FD-DETALLE (WS-FD-I) TO WS-RCR-DETALLE.
            MOVE WS-FD-TIPO-FECHA (WS-FD-I) TO WS-RCR-TIPO-FECHA.
            MOVE WS-FD-POS-FECHA (WS-FD-I) TO WS-RCR-POS-FECHA.
            MOVE WS-FD-LON-FECHA (WS-FD-I) TO WS-RCR-LON-FECHA.
            MOVE WS-RCR-FICHERO TO WS-RCR-SCAN-NAME.
            PERFORM CALCULA-HUELLA-RECEPCION.

            MOVE WS-RCR-FEED TO WS-DSL-FEED.
            MOVE WS-RCR-FICHERO TO WS-DSL-FICHERO.
            MOVE SPACES TO WS-DSL-CUBRE WS-DSL-HUELLA.
            MOVE WS-RCR-REGISTROS TO WS-DSL-REGISTROS.
            MOVE WS-RCR-LINEAS TO WS-DSL-LINEAS.
            IF WS-RCR-RES-AUSENTE
                ADD 1 TO WS-CNT-AUSENTES
                MOVE "NO ESTA EN DISCO" TO WS-DSL-RESULTADO
            ELSE
                ADD 1 TO WS-CNT-EN-DISCO
                MOVE WS-RCR-FECHA-CUBRE TO WS-DSL-CUBRE
                MOVE WS-RCR-HUELLA TO WS-DSL-HUELLA
                IF WS-RCR-LINEAS = 0
                    ADD 1 TO WS-CNT-VACIOS
                    MOVE "VACIO - NO SE REGISTRA" TO WS-DSL-RESULTADO
                ELSE
                    PERFORM CLASIFICA-FEED
                END-IF
            END-IF.
            WRITE REPORT-LINE FROM WS-DISCO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CLASIFICA-FEED.
            PERFORM BUSCA-RECEPCION.
            EVALUATE TRUE
                WHEN WS-RCR-RES-REGISTRADA
                    ADD 1 TO WS-CNT-YA-REGISTRO
                    MOVE "YA REGISTRADO - PENDIENTE DE CARGA"
                        TO WS-DSL-RESULTADO
                WHEN WS-RCR-RES-PROCESADA
      *            El mismo contenido ya se cargo: se rechaza y queda
      *            constancia una vez por dia, aunque el fichero siga
      *            en disco en corridas posteriores.
                    ADD 1 TO WS-CNT-DUPLICADOS
                    MOVE "DUPLICADO - YA PROCESADO, RECHAZADO"
                        TO WS-DSL-RESULTADO
                    PERFORM BUSCA-DUPLICADO-HOY
                    IF NOT WS-DUP-HOY
                        DISPLAY WS-RCR-FICHERO " DUPLICADO DEL RECIBIDO"
                            " EL " WS-RCR-ORIGINAL " - RECHAZADO"
                        MOVE "D" TO WS-RCR-ESTADO
                        PERFORM REGISTRA-RECEPCION
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-CNT-NUEVOS
                    MOVE "REGISTRADO" TO WS-DSL-RESULTADO
                    MOVE "R" TO WS-RCR-ESTADO
                    PERFORM REGISTRA-RECEPCION
            END-EVALUATE.

       BUSCA-DUPLICADO-HOY.
            MOVE "N" TO WS-DUP-HOY-SWITCH.
            MOVE "N" TO WS-REG-EOF-SWITCH.
            OPEN INPUT RECEPTION-REGISTER.
            IF WS-RCR-OK
                PERFORM UNTIL WS-REG-EOF
                    READ RECEPTION-REGISTER
                        AT END SET WS-REG-EOF TO TRUE
                        NOT AT END
                            IF RR-FEED = WS-RCR-FEED
                                    AND RR-HUELLA = WS-RCR-HUELLA
                                    AND RR-LINEAS = WS-RCR-LINEAS
                                    AND RR-DUPLICADA
                                    AND RR-FECHA-RECEP = WS-AHORA-FECHA
                                SET WS-DUP-HOY TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEPTION-REGISTER
            END-IF.

       RECORRE-REGISTRO.
            MOVE "N" TO WS-REG-EOF-SWITCH.
            OPEN INPUT RECEPTION-REGISTER.
            IF WS-RCR-OK
                PERFORM UNTIL WS-REG-EOF
                    READ RECEPTION-REGISTER
                        AT END SET WS-REG-EOF TO TRUE
                        NOT AT END
                            IF NOT RR-DUPLICADA
                                PERFORM REVISA-ENTRADA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEPTION-REGISTER
            END-IF.

       REVISA-ENTRADA.
      *    Llegada en plazo: hoy para los diarios, en el mes en curso
      *    para los mensuales.
            MOVE 0 TO WS-FD-HALLADO.
            PERFORM VARYING WS-FD-I FROM 1 BY 1
                    UNTIL WS-FD-I > WS-FD-COUNT
                IF WS-FD-FEED (WS-FD-I) = RR-FEED
                    MOVE WS-FD-I TO WS-FD-HALLADO
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-FD-HALLADO > 0
                COMPUTE WS-RECEP-ANOMES = RR-FECHA-RECEP / 100
                EVALUATE WS-FD-FRECUENCIA (WS-FD-HALLADO)
                    WHEN "D"
                        IF RR-FECHA-RECEP = WS-AHORA-FECHA
                            MOVE "Y" TO WS-FD-LLEGO (WS-FD-HALLADO)
                        END-IF
                    WHEN "M"
                        IF WS-RECEP-ANOMES = WS-AHORA-ANOMES
                            MOVE "Y" TO WS-FD-LLEGO (WS-FD-HALLADO)
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF RR-RECIBIDA
                ADD 1 TO WS-CNT-PENDIENTES
                MOVE RR-FEED TO WS-PNL-FEED
                MOVE RR-FICHERO TO WS-PNL-FICHERO
                MOVE RR-FECHA-CUBRE TO WS-PNL-CUBRE
                MOVE RR-REGISTROS TO WS-PNL-REGISTROS
                MOVE RR-FECHA-RECEP TO WS-PNL-RECEP
                MOVE RR-HORA-RECEP TO WS-PNL-HORA
                WRITE REPORT-LINE FROM WS-PEND-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       REVISA-CORTE.
            MOVE "N" TO WS-FALTA-SWITCH.
            IF WS-FD-LLEGO (WS-FD-I) = "N"
                EVALUATE WS-FD-FRECUENCIA (WS-FD-I)
                    WHEN "D"
                        IF WS-DIA-HABIL AND
                                WS-AHORA-HHMM > WS-FD-CORTE (WS-FD-I)
                            SET WS-FALTA TO TRUE
                        END-IF
                    WHEN "M"
                        IF WS-AHORA-DIA > WS-FD-DIA (WS-FD-I)
                                OR (WS-AHORA-DIA = WS-FD-DIA (WS-FD-I)
                                AND WS-AHORA-HHMM >
                                    WS-FD-CORTE (WS-FD-I))
                            SET WS-FALTA TO TRUE
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF WS-FALTA
                PERFORM ESCRIBE-FALTANTE
            END-IF.

       ESCRIBE-FALTANTE.
            ADD 1 TO WS-CNT-FALTANTES.
            MOVE WS-FD-FEED (WS-FD-I) TO WS-FTL-FEED.
            MOVE WS-FD-FICHERO (WS-FD-I) TO WS-FTL-FICHERO.
            IF WS-FD-FRECUENCIA (WS-FD-I) = "M"
                MOVE "MES" TO WS-FTL-FRECUENCIA
                MOVE WS-FD-DIA (WS-FD-I) TO WS-FTL-DIA
            ELSE
                MOVE "DIA" TO WS-FTL-FRECUENCIA
                MOVE SPACES TO WS-FTL-DIA
            END-IF.
            MOVE WS-FD-CORTE (WS-FD-I) TO WS-FTL-CORTE.
            MOVE WS-FTL-C-HH TO WS-FTL-CORTE-HH.
            MOVE WS-FTL-C-MI TO WS-FTL-CORTE-MI.
            WRITE REPORT-LINE FROM WS-FALTA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO WS-OPSLOG-EVENT.
            STRING "FEED " WS-FD-FEED (WS-FD-I) DELIMITED BY SIZE
                " SIN LLEGAR AL CORTE" DELIMITED BY SIZE
                INTO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       ESCRIBE-TOTALES.
            MOVE WS-CNT-EN-DISCO TO WS-TDL-EN-DISCO.
            MOVE WS-CNT-NUEVOS TO WS-TDL-NUEVOS.
            MOVE WS-CNT-YA-REGISTRO TO WS-TDL-YA-REGISTRO.
            MOVE WS-CNT-DUPLICADOS TO WS-TDL-DUPLICADOS.
            WRITE REPORT-LINE FROM WS-TOT-DISCO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CNT-VACIOS TO WS-TOL-VACIOS.
            MOVE WS-CNT-AUSENTES TO WS-TOL-AUSENTES.
            MOVE WS-CNT-PENDIENTES TO WS-TOL-PENDIENTES.
            MOVE WS-CNT-FALTANTES TO WS-TOL-FALTANTES.
            WRITE REPORT-LINE FROM WS-TOT-OTROS-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-SECCION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "RECIBE-FEEDS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-FD-COUNT WS-HOL-COUNT.
            MOVE "N" TO WS-FM-EOF-SWITCH WS-HOL-EOF-SWITCH
                WS-REG-EOF-SWITCH.
            INITIALIZE WS-COUNTERS.

       COPY "RCRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".
       END PROGRAM RECIBE-FEEDS.
