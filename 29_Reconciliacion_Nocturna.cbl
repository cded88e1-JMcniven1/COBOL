      *          CLASSRPT.TXT are checked on both count and total.
      *          Meant to run as the last step of the chain, after
      *          RETIRA-CEROS.
      *          The periodic steps RESUELVE-CALENDARIO added to the
      *          night's run (CHAINCAL) are reconciled with the daily
      *          ones, except those scheduled after this step itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT CHAIN-CALENDAR ASSIGN TO "CHAINCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCAL-STATUS.
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
           05  RC-FECHA                 PIC 9(8).
           05  RC-RUN-NUM               PIC 9(3).

      *    Pasos periodicos de la noche (RESUELVE-CALENDARIO).
       FD  CHAIN-CALENDAR.
       01  CHAIN-CALENDAR-RECORD.
           05  CC-STEP                  PIC X(8).
           05  FILLER                   PIC X.
           05  CC-PROGRAMA              PIC X(20).
           05  FILLER                   PIC X.
           05  CC-DEPS                  PIC X(60).

       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
      *    orden que NIGHTLY.jcl/nightly_run.sh, con el nombre exacto
      *    que cada programa graba en WS-OPSLOG-PROGRAM.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 60 TIMES INDEXED BY WS-CHAIN-IDX.
               10  WS-CHAIN-STEP        PIC X(8).
               10  WS-CHAIN-NAME        PIC X(20).
               10  WS-CHAIN-STARTED     PIC 9(3) VALUE 0.
               10  WS-CHAIN-COMPLETED   PIC 9(3) VALUE 0.

       01  WS-CHAIN-COUNT               PIC 9(3) VALUE 47.
       01  WS-CHAIN-MAX                 PIC 9(3) VALUE 60.
       01  WS-FLAGGED-COUNT             PIC 9(3) VALUE 0.

       01  WS-DAILY-STATUS              PIC XX.
       01  WS-RUNC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-RUNC-EOF              VALUE "Y".
       01  WS-CORRIDA-HOY               PIC 9(3) VALUE 0.
       01  WS-CCAL-STATUS               PIC XX.
           88  WS-CCAL-OK               VALUE "00".
       01  WS-CCAL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-CCAL-EOF              VALUE "Y".
       01  WS-CCAL-POST                 PIC 9(3).

       01  WS-REPORT-HEADER-1.
           05  FILLER                   PIC X(37)
       CARGA-TABLA-CADENA.
            MOVE "STEP003" TO WS-CHAIN-STEP(1).
            MOVE "REGISTRA-CORRIDA" TO WS-CHAIN-NAME(1).
            MOVE "STEP004" TO WS-CHAIN-STEP(2).
            MOVE "RESUELVE-CALENDARIO" TO WS-CHAIN-NAME(2).
            MOVE "STEP005" TO WS-CHAIN-STEP(3).
            MOVE "VALIDA-ENTRADAS" TO WS-CHAIN-NAME(3).
            MOVE "STEP010" TO WS-CHAIN-STEP(4).
            MOVE "ENVIRONMENTDIVISION" TO WS-CHAIN-NAME(4).
            MOVE "STEP015" TO WS-CHAIN-STEP(5).
            MOVE "HR-MANTENIMIENTO" TO WS-CHAIN-NAME(5).
            MOVE "STEP016" TO WS-CHAIN-STEP(6).
            MOVE "APLICA-PENDIENTES" TO WS-CHAIN-NAME(6).
            MOVE "STEP016R" TO WS-CHAIN-STEP(7).
            MOVE "CALCULA-RETROACTIVO" TO WS-CHAIN-NAME(7).
            MOVE "STEP018" TO WS-CHAIN-STEP(8).
            MOVE "CALCULA-NOMINA" TO WS-CHAIN-NAME(8).
            MOVE "STEP018L" TO WS-CHAIN-STEP(9).
            MOVE "LIQUIDA-BAJAS" TO WS-CHAIN-NAME(9).
            MOVE "STEP018B" TO WS-CHAIN-STEP(10).
            MOVE "CALCULA-AGUINALDO" TO WS-CHAIN-NAME(10).
            MOVE "STEP018V" TO WS-CHAIN-STEP(11).
            MOVE "REVISA-VARIACIONES" TO WS-CHAIN-NAME(11).
            MOVE "STEP018P" TO WS-CHAIN-STEP(12).
            MOVE "BAJA-PLAN-RETIRO" TO WS-CHAIN-NAME(12).
      *    GENERA-CONTROLES corre dos veces (STEP019 y STEP119A) pero
      *    lleva una sola fila: ACUMULA-EVENTO suma ambos pares
      *    STARTED/COMPLETED sobre ella.
            MOVE "STEP019" TO WS-CHAIN-STEP(13).
            MOVE "GENERA-CONTROLES" TO WS-CHAIN-NAME(13).
            MOVE "STEP020" TO WS-CHAIN-STEP(14).
            MOVE "CONDICIONAL" TO WS-CHAIN-NAME(14).
            MOVE "STEP025" TO WS-CHAIN-STEP(15).
            MOVE "CARGA-SOLICITANTES" TO WS-CHAIN-NAME(15).
            MOVE "STEP029E" TO WS-CHAIN-STEP(16).
            MOVE "APLICA-ELECCIONES" TO WS-CHAIN-NAME(16).
            MOVE "STEP030" TO WS-CHAIN-STEP(17).
            MOVE "CONDICIONAL_IF_AND" TO WS-CHAIN-NAME(17).
            MOVE "STEP040" TO WS-CHAIN-STEP(18).
            MOVE "CONDICIONAL_IF_OR" TO WS-CHAIN-NAME(18).
            MOVE "STEP045" TO WS-CHAIN-STEP(19).
            MOVE "CAPTURA-ASISTENCIA" TO WS-CHAIN-NAME(19).
            MOVE "STEP045P" TO WS-CHAIN-STEP(20).
            MOVE "REPORTA-SIN-SALIDA" TO WS-CHAIN-NAME(20).
            MOVE "STEP046" TO WS-CHAIN-STEP(21).
            MOVE "EXPIRA-VISITAS" TO WS-CHAIN-NAME(21).
            MOVE "STEP047" TO WS-CHAIN-STEP(22).
            MOVE "REVOCA-CREDENCIALES" TO WS-CHAIN-NAME(22).
            MOVE "STEP047A" TO WS-CHAIN-STEP(23).
            MOVE "ANALIZA-ANOMALIAS" TO WS-CHAIN-NAME(23).
            MOVE "STEP048" TO WS-CHAIN-STEP(24).
            MOVE "VERIFICA-CERTIFICACIONES" TO WS-CHAIN-NAME(24).
            MOVE "STEP048A" TO WS-CHAIN-STEP(25).
            MOVE "APLICA-RECERTIF" TO WS-CHAIN-NAME(25).
            MOVE "STEP048R" TO WS-CHAIN-STEP(26).
            MOVE "VENCE-CERTIFICACIONES" TO WS-CHAIN-NAME(26).
            MOVE "STEP050" TO WS-CHAIN-STEP(27).
            MOVE "CONDICIONAL_IF_NOT" TO WS-CHAIN-NAME(27).
            MOVE "STEP060" TO WS-CHAIN-STEP(28).
            MOVE "IF-ANIDADO" TO WS-CHAIN-NAME(28).
            MOVE "STEP068" TO WS-CHAIN-STEP(29).
            MOVE "GESTIONA-INCOMPLETOS" TO WS-CHAIN-NAME(29).
            MOVE "STEP069" TO WS-CHAIN-STEP(30).
            MOVE "ACUMULA-ASISTENCIA" TO WS-CHAIN-NAME(30).
            MOVE "STEP069C" TO WS-CHAIN-STEP(31).
            MOVE "RETIENE-CUOTAS" TO WS-CHAIN-NAME(31).
            MOVE "STEP070" TO WS-CHAIN-STEP(32).
            MOVE "EVALUACION-MULTIPPLE" TO WS-CHAIN-NAME(32).
            MOVE "STEP080" TO WS-CHAIN-STEP(33).
            MOVE "PERFORM-VRYING" TO WS-CHAIN-NAME(33).
            MOVE "STEP090" TO WS-CHAIN-STEP(34).
            MOVE "PERFORM-VARYING" TO WS-CHAIN-NAME(34).
            MOVE "STEP100" TO WS-CHAIN-STEP(35).
            MOVE "NUMERO_DECIMAL" TO WS-CHAIN-NAME(35).
            MOVE "STEP105" TO WS-CHAIN-STEP(36).
            MOVE "GENERA-ORDPERM" TO WS-CHAIN-NAME(36).
            MOVE "STEP110" TO WS-CHAIN-STEP(37).
            MOVE "NUMERO_NEGATIVO" TO WS-CHAIN-NAME(37).
            MOVE "STEP119" TO WS-CHAIN-STEP(38).
            MOVE "CONSOLIDA-SUCURSALES" TO WS-CHAIN-NAME(38).
            MOVE "STEP119S" TO WS-CHAIN-STEP(39).
            MOVE "LIQUIDA-SUCURSALES" TO WS-CHAIN-NAME(39).
            MOVE "STEP119C" TO WS-CHAIN-STEP(40).
            MOVE "CUADRA-CAJAS" TO WS-CHAIN-NAME(40).
            MOVE "STEP120" TO WS-CHAIN-STEP(41).
            MOVE "RETIRA-CEROS" TO WS-CHAIN-NAME(41).
            MOVE "STEP125" TO WS-CHAIN-STEP(42).
            MOVE "EXTRAE-GL" TO WS-CHAIN-NAME(42).
            MOVE "STEP126T" TO WS-CHAIN-STEP(43).
            MOVE "CONCILIA-TRANSMISIONES" TO WS-CHAIN-NAME(43).
            MOVE "STEP126R" TO WS-CHAIN-STEP(44).
            MOVE "RECIBE-FEEDS" TO WS-CHAIN-NAME(44).
            MOVE "STEP127" TO WS-CHAIN-STEP(45).
            MOVE "LIBERA-INTERLOCK" TO WS-CHAIN-NAME(45).
            MOVE "STEP127V" TO WS-CHAIN-STEP(46).
            MOVE "VERIFICA-MASTERS" TO WS-CHAIN-NAME(46).
            MOVE "STEP128" TO WS-CHAIN-STEP(47).
            MOVE "ARMA-JUEGO-DR" TO WS-CHAIN-NAME(47).
            PERFORM CARGA-PASOS-CALENDARIO.

       CARGA-PASOS-CALENDARIO.
      *    Los pasos periodicos que RESUELVE-CALENDARIO sumo a la
      *    corrida de esta noche se concilian como los diarios; los
      *    que van tras el STEP130 todavia no corrieron y no cuentan.
            OPEN INPUT CHAIN-CALENDAR.
            IF WS-CCAL-OK
                PERFORM UNTIL WS-CCAL-EOF
                    READ CHAIN-CALENDAR
                        AT END SET WS-CCAL-EOF TO TRUE
                        NOT AT END
                            MOVE 0 TO WS-CCAL-POST
                            INSPECT CC-DEPS TALLYING WS-CCAL-POST
                                FOR ALL "STEP130"
                            IF CC-STEP NOT = SPACES
                                    AND CC-STEP (1:1) NOT = "#"
                                    AND WS-CCAL-POST = 0
                                PERFORM AGREGA-PASO-CALENDARIO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHAIN-CALENDAR
            END-IF.

       AGREGA-PASO-CALENDARIO.
            IF WS-CHAIN-COUNT >= WS-CHAIN-MAX
                DISPLAY "TABLA DE PASOS DE LA CADENA LLENA EN "
                    WS-CHAIN-MAX " ENTRADAS"
                MOVE "AGREGA-PASO-CALENDARIO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CHAIN-COUNT.
            MOVE CC-STEP TO WS-CHAIN-STEP(WS-CHAIN-COUNT).
            MOVE CC-PROGRAMA TO WS-CHAIN-NAME(WS-CHAIN-COUNT).

       ACUMULA-EVENTO.
            SET WS-CHAIN-IDX TO 1.
