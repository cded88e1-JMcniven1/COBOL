      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly reconciliation of the outbound transmission
      *          register (TRANSREG.DAT, written by every step that
      *          hands a file to an outside party: EXTRAE-GL,
      *          EXTRAE-POSPAGO, DEPOSITO-DIRECTO, EXTRAE-DELTA,
      *          EXTRAE-CENSO). Applies the acknowledgments the
      *          receiving parties sent back (ACUSES.DAT: interface,
      *          business date, record count and control total they
      *          received, A received / R rejected, their reference)
      *          to the register, comparing the acknowledged totals
      *          with those registered at send time, and prints
      *          TXEXCEP.TXT: every acknowledgment with what it did,
      *          the ones that name no transmission, and the
      *          exceptions of the register -- files still without
      *          acknowledgment past the window of their interface
      *          (TXWINDOW.DAT, hours; 24 when not listed), files
      *          acknowledged with different totals and files
      *          rejected today, which the producing step may now
      *          build again. The applied file is appended to
      *          ACUSES.ANT and ACUSES.DAT starts empty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-TRANSMISIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "ACUSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK-ARCHIVE ASSIGN TO "ACUSES.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "TXWINDOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEN-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "TXEXCEP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "TXRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Acuse de una interfaz saliente, una linea por fichero
      *    recibido o rechazado por el destino.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05  AC-INTERFAZ          PIC X(8).
           05  AC-FECHA             PIC 9(8).
           05  AC-REGISTROS         PIC 9(7).
           05  AC-TOTAL             PIC 9(11)V99.
           05  AC-RESULTADO         PIC X.
           05  AC-REF               PIC X(20).

       FD  ACK-ARCHIVE.
       01  ACK-ARCHIVE-RECORD       PIC X(57).

      *    Plazo de acuse por interfaz, en horas desde el envio.
       FD  WINDOW-FILE.
       01  WINDOW-RECORD.
           05  TW-INTERFAZ          PIC X(8).
           05  TW-HORAS             PIC 9(3).

       FD  EXCEPTION-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "TXRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACK-STATUS            PIC XX.
           88  WS-ACK-OK            VALUE "00".
       01  WS-ANT-STATUS            PIC XX.
           88  WS-ANT-OK            VALUE "00".
       01  WS-VEN-STATUS            PIC XX.
           88  WS-VEN-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-ACK-EOF-SWITCH        PIC X VALUE "N".
           88  WS-ACK-EOF           VALUE "Y".
       01  WS-VEN-EOF-SWITCH        PIC X VALUE "N".
           88  WS-VEN-EOF           VALUE "Y".
       01  WS-REG-EOF-SWITCH        PIC X VALUE "N".
           88  WS-REG-EOF           VALUE "Y".
       01  WS-HAY-ACUSES-SWITCH     PIC X VALUE "N".
           88  WS-HAY-ACUSES        VALUE "Y".

      *    Plazos cargados de TXWINDOW.DAT.
       01  WS-VEN-DEFECTO           PIC 9(3) VALUE 24.
       01  WS-VEN-MAX               PIC 9(2) VALUE 20.
       01  WS-VEN-COUNT             PIC 9(2) VALUE 0.
       01  WS-VEN-I                 PIC 9(2).
       01  WS-VEN-TABLE.
           05  WS-VEN-ENTRY OCCURS 20 TIMES.
               10  WS-VEN-INTERFAZ  PIC X(8).
               10  WS-VEN-HORAS     PIC 9(3).
       01  WS-PLAZO                 PIC 9(3).

      *    Momento de la corrida: el plazo se mide en horas de
      *    reloj desde el envio, no en dias de negocio.
       01  WS-AHORA                 PIC X(21).
       01  WS-AHORA-R REDEFINES WS-AHORA.
           05  WS-AHORA-FECHA       PIC 9(8).
           05  WS-AHORA-HH          PIC 99.
           05  WS-AHORA-MI          PIC 99.
           05  FILLER               PIC X(9).
       01  WS-ENVIO-HH              PIC 99.
       01  WS-HORAS                 PIC S9(7).

       01  WS-COUNTERS.
           05  WS-CNT-ACUSES        PIC 9(5).
           05  WS-CNT-CONFORMES     PIC 9(5).
           05  WS-CNT-DIFERENCIAS   PIC 9(5).
           05  WS-CNT-RECHAZOS      PIC 9(5).
           05  WS-CNT-DUPLICADOS    PIC 9(5).
           05  WS-CNT-SIN-ENVIO     PIC 9(5).
           05  WS-CNT-INVALIDOS     PIC 9(5).
           05  WS-CNT-REGISTRO      PIC 9(5).
           05  WS-CNT-EN-PLAZO      PIC 9(5).
           05  WS-CNT-VENCIDAS      PIC 9(5).
           05  WS-CNT-DISCREPANTES  PIC 9(5).
           05  WS-CNT-RECH-HOY      PIC 9(5).
           05  WS-CNT-EXCEPCIONES   PIC 9(5).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(33)
                   VALUE "CONCILIACION DE TRANSMISIONES AL ".
           05  WS-TIT-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TIT-HH            PIC 99.
           05  FILLER               PIC X VALUE ":".
           05  WS-TIT-MI            PIC 99.
       01  WS-SECCION-LINE.
           05  FILLER               PIC X(3) VALUE "== ".
           05  WS-SEC-TEXTO         PIC X(60).
       01  WS-CAB-ACUSE-LINE.
           05  FILLER               PIC X(30)
                   VALUE "INTERFAZ FECHA    REGIST T    ".
           05  FILLER               PIC X(30)
                   VALUE "TOTAL ACUSADO REFERENCIA      ".
           05  FILLER               PIC X(20)
                   VALUE "       RESULTADO    ".
       01  WS-ACUSE-LINE.
           05  WS-ACL-INTERFAZ      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-FECHA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-REGISTROS     PIC ZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-TOTAL         PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-REF           PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ACL-RESULTADO     PIC X(12).
       01  WS-CAB-EXCEP-LINE.
           05  FILLER               PIC X(30)
                   VALUE "INTERFAZ FECHA    FICHERO     ".
           05  FILLER               PIC X(30)
                   VALUE " DESTINO      ENVIADO  HORA   ".
           05  FILLER               PIC X(30)
                   VALUE " HORAS PLAZO EXCEPCION       ".
       01  WS-EXCEP-LINE.
           05  WS-EXL-INTERFAZ      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-FICHERO       PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-DESTINO       PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-ENVIO         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-HORA          PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-HORAS         PIC ZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-PLAZO         PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXL-MOTIVO        PIC X(20).
       01  WS-TOT-ACUSES-LINE.
           05  FILLER               PIC X(16) VALUE "ACUSES LEIDOS: ".
           05  WS-TAC-LEIDOS        PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "  CONFORMES: ".
           05  WS-TAC-CONFORMES     PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  DIFERENCIAS: ".
           05  WS-TAC-DIFERENCIAS   PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE "  RECHAZOS: ".
           05  WS-TAC-RECHAZOS      PIC ZZZZ9.
       01  WS-TOT-OTROS-LINE.
           05  FILLER               PIC X(16) VALUE "DUPLICADOS:     ".
           05  WS-TOT-DUPLICADOS    PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "  SIN ENVIO: ".
           05  WS-TOT-SIN-ENVIO     PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  INVALIDOS:   ".
           05  WS-TOT-INVALIDOS     PIC ZZZZ9.
       01  WS-TOT-REGISTRO-LINE.
           05  FILLER               PIC X(16) VALUE "EN REGISTRO:    ".
           05  WS-TRG-REGISTRO      PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "  EN PLAZO:  ".
           05  WS-TRG-EN-PLAZO      PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  VENCIDAS:    ".
           05  WS-TRG-VENCIDAS      PIC ZZZZ9.
       01  WS-TOT-ESTADOS-LINE.
           05  FILLER               PIC X(16) VALUE "DISCREPANTES:   ".
           05  WS-TRG-DISCREPANTES  PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "  RECH. HOY: ".
           05  WS-TRG-RECH-HOY      PIC ZZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TXRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "CONCILIA-TRANSMISIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-PLAZOS.
            MOVE FUNCTION CURRENT-DATE TO WS-AHORA.

            OPEN OUTPUT EXCEPTION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN TXEXCEP"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-AHORA-FECHA TO WS-TIT-FECHA.
            MOVE WS-AHORA-HH TO WS-TIT-HH.
            MOVE WS-AHORA-MI TO WS-TIT-MI.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Primero los acuses, para que el barrido del registro ya
      *    vea los estados que dejaron.
            MOVE "ACUSES RECIBIDOS (ACUSES.DAT)" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            WRITE REPORT-LINE FROM WS-CAB-ACUSE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM APLICA-ACUSES.
            IF WS-CNT-ACUSES = 0
                MOVE "(NINGUNO)" TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

            MOVE "EXCEPCIONES DEL REGISTRO DE TRANSMISIONES"
                TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            WRITE REPORT-LINE FROM WS-CAB-EXCEP-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM RECORRE-REGISTRO.
            IF WS-CNT-VENCIDAS = 0 AND WS-CNT-DISCREPANTES = 0
                    AND WS-CNT-RECH-HOY = 0
                MOVE "(NINGUNA)" TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

            MOVE "TOTALES" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            PERFORM ESCRIBE-TOTALES.
            CLOSE EXCEPTION-REPORT.

      *    Con los acuses ya aplicados el fichero pasa al historico
      *    y ACUSES.DAT arranca vacio para los de manana.
            IF WS-HAY-ACUSES
                PERFORM ARCHIVA-ACUSES
            END-IF.

            COMPUTE WS-CNT-EXCEPCIONES = WS-CNT-VENCIDAS
                + WS-CNT-DISCREPANTES + WS-CNT-RECH-HOY
                + WS-CNT-SIN-ENVIO + WS-CNT-INVALIDOS.
            IF WS-CNT-EXCEPCIONES > 0
                DISPLAY "TRANSMISIONES CON EXCEPCION: "
                    WS-CNT-EXCEPCIONES " - VER TXEXCEP.TXT"
            END-IF.

            MOVE WS-CNT-ACUSES TO WS-RUNST-IN-COUNT.
            MOVE WS-CNT-EXCEPCIONES TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CARGA-PLAZOS.
            OPEN INPUT WINDOW-FILE.
            IF WS-VEN-OK
                PERFORM UNTIL WS-VEN-EOF
                    READ WINDOW-FILE
                        AT END SET WS-VEN-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-PLAZO
                    END-READ
                END-PERFORM
                CLOSE WINDOW-FILE
            ELSE
                DISPLAY "SIN TXWINDOW.DAT - PLAZO DE "
                    WS-VEN-DEFECTO " HORAS PARA TODAS"
            END-IF.

       CARGA-UN-PLAZO.
            IF TW-HORAS IS NUMERIC AND TW-HORAS > 0
                    AND TW-INTERFAZ NOT = SPACES
                IF WS-VEN-COUNT < WS-VEN-MAX
                    ADD 1 TO WS-VEN-COUNT
                    MOVE TW-INTERFAZ TO WS-VEN-INTERFAZ (WS-VEN-COUNT)
                    MOVE TW-HORAS TO WS-VEN-HORAS (WS-VEN-COUNT)
                ELSE
                    DISPLAY "TABLA DE PLAZOS LLENA - " TW-INTERFAZ
                        " CON PLAZO POR DEFECTO"
                END-IF
            ELSE
                DISPLAY "PLAZO INVALIDO EN TXWINDOW.DAT: "
                    WINDOW-RECORD
            END-IF.

       BUSCA-PLAZO.
            MOVE WS-VEN-DEFECTO TO WS-PLAZO.
            PERFORM VARYING WS-VEN-I FROM 1 BY 1
                    UNTIL WS-VEN-I > WS-VEN-COUNT
                IF WS-VEN-INTERFAZ (WS-VEN-I) = TR-INTERFAZ
                    MOVE WS-VEN-HORAS (WS-VEN-I) TO WS-PLAZO
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       APLICA-ACUSES.
            OPEN INPUT ACK-FILE.
            IF WS-ACK-OK
                SET WS-HAY-ACUSES TO TRUE
                PERFORM UNTIL WS-ACK-EOF
                    READ ACK-FILE
                        AT END SET WS-ACK-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CNT-ACUSES
                            PERFORM APLICA-UN-ACUSE
                    END-READ
                END-PERFORM
                CLOSE ACK-FILE
            END-IF.

       APLICA-UN-ACUSE.
            MOVE AC-INTERFAZ TO WS-ACL-INTERFAZ.
            MOVE AC-FECHA TO WS-ACL-FECHA.
            MOVE AC-RESULTADO TO WS-ACL-TIPO.
            MOVE AC-REF TO WS-ACL-REF.
            IF AC-REGISTROS IS NUMERIC
                MOVE AC-REGISTROS TO WS-ACL-REGISTROS
            ELSE
                MOVE 0 TO WS-ACL-REGISTROS
            END-IF.
            IF AC-TOTAL IS NUMERIC
                MOVE AC-TOTAL TO WS-ACL-TOTAL
            ELSE
                MOVE 0 TO WS-ACL-TOTAL
            END-IF.
      *    Una linea que no se puede cotejar no toca el registro.
            IF AC-FECHA NOT NUMERIC OR AC-REGISTROS NOT NUMERIC
                    OR AC-TOTAL NOT NUMERIC OR AC-INTERFAZ = SPACES
                    OR (AC-RESULTADO NOT = "A"
                        AND AC-RESULTADO NOT = "R")
                ADD 1 TO WS-CNT-INVALIDOS
                MOVE "INVALIDO" TO WS-ACL-RESULTADO
            ELSE
                MOVE AC-INTERFAZ TO WS-TXR-INTERFAZ
                MOVE AC-FECHA TO WS-TXR-FECHA
                MOVE AC-RESULTADO TO WS-TXR-ACUSE-TIPO
                MOVE AC-REGISTROS TO WS-TXR-ACUSE-REGISTROS
                MOVE AC-TOTAL TO WS-TXR-ACUSE-TOTAL
                MOVE AC-REF TO WS-TXR-ACUSE-REF
                MOVE "F" TO WS-TXR-ACUSE-ORIGEN
                MOVE "Y" TO WS-TXR-COTEJA-SWITCH
                MOVE SPACES TO WS-TXR-OPERADOR
                PERFORM ACUSA-TRANSMISION
                EVALUATE TRUE
                    WHEN WS-TXR-RES-ACUSADA
                        ADD 1 TO WS-CNT-CONFORMES
                        MOVE "CONFORME" TO WS-ACL-RESULTADO
                    WHEN WS-TXR-RES-DISCREPANTE
                        ADD 1 TO WS-CNT-DIFERENCIAS
                        MOVE "DIFERENCIA" TO WS-ACL-RESULTADO
                    WHEN WS-TXR-RES-RECHAZADA
                        ADD 1 TO WS-CNT-RECHAZOS
                        MOVE "RECHAZADA" TO WS-ACL-RESULTADO
                    WHEN WS-TXR-RES-DUPLICADA
                        ADD 1 TO WS-CNT-DUPLICADOS
                        MOVE "YA ACUSADA" TO WS-ACL-RESULTADO
                    WHEN OTHER
                        ADD 1 TO WS-CNT-SIN-ENVIO
                        MOVE "SIN ENVIO" TO WS-ACL-RESULTADO
                END-EVALUATE
            END-IF.
            WRITE REPORT-LINE FROM WS-ACUSE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       RECORRE-REGISTRO.
            MOVE "N" TO WS-REG-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-REGISTER.
            IF WS-TXR-OK
                PERFORM UNTIL WS-REG-EOF
                    READ TRANSMISSION-REGISTER
                        AT END SET WS-REG-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CNT-REGISTRO
                            PERFORM REVISA-TRANSMISION
                    END-READ
                END-PERFORM
                CLOSE TRANSMISSION-REGISTER
            ELSE
                DISPLAY "SIN TRANSREG.DAT - NINGUNA TRANSMISION "
                    "REGISTRADA"
            END-IF.

       REVISA-TRANSMISION.
            PERFORM BUSCA-PLAZO.
            MOVE 0 TO WS-HORAS.
            IF TR-FECHA-ENVIO IS NUMERIC AND TR-FECHA-ENVIO > 0
                    AND TR-HORA-ENVIO IS NUMERIC
                COMPUTE WS-ENVIO-HH = TR-HORA-ENVIO / 10000
                COMPUTE WS-HORAS =
                    (FUNCTION INTEGER-OF-DATE (WS-AHORA-FECHA)
                    - FUNCTION INTEGER-OF-DATE (TR-FECHA-ENVIO)) * 24
                    + WS-AHORA-HH - WS-ENVIO-HH
            END-IF.
            IF WS-HORAS < 0
                MOVE 0 TO WS-HORAS
            END-IF.
            EVALUATE TRUE
                WHEN TR-PENDIENTE
                    IF WS-HORAS > WS-PLAZO
                        ADD 1 TO WS-CNT-VENCIDAS
                        MOVE "SIN ACUSE EN PLAZO" TO WS-EXL-MOTIVO
                        PERFORM ESCRIBE-EXCEPCION
                    ELSE
                        ADD 1 TO WS-CNT-EN-PLAZO
                    END-IF
                WHEN TR-DISCREPANTE
                    ADD 1 TO WS-CNT-DISCREPANTES
                    MOVE "TOTALES NO CUADRAN" TO WS-EXL-MOTIVO
                    PERFORM ESCRIBE-EXCEPCION
                WHEN TR-RECHAZADA AND TR-FECHA-ACUSE = WS-AHORA-FECHA
                    ADD 1 TO WS-CNT-RECH-HOY
                    MOVE "RECHAZADA - REHACER" TO WS-EXL-MOTIVO
                    PERFORM ESCRIBE-EXCEPCION
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ESCRIBE-EXCEPCION.
            MOVE TR-INTERFAZ TO WS-EXL-INTERFAZ.
            MOVE TR-FECHA-NEGOCIO TO WS-EXL-FECHA.
            MOVE TR-FICHERO TO WS-EXL-FICHERO.
            MOVE TR-DESTINO TO WS-EXL-DESTINO.
            MOVE TR-FECHA-ENVIO TO WS-EXL-ENVIO.
            MOVE TR-HORA-ENVIO TO WS-EXL-HORA.
            MOVE WS-HORAS TO WS-EXL-HORAS.
            MOVE WS-PLAZO TO WS-EXL-PLAZO.
            WRITE REPORT-LINE FROM WS-EXCEP-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO WS-OPSLOG-EVENT.
            STRING "TX EXCEPCION " TR-INTERFAZ " " TR-FECHA-NEGOCIO
                " " TR-ESTADO DELIMITED BY SIZE
                INTO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       ESCRIBE-TOTALES.
            MOVE WS-CNT-ACUSES TO WS-TAC-LEIDOS.
            MOVE WS-CNT-CONFORMES TO WS-TAC-CONFORMES.
            MOVE WS-CNT-DIFERENCIAS TO WS-TAC-DIFERENCIAS.
            MOVE WS-CNT-RECHAZOS TO WS-TAC-RECHAZOS.
            WRITE REPORT-LINE FROM WS-TOT-ACUSES-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CNT-DUPLICADOS TO WS-TOT-DUPLICADOS.
            MOVE WS-CNT-SIN-ENVIO TO WS-TOT-SIN-ENVIO.
            MOVE WS-CNT-INVALIDOS TO WS-TOT-INVALIDOS.
            WRITE REPORT-LINE FROM WS-TOT-OTROS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CNT-REGISTRO TO WS-TRG-REGISTRO.
            MOVE WS-CNT-EN-PLAZO TO WS-TRG-EN-PLAZO.
            MOVE WS-CNT-VENCIDAS TO WS-TRG-VENCIDAS.
            WRITE REPORT-LINE FROM WS-TOT-REGISTRO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CNT-DISCREPANTES TO WS-TRG-DISCREPANTES.
            MOVE WS-CNT-RECH-HOY TO WS-TRG-RECH-HOY.
            WRITE REPORT-LINE FROM WS-TOT-ESTADOS-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ARCHIVA-ACUSES.
            OPEN EXTEND ACK-ARCHIVE.
            IF NOT WS-ANT-OK
                OPEN OUTPUT ACK-ARCHIVE
                IF NOT WS-ANT-OK
                    MOVE WS-ANT-STATUS TO WS-ABEND-STATUS
                    MOVE "ARCHIVA-ACUSES OPEN ACUSES.ANT"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            OPEN INPUT ACK-FILE.
            MOVE "N" TO WS-ACK-EOF-SWITCH.
            PERFORM UNTIL WS-ACK-EOF
                READ ACK-FILE
                    AT END SET WS-ACK-EOF TO TRUE
                    NOT AT END
                        WRITE ACK-ARCHIVE-RECORD FROM ACK-RECORD
                        IF NOT WS-ANT-OK
                            MOVE WS-ANT-STATUS TO WS-ABEND-STATUS
                            MOVE "ARCHIVA-ACUSES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACK-FILE.
            CLOSE ACK-ARCHIVE.
            OPEN OUTPUT ACK-FILE.
            IF NOT WS-ACK-OK
                MOVE WS-ACK-STATUS TO WS-ABEND-STATUS
                MOVE "ARCHIVA-ACUSES OPEN ACUSES.DAT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE ACK-FILE.

       ESCRIBE-SECCION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "CONCILIA-TRANSMISIONES WRITE"
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
            MOVE 0 TO WS-VEN-COUNT.
            MOVE "N" TO WS-ACK-EOF-SWITCH WS-VEN-EOF-SWITCH
                WS-REG-EOF-SWITCH WS-HAY-ACUSES-SWITCH.
            INITIALIZE WS-COUNTERS.

       COPY "TXRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".
       END PROGRAM CONCILIA-TRANSMISIONES.
