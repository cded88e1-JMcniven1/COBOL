      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dunning run over the open receivables invoices on
      *          INVMAST.DAT (GESTIONA-FACTURAS / APLICA-COBROS). Each
      *          open invoice is aged from its issue date to the
      *          business date, as on the INVAGING.TXT aging, and
      *          earns a dunning level: 1 (friendly reminder) from 30
      *          days, 2 (second notice) from 60 and 3 (final demand)
      *          from 90. A letter is printed (DUNLETRS.TXT) when the
      *          invoice reaches a level higher than the last one
      *          sent, or when the same level is due again and at
      *          least the re-send interval has passed since the last
      *          notice (PARM146.DAT, days; absent, 15), so no level
      *          goes out twice within the interval. The level and
      *          notice date are kept on the invoice. The wording of
      *          each level comes from the text master DUNTEXT.DAT
      *          (one line of text per record, keyed by level, kept
      *          by collections with any editor); the letter heading
      *          carries the customer, the ACCTMAST.DAT description
      *          and the invoice data. Invoices put on dispute hold
      *          on GESTIONA-FACTURAS are skipped and listed. The
      *          control listing (DUNLIST.TXT) shows every invoice
      *          30 days or older with what the run did with it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-AVISOS-COBRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM146.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DUNNING-TEXT ASSIGN TO "DUNTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLETRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LET-STATUS.
           SELECT DUNNING-REPORT ASSIGN TO "DUNLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "INVMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DIAS-REENVIO    PIC 9(3).

      *    Una linea de texto por registro; las de un mismo nivel se
      *    imprimen en el orden en que estan en el fichero.
       FD  DUNNING-TEXT.
       01  DUNNING-TEXT-RECORD.
           05  DT-NIVEL             PIC 9.
           05  DT-TEXTO             PIC X(70).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  DUNNING-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "INVMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-TXT-STATUS            PIC XX.
           88  WS-TXT-OK            VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-LET-STATUS            PIC XX.
           88  WS-LET-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-DIAS-REENVIO          PIC 9(3) VALUE 15.
       01  WS-HOY-INT               PIC 9(7).
       01  WS-EDAD-DIAS             PIC S9(5).
       01  WS-DIAS-DESDE-AVISO      PIC S9(5).
       01  WS-NIVEL-DEBIDO          PIC 9.
       01  WS-ENVIA-SWITCH          PIC X.
           88  WS-ENVIA             VALUE "Y".

       01  WS-REVISADAS             PIC 9(6) VALUE 0.
       01  WS-ENVIADAS              PIC 9(6) VALUE 0.
       01  WS-ENVIADAS-NIVEL        PIC 9(6) OCCURS 3 TIMES.
       01  WS-RETENIDAS             PIC 9(6) VALUE 0.
       01  WS-YA-AVISADAS           PIC 9(6) VALUE 0.

      *    Texto de las cartas por nivel, tal como viene del master.
       01  WS-TX-MAX                PIC 9(3) VALUE 90.
       01  WS-TX-COUNT              PIC 9(3) VALUE 0.
       01  WS-TX-I                  PIC 9(3).
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY OCCURS 90 TIMES.
               10  WS-TX-NIVEL      PIC 9.
               10  WS-TX-TEXTO      PIC X(70).
       01  WS-TX-POR-NIVEL          PIC 9(3) OCCURS 3 TIMES.
       01  WS-NV                    PIC 9.

      *    Nombre del cliente para el encabezado de la carta.
       01  WS-AC-MAX                PIC 9(4) VALUE 2000.
       01  WS-AC-COUNT              PIC 9(4) VALUE 0.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY AC-IDX.
               10  WS-AC-CUENTA     PIC X(8).
               10  WS-AC-DESC       PIC X(30).

       01  WS-NIVEL-TITULOS.
           05  FILLER               PIC X(30)
                   VALUE "RECORDATORIO DE PAGO".
           05  FILLER               PIC X(30)
                   VALUE "SEGUNDO AVISO DE PAGO".
           05  FILLER               PIC X(30)
                   VALUE "REQUERIMIENTO FINAL DE PAGO".
       01  WS-NIVEL-TITULOS-R REDEFINES WS-NIVEL-TITULOS.
           05  WS-NIVEL-TITULO      PIC X(30) OCCURS 3 TIMES.

       01  WS-CARTA-SEPARA-LINE     PIC X(80) VALUE ALL "=".
       01  WS-CARTA-FECHA-LINE.
           05  FILLER               PIC X(7) VALUE "FECHA: ".
           05  WS-CFL-FECHA         PIC 9(8).
       01  WS-CARTA-CLIENTE-LINE.
           05  FILLER               PIC X(9) VALUE "CLIENTE: ".
           05  WS-CCL-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CCL-NOMBRE        PIC X(30).
       01  WS-CARTA-TITULO-LINE.
           05  WS-CTL-TITULO        PIC X(30).
           05  FILLER               PIC X(8) VALUE " - NIVEL".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CTL-NIVEL         PIC 9.
       01  WS-CARTA-FACTURA-LINE.
           05  FILLER               PIC X(8) VALUE "FACTURA ".
           05  WS-CFA-NUMERO        PIC 9(6).
           05  FILLER               PIC X(5) VALUE " DEL ".
           05  WS-CFA-FECHA         PIC 9(8).
           05  FILLER               PIC X(13) VALUE " POR IMPORTE ".
           05  WS-CFA-IMPORTE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CFA-MONEDA        PIC X(3).
           05  FILLER               PIC X(3) VALUE " - ".
           05  WS-CFA-DIAS          PIC ZZZZ9.
           05  FILLER               PIC X(5) VALUE " DIAS".
       01  WS-CARTA-TEXTO-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CTX-TEXTO         PIC X(70).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(24)
                   VALUE "AVISOS DE COBRO - FECHA ".
           05  WS-TIT-FECHA         PIC 9(8).
           05  FILLER               PIC X(10) VALUE " REENVIO: ".
           05  WS-TIT-REENVIO       PIC ZZ9.
           05  FILLER               PIC X(5) VALUE " DIAS".
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(30)
                   VALUE "NUMERO CUENTA   EMITIDA       ".
           05  FILLER               PIC X(30)
                   VALUE "IMPORTE  DIAS NV ACCION       ".
       01  WS-DETALLE-LINE.
           05  WS-DET-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-IMPORTE       PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIAS          PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-NIVEL         PIC 9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ACCION        PIC X(24).
       01  WS-RESUMEN-LINE.
           05  WS-RES-ETIQUETA      PIC X(30).
           05  WS-RES-VALOR         PIC ZZZZZ9.
       01  WS-SEPARA-LINE           PIC X(60) VALUE ALL "-".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INVMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "EMITE-AVISOS-COBRO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            COMPUTE WS-HOY-INT =
                FUNCTION INTEGER-OF-DATE (WS-OPSLOG-DATE).
            PERFORM CARGA-TEXTOS.
            PERFORM CARGA-CUENTAS.
            PERFORM CARGA-FACTURAS-CLIENTE.

            OPEN OUTPUT LETTER-FILE.
            IF NOT WS-LET-OK
                MOVE WS-LET-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN DUNLETRS"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT DUNNING-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN DUNLIST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM ESCRIBE-CABECERA.

            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-ESTADO (WS-IM-I) = "A"
                    PERFORM PROCESA-FACTURA
                END-IF
            END-PERFORM.

            PERFORM ESCRIBE-RESUMEN.
            CLOSE LETTER-FILE DUNNING-REPORT.

      *    Las cartas ya estan impresas: el nivel y la fecha del
      *    aviso se graban al final para que una re-corrida tras un
      *    abend vuelva a emitirlas.
            PERFORM GRABA-FACTURAS-CLIENTE.
            DISPLAY "AVISOS DE COBRO EMITIDOS: " WS-ENVIADAS
                " RETENIDAS EN DISPUTA: " WS-RETENIDAS.

            MOVE WS-REVISADAS TO WS-RUNST-IN-COUNT.
            MOVE WS-ENVIADAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PROCESA-FACTURA.
      *    Nivel que corresponde por antiguedad; por debajo de 30
      *    dias la factura no entra en la cobranza.
            COMPUTE WS-EDAD-DIAS = WS-HOY-INT
                - FUNCTION INTEGER-OF-DATE (WS-IM-TBL-FECHA (WS-IM-I)).
            EVALUATE TRUE
                WHEN WS-EDAD-DIAS >= 90
                    MOVE 3 TO WS-NIVEL-DEBIDO
                WHEN WS-EDAD-DIAS >= 60
                    MOVE 2 TO WS-NIVEL-DEBIDO
                WHEN WS-EDAD-DIAS >= 30
                    MOVE 1 TO WS-NIVEL-DEBIDO
                WHEN OTHER
                    MOVE 0 TO WS-NIVEL-DEBIDO
            END-EVALUATE.
            IF WS-NIVEL-DEBIDO > 0
                ADD 1 TO WS-REVISADAS
                PERFORM DECIDE-AVISO
                PERFORM ESCRIBE-DETALLE
            END-IF.

       DECIDE-AVISO.
            MOVE "N" TO WS-ENVIA-SWITCH.
            MOVE WS-NIVEL-DEBIDO TO WS-DET-NIVEL.
            EVALUATE TRUE
                WHEN WS-IM-TBL-RETENIDA (WS-IM-I) = "S"
                    ADD 1 TO WS-RETENIDAS
                    MOVE "RETENIDA - EN DISPUTA" TO WS-DET-ACCION
                WHEN WS-NIVEL-DEBIDO > WS-IM-TBL-NIVEL (WS-IM-I)
                    SET WS-ENVIA TO TRUE
                    MOVE "AVISO ENVIADO" TO WS-DET-ACCION
                WHEN OTHER
      *             Mismo nivel ya enviado: solo se repite pasado el
      *             intervalo de reenvio desde el ultimo aviso.
                    MOVE WS-IM-TBL-NIVEL (WS-IM-I) TO WS-NIVEL-DEBIDO
                    MOVE WS-NIVEL-DEBIDO TO WS-DET-NIVEL
                    COMPUTE WS-DIAS-DESDE-AVISO = WS-HOY-INT
                        - FUNCTION INTEGER-OF-DATE
                            (WS-IM-TBL-FECHA-AVISO (WS-IM-I))
                    IF WS-DIAS-DESDE-AVISO >= WS-DIAS-REENVIO
                        SET WS-ENVIA TO TRUE
                        MOVE "AVISO REENVIADO" TO WS-DET-ACCION
                    ELSE
                        ADD 1 TO WS-YA-AVISADAS
                        MOVE "YA AVISADA EN INTERVALO"
                            TO WS-DET-ACCION
                    END-IF
            END-EVALUATE.
            IF WS-ENVIA
                PERFORM IMPRIME-CARTA
                ADD 1 TO WS-ENVIADAS
                ADD 1 TO WS-ENVIADAS-NIVEL (WS-NIVEL-DEBIDO)
                MOVE WS-NIVEL-DEBIDO TO WS-IM-TBL-NIVEL (WS-IM-I)
                MOVE WS-OPSLOG-DATE
                    TO WS-IM-TBL-FECHA-AVISO (WS-IM-I)
                SET WS-IM-CAMBIADO TO TRUE
            END-IF.

       IMPRIME-CARTA.
            WRITE LETTER-LINE FROM WS-CARTA-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            WRITE LETTER-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            MOVE WS-OPSLOG-DATE TO WS-CFL-FECHA.
            WRITE LETTER-LINE FROM WS-CARTA-FECHA-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            MOVE WS-IM-TBL-CUENTA (WS-IM-I) TO WS-CCL-CUENTA.
            MOVE "(FUERA DE ACCTMAST)" TO WS-CCL-NOMBRE.
            SET AC-IDX TO 1.
            SEARCH WS-AC-ENTRY
                AT END CONTINUE
                WHEN AC-IDX > WS-AC-COUNT
                    CONTINUE
                WHEN WS-AC-CUENTA (AC-IDX) = WS-IM-TBL-CUENTA (WS-IM-I)
                    MOVE WS-AC-DESC (AC-IDX) TO WS-CCL-NOMBRE
            END-SEARCH.
            WRITE LETTER-LINE FROM WS-CARTA-CLIENTE-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            MOVE SPACES TO LETTER-LINE.
            WRITE LETTER-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            MOVE WS-NIVEL-TITULO (WS-NIVEL-DEBIDO) TO WS-CTL-TITULO.
            MOVE WS-NIVEL-DEBIDO TO WS-CTL-NIVEL.
            WRITE LETTER-LINE FROM WS-CARTA-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            MOVE WS-IM-TBL-NUMERO (WS-IM-I) TO WS-CFA-NUMERO.
            MOVE WS-IM-TBL-FECHA (WS-IM-I) TO WS-CFA-FECHA.
            MOVE WS-IM-TBL-IMPORTE (WS-IM-I) TO WS-CFA-IMPORTE.
            MOVE WS-SITE-CURRENCY TO WS-CFA-MONEDA.
            MOVE WS-EDAD-DIAS TO WS-CFA-DIAS.
            WRITE LETTER-LINE FROM WS-CARTA-FACTURA-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            MOVE SPACES TO LETTER-LINE.
            WRITE LETTER-LINE.
            PERFORM VERIFICA-ESCRITURA-CARTA.
            PERFORM VARYING WS-TX-I FROM 1 BY 1
                    UNTIL WS-TX-I > WS-TX-COUNT
                IF WS-TX-NIVEL (WS-TX-I) = WS-NIVEL-DEBIDO
                    MOVE WS-TX-TEXTO (WS-TX-I) TO WS-CTX-TEXTO
                    WRITE LETTER-LINE FROM WS-CARTA-TEXTO-LINE
                    PERFORM VERIFICA-ESCRITURA-CARTA
                END-IF
            END-PERFORM.

       ESCRIBE-DETALLE.
            MOVE WS-IM-TBL-NUMERO (WS-IM-I) TO WS-DET-NUMERO.
            MOVE WS-IM-TBL-CUENTA (WS-IM-I) TO WS-DET-CUENTA.
            MOVE WS-IM-TBL-FECHA (WS-IM-I) TO WS-DET-FECHA.
            MOVE WS-IM-TBL-IMPORTE (WS-IM-I) TO WS-DET-IMPORTE.
            MOVE WS-EDAD-DIAS TO WS-DET-DIAS.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-CABECERA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            MOVE WS-DIAS-REENVIO TO WS-TIT-REENVIO.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "FACTURAS CON 30 DIAS O MAS:" TO WS-RES-ETIQUETA.
            MOVE WS-REVISADAS TO WS-RES-VALOR.
            PERFORM ESCRIBE-RESUMEN-LINEA.
            MOVE "RECORDATORIOS (NIVEL 1):" TO WS-RES-ETIQUETA.
            MOVE WS-ENVIADAS-NIVEL (1) TO WS-RES-VALOR.
            PERFORM ESCRIBE-RESUMEN-LINEA.
            MOVE "SEGUNDOS AVISOS (NIVEL 2):" TO WS-RES-ETIQUETA.
            MOVE WS-ENVIADAS-NIVEL (2) TO WS-RES-VALOR.
            PERFORM ESCRIBE-RESUMEN-LINEA.
            MOVE "REQUERIMIENTOS (NIVEL 3):" TO WS-RES-ETIQUETA.
            MOVE WS-ENVIADAS-NIVEL (3) TO WS-RES-VALOR.
            PERFORM ESCRIBE-RESUMEN-LINEA.
            MOVE "YA AVISADAS EN INTERVALO:" TO WS-RES-ETIQUETA.
            MOVE WS-YA-AVISADAS TO WS-RES-VALOR.
            PERFORM ESCRIBE-RESUMEN-LINEA.
            MOVE "RETENIDAS EN DISPUTA:" TO WS-RES-ETIQUETA.
            MOVE WS-RETENIDAS TO WS-RES-VALOR.
            PERFORM ESCRIBE-RESUMEN-LINEA.

       ESCRIBE-RESUMEN-LINEA.
            WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CARGA-TEXTOS.
      *    Sin texto para un nivel la carta sale solo con el
      *    encabezado y los datos de la factura: se avisa aqui.
            MOVE 0 TO WS-TX-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DUNNING-TEXT.
            IF NOT WS-TXT-OK
                DISPLAY "DUNTEXT.DAT AUSENTE - CARTAS SIN TEXTO"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ DUNNING-TEXT
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-TEXTO
                    END-READ
                END-PERFORM
                CLOSE DUNNING-TEXT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 3
                IF WS-TX-POR-NIVEL (WS-NV) = 0
                    DISPLAY "SIN TEXTO PARA EL NIVEL " WS-NV
                        " EN DUNTEXT.DAT"
                END-IF
            END-PERFORM.

       CARGA-UN-TEXTO.
            IF DT-NIVEL IS NUMERIC
                    AND DT-NIVEL >= 1 AND DT-NIVEL <= 3
                IF WS-TX-COUNT < WS-TX-MAX
                    ADD 1 TO WS-TX-COUNT
                    MOVE DT-NIVEL TO WS-TX-NIVEL (WS-TX-COUNT)
                    MOVE DT-TEXTO TO WS-TX-TEXTO (WS-TX-COUNT)
                    ADD 1 TO WS-TX-POR-NIVEL (DT-NIVEL)
                ELSE
                    DISPLAY "TEXTO DE AVISOS LLENO EN " WS-TX-MAX
                        " LINEAS - RESTO IGNORADO"
                END-IF
            ELSE
                DISPLAY "LINEA DE DUNTEXT.DAT CON NIVEL INVALIDO: "
                    DT-NIVEL
            END-IF.

       CARGA-CUENTAS.
            MOVE 0 TO WS-AC-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                PERFORM UNTIL WS-EOF
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-AC-COUNT < WS-AC-MAX
                                ADD 1 TO WS-AC-COUNT
                                MOVE AM-ACCOUNT
                                    TO WS-AC-CUENTA (WS-AC-COUNT)
                                MOVE AM-DESC
                                    TO WS-AC-DESC (WS-AC-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-DIAS-REENVIO IS NUMERIC
                                AND PARM-DIAS-REENVIO > 0
                            MOVE PARM-DIAS-REENVIO TO WS-DIAS-REENVIO
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "EMITE-AVISOS-COBRO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-ESCRITURA-CARTA.
            IF NOT WS-LET-OK
                MOVE WS-LET-STATUS TO WS-ABEND-STATUS
                MOVE "EMITE-AVISOS-COBRO WRITE CARTA"
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
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE 15 TO WS-DIAS-REENVIO.
            MOVE 0 TO WS-REVISADAS.
            MOVE 0 TO WS-ENVIADAS.
            MOVE 0 TO WS-RETENIDAS.
            MOVE 0 TO WS-YA-AVISADAS.
            MOVE 0 TO WS-TX-COUNT.
            MOVE 0 TO WS-AC-COUNT.
            PERFORM VARYING WS-NV FROM 1 BY 1 UNTIL WS-NV > 3
                MOVE 0 TO WS-ENVIADAS-NIVEL (WS-NV)
                MOVE 0 TO WS-TX-POR-NIVEL (WS-NV)
            END-PERFORM.

       COPY "INVMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM EMITE-AVISOS-COBRO.
