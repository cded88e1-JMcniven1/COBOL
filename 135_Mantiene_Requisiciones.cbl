      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recruitment desk. Opens a job requisition
      *          (REQUIS.DAT) for a vacant authorized position on
      *          POSMAST.DAT -- the requisition takes the position's
      *          department and job title, and a position may have
      *          only one open requisition -- and cancels one no
      *          longer needed. Keeps the candidate pipeline of each
      *          requisition (CANDPIPE.DAT): candidates are added as
      *          applied and moved through interviewed, offered and
      *          accepted, or declined at any stage. Accepting a
      *          candidate fills the requisition and appends the
      *          candidate to the CANDIDATE.DAT intake batch, so the
      *          hire goes through PERFORM-THRU's pre-edit and
      *          duplicate check into PERSONAL-MASTER like any other
      *          intake; the other candidates still in the pipeline
      *          are declined. The weekly time-to-fill report is
      *          TIEMPO-COBERTURA. Updates are refused while the
      *          nightly chain holds the data set; each is logged to
      *          the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-REQUISICIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO "CANDIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           COPY "REQSL.cpy".
           COPY "POSMSL.cpy".
           COPY "NUMSERSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que el lote de intake de PERFORM-THRU.
       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD.
           05  CAND-NOMBRE          PIC X(15).
           05  CAND-APELLIDOS       PIC X(20).
           05  CAND-EDAD            PIC X(2).

       COPY "REQFD.cpy".
       COPY "POSMFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CAND-STATUS           PIC XX.
           88  WS-CAND-OK           VALUE "00".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".

       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-POSICION          PIC X(6).
       01  WS-CAP-SECUENCIA         PIC 9(3).
       01  WS-CAP-NOMBRE            PIC X(15).
       01  WS-CAP-APELLIDOS         PIC X(20).
       01  WS-CAP-EDAD              PIC X(2).
       01  WS-CAP-EDAD-NUM REDEFINES WS-CAP-EDAD
                                    PIC 9(2).
       01  WS-CAP-ETAPA             PIC X.
       01  WS-POSM-IX               PIC 9(4).
       01  WS-SIGUIENTE-SECUENCIA   PIC 9(3).
       01  WS-DECLINADOS            PIC 9(3).
       01  WS-ENCONTRADOS           PIC 9(3).
       01  WS-ETAPA-ACTUAL          PIC X.

       01  WS-ETAPA-NOMBRES.
           05  FILLER               PIC X(13) VALUE "SSOLICITUD".
           05  FILLER               PIC X(13) VALUE "EENTREVISTADO".
           05  FILLER               PIC X(13) VALUE "OOFERTA".
           05  FILLER               PIC X(13) VALUE "AACEPTADO".
           05  FILLER               PIC X(13) VALUE "RRECHAZADO".
       01  WS-ETAPA-TABLE REDEFINES WS-ETAPA-NOMBRES.
           05  WS-ETAPA-ENTRY OCCURS 5 TIMES.
               10  WS-ETAPA-CODIGO  PIC X.
               10  WS-ETAPA-NOMBRE  PIC X(12).
       01  WS-ETAPA-I               PIC 9.
       01  WS-ETAPA-DESC            PIC X(12).

       01  WS-REQ-LINEA.
           05  FILLER               PIC X(12) VALUE "REQUISICION ".
           05  WS-RL-NUMERO         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-DEPT           PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-POSICION       PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-TITULO         PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-ESTADO         PIC X(9).
       01  WS-CAND-LINEA.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CL-SECUENCIA      PIC 9(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-APELLIDOS      PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-NOMBRE         PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-ETAPA          PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-FECHA          PIC 9(8).

       01  WS-REQ-EVENTO.
           05  FILLER               PIC X(7) VALUE "REQUIS ".
           05  WS-REV-ACCION        PIC X(7).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-DETALLE       PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-REV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "REQWS.cpy".
       COPY "POSMWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-REQUISICIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            MOVE "REQU" TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. ABRIR REQUISICION PARA UNA PLAZA VACANTE"
                DISPLAY "2. CANCELAR REQUISICION"
                DISPLAY "3. AGREGAR CANDIDATO A UNA REQUISICION"
                DISPLAY "4. CAMBIAR ETAPA DE UN CANDIDATO"
                DISPLAY "5. CONSULTA DE REQUISICION Y CANDIDATOS"
                DISPLAY "6. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM ABRE-REQUISICION
                    WHEN 2
                        PERFORM CANCELA-REQUISICION
                    WHEN 3
                        PERFORM AGREGA-CANDIDATO
                    WHEN 4
                        PERFORM CAMBIA-ETAPA
                    WHEN 5
                        PERFORM CONSULTA-REQUISICION
                    WHEN 6
                        SET WS-SALIR TO TRUE
                    WHEN OTHER
                        DISPLAY "OPCION INVALIDA"
                END-EVALUATE
            END-PERFORM.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VERIFICA-CANDADO.
      *    Con la cadena nocturna duena del juego de datos la
      *    actualizacion se rehusa; la consulta sigue abierta.
            PERFORM CHECA-INTERLOCK.
            IF WS-INTLK-OCUPADO
                IF WS-INTLK-OBSOLETO
                    DISPLAY "CANDADO DE LOTE OBSOLETO (ABEND?) - "
                        "AVISAR A OPERACIONES Y LIBERAR CON "
                        "LIBERA-INTERLOCK"
                ELSE
                    DISPLAY "CADENA NOCTURNA EN EJECUCION - "
                        "SOLO CONSULTA, SIN ACTUALIZAR"
                END-IF
            END-IF.

       ABRE-REQUISICION.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ABRE-REQUISICION-2
            END-IF.

       ABRE-REQUISICION-2.
      *    Solo se recluta contra una plaza autorizada y vacante; sin
      *    POSMAST.DAT no hay plaza que requisar.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-POSMAST.
            PERFORM CARGA-REQUISICIONES.
            DISPLAY "POSICION: " WITH NO ADVANCING.
            ACCEPT WS-CAP-POSICION.
            PERFORM BUSCA-POSICION.
            EVALUATE TRUE
                WHEN WS-POSM-IX = 0
                    DISPLAY "POSICION " WS-CAP-POSICION
                        " NO ESTA EN POSMAST - SIN ABRIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-POSM-TBL-ESTADO (WS-POSM-IX) NOT = "V"
                    DISPLAY "POSICION " WS-CAP-POSICION
                        " OCUPADA POR "
                        WS-POSM-TBL-EMPLEADO (WS-POSM-IX)
                        " - SIN ABRIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.
            IF WS-VALIDO
                MOVE WS-CAP-POSICION TO WS-RQ-LOOKUP-POSICION
                PERFORM BUSCA-REQUISICION-POSICION
                IF WS-RQ-IX > 0
                    DISPLAY "LA POSICION YA TIENE LA REQUISICION "
                        "ABIERTA " WS-RQ-TBL-NUMERO (WS-RQ-IX)
                        " - SIN ABRIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-RQ-COUNT >= WS-RQ-MAX
                    DISPLAY "TABLA DE REQUISICIONES LLENA EN "
                        WS-RQ-MAX " ENTRADAS - SIN ABRIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM EMITE-NUMERO-SERIE
                ADD 1 TO WS-RQ-COUNT
                MOVE WS-RQ-COUNT TO WS-RQ-IX
                MOVE WS-NUMSER-NEXT TO WS-RQ-TBL-NUMERO (WS-RQ-IX)
                MOVE WS-POSM-TBL-DEPT (WS-POSM-IX)
                    TO WS-RQ-TBL-DEPT (WS-RQ-IX)
                MOVE WS-CAP-POSICION TO WS-RQ-TBL-POSICION (WS-RQ-IX)
                MOVE WS-POSM-TBL-TITULO (WS-POSM-IX)
                    TO WS-RQ-TBL-TITULO (WS-RQ-IX)
                MOVE "A" TO WS-RQ-TBL-ESTADO (WS-RQ-IX)
                MOVE WS-OPSLOG-DATE TO WS-RQ-TBL-APERTURA (WS-RQ-IX)
                MOVE 0 TO WS-RQ-TBL-CIERRE (WS-RQ-IX)
                MOVE WS-OPERADOR TO WS-RQ-TBL-OPERADOR (WS-RQ-IX)
                SET WS-RQ-CAMBIADO TO TRUE
                PERFORM GRABA-REQUISICIONES
                MOVE "ABRE" TO WS-REV-ACCION
                MOVE WS-NUMSER-NEXT TO WS-REV-NUMERO
                MOVE WS-CAP-POSICION TO WS-REV-DETALLE
                PERFORM REGISTRA-EVENTO-REQ
                DISPLAY "REQUISICION " WS-NUMSER-NEXT " ABIERTA - "
                    WS-POSM-TBL-DEPT (WS-POSM-IX) " "
                    WS-POSM-TBL-TITULO (WS-POSM-IX)
            END-IF.

       CANCELA-REQUISICION.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CANCELA-REQUISICION-2
            END-IF.

       CANCELA-REQUISICION-2.
      *    Los candidatos aun en proceso quedan rechazados con la
      *    requisicion.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-REQUISICIONES.
            PERFORM CARGA-CANDIDATOS-REQ.
            PERFORM CAPTURA-REQUISICION-ABIERTA.
            IF WS-VALIDO
                MOVE "X" TO WS-RQ-TBL-ESTADO (WS-RQ-IX)
                MOVE WS-OPSLOG-DATE TO WS-RQ-TBL-CIERRE (WS-RQ-IX)
                SET WS-RQ-CAMBIADO TO TRUE
                PERFORM DECLINA-PENDIENTES
                PERFORM GRABA-REQUISICIONES
                PERFORM GRABA-CANDIDATOS-REQ
                MOVE "CANCELA" TO WS-REV-ACCION
                MOVE WS-CAP-NUMERO TO WS-REV-NUMERO
                MOVE WS-RQ-TBL-POSICION (WS-RQ-IX) TO WS-REV-DETALLE
                PERFORM REGISTRA-EVENTO-REQ
                DISPLAY "REQUISICION " WS-CAP-NUMERO " CANCELADA - "
                    "CANDIDATOS RECHAZADOS: " WS-DECLINADOS
            END-IF.

       AGREGA-CANDIDATO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM AGREGA-CANDIDATO-2
            END-IF.

       AGREGA-CANDIDATO-2.
      *    Los datos de intake se validan con las mismas reglas del
      *    pre-edit de PERFORM-THRU para que el aceptado no caiga en
      *    el suspenso.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-REQUISICIONES.
            PERFORM CARGA-CANDIDATOS-REQ.
            PERFORM CAPTURA-REQUISICION-ABIERTA.
            IF WS-VALIDO
                DISPLAY "NOMBRE: " WITH NO ADVANCING
                ACCEPT WS-CAP-NOMBRE
                DISPLAY "APELLIDOS: " WITH NO ADVANCING
                ACCEPT WS-CAP-APELLIDOS
                DISPLAY "EDAD: " WITH NO ADVANCING
                ACCEPT WS-CAP-EDAD
                EVALUATE TRUE
                    WHEN WS-CAP-NOMBRE = SPACES
                        DISPLAY "NOMBRE EN BLANCO - SIN AGREGAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-APELLIDOS = SPACES
                        DISPLAY "APELLIDOS EN BLANCO - SIN AGREGAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-EDAD IS NOT NUMERIC
                        DISPLAY "EDAD NO NUMERICA - SIN AGREGAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-EDAD-NUM = 0
                        DISPLAY "EDAD FUERA DE RANGO - SIN AGREGAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                END-EVALUATE
            END-IF.
            IF WS-VALIDO
                IF WS-CP-COUNT >= WS-CP-MAX
                    DISPLAY "TABLA DE CANDIDATOS LLENA EN "
                        WS-CP-MAX " ENTRADAS - SIN AGREGAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE 0 TO WS-SIGUIENTE-SECUENCIA
                PERFORM VARYING WS-CP-I FROM 1 BY 1
                        UNTIL WS-CP-I > WS-CP-COUNT
                    IF WS-CP-TBL-NUMERO (WS-CP-I) = WS-CAP-NUMERO
                            AND WS-CP-TBL-SECUENCIA (WS-CP-I)
                                > WS-SIGUIENTE-SECUENCIA
                        MOVE WS-CP-TBL-SECUENCIA (WS-CP-I)
                            TO WS-SIGUIENTE-SECUENCIA
                    END-IF
                END-PERFORM
                ADD 1 TO WS-SIGUIENTE-SECUENCIA
                ADD 1 TO WS-CP-COUNT
                MOVE WS-CP-COUNT TO WS-CP-IX
                MOVE WS-CAP-NUMERO TO WS-CP-TBL-NUMERO (WS-CP-IX)
                MOVE WS-SIGUIENTE-SECUENCIA
                    TO WS-CP-TBL-SECUENCIA (WS-CP-IX)
                MOVE WS-CAP-NOMBRE TO WS-CP-TBL-NOMBRE (WS-CP-IX)
                MOVE WS-CAP-APELLIDOS TO WS-CP-TBL-APELLIDOS (WS-CP-IX)
                MOVE WS-CAP-EDAD-NUM TO WS-CP-TBL-EDAD (WS-CP-IX)
                MOVE "S" TO WS-CP-TBL-ETAPA (WS-CP-IX)
                MOVE WS-OPSLOG-DATE TO WS-CP-TBL-ALTA (WS-CP-IX)
                MOVE WS-OPSLOG-DATE TO WS-CP-TBL-FECHA (WS-CP-IX)
                SET WS-CP-CAMBIADO TO TRUE
                PERFORM GRABA-CANDIDATOS-REQ
                MOVE "CANDID" TO WS-REV-ACCION
                MOVE WS-CAP-NUMERO TO WS-REV-NUMERO
                MOVE WS-SIGUIENTE-SECUENCIA TO WS-REV-DETALLE
                PERFORM REGISTRA-EVENTO-REQ
                DISPLAY "CANDIDATO " WS-SIGUIENTE-SECUENCIA
                    " AGREGADO A LA REQUISICION " WS-CAP-NUMERO
            END-IF.

       CAMBIA-ETAPA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAMBIA-ETAPA-2
            END-IF.

       CAMBIA-ETAPA-2.
      *    El candidato avanza una etapa por vez (solicitud,
      *    entrevista, oferta, aceptacion) o se rechaza en cualquiera
      *    mientras siga en proceso.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-REQUISICIONES.
            PERFORM CARGA-CANDIDATOS-REQ.
            PERFORM CAPTURA-REQUISICION-ABIERTA.
            IF WS-VALIDO
                DISPLAY "CANDIDATO (SECUENCIA): " WITH NO ADVANCING
                ACCEPT WS-CAP-SECUENCIA
                MOVE WS-CAP-NUMERO TO WS-RQ-LOOKUP-NUMERO
                MOVE WS-CAP-SECUENCIA TO WS-CP-LOOKUP-SECUENCIA
                PERFORM BUSCA-CANDIDATO-REQ
                IF WS-CP-IX = 0
                    DISPLAY "CANDIDATO " WS-CAP-SECUENCIA
                        " NO ESTA EN LA REQUISICION - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CP-TBL-ETAPA (WS-CP-IX) TO WS-ETAPA-ACTUAL
                MOVE WS-ETAPA-ACTUAL TO WS-CAP-ETAPA
                PERFORM DESCRIBE-ETAPA
                DISPLAY WS-CP-TBL-APELLIDOS (WS-CP-IX) " "
                    WS-CP-TBL-NOMBRE (WS-CP-IX) " - ETAPA ACTUAL "
                    WS-ETAPA-DESC
                DISPLAY "NUEVA ETAPA (E=ENTREVISTADO O=OFERTA "
                    "A=ACEPTADO R=RECHAZADO): " WITH NO ADVANCING
                ACCEPT WS-CAP-ETAPA
                EVALUATE TRUE
                    WHEN WS-ETAPA-ACTUAL = "A" OR "R"
                        DISPLAY "CANDIDATO YA CERRADO - SIN CAMBIO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-ETAPA = "R"
                        CONTINUE
                    WHEN WS-CAP-ETAPA = "E" AND WS-ETAPA-ACTUAL = "S"
                        CONTINUE
                    WHEN WS-CAP-ETAPA = "O" AND WS-ETAPA-ACTUAL = "E"
                        CONTINUE
                    WHEN WS-CAP-ETAPA = "A" AND WS-ETAPA-ACTUAL = "O"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "PASO DE ETAPA INVALIDO - SIN CAMBIO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                END-EVALUATE
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-ETAPA TO WS-CP-TBL-ETAPA (WS-CP-IX)
                MOVE WS-OPSLOG-DATE TO WS-CP-TBL-FECHA (WS-CP-IX)
                SET WS-CP-CAMBIADO TO TRUE
                IF WS-CAP-ETAPA = "A"
                    PERFORM ACEPTA-CANDIDATO
                END-IF
                PERFORM GRABA-CANDIDATOS-REQ
                PERFORM GRABA-REQUISICIONES
                PERFORM DESCRIBE-ETAPA
                MOVE "ETAPA" TO WS-REV-ACCION
                MOVE WS-CAP-ETAPA TO WS-REV-ACCION (7:1)
                MOVE WS-CAP-NUMERO TO WS-REV-NUMERO
                MOVE WS-CAP-SECUENCIA TO WS-REV-DETALLE
                PERFORM REGISTRA-EVENTO-REQ
                DISPLAY "CANDIDATO " WS-CAP-SECUENCIA " PASA A "
                    WS-ETAPA-DESC
            END-IF.

       ACEPTA-CANDIDATO.
      *    El aceptado cubre la requisicion y entra al lote de intake;
      *    el resto del proceso queda rechazado.
            MOVE "C" TO WS-RQ-TBL-ESTADO (WS-RQ-IX).
            MOVE WS-OPSLOG-DATE TO WS-RQ-TBL-CIERRE (WS-RQ-IX).
            SET WS-RQ-CAMBIADO TO TRUE.
            PERFORM DECLINA-PENDIENTES.
            PERFORM ENVIA-A-INTAKE.
            DISPLAY "REQUISICION " WS-CAP-NUMERO " CUBIERTA - "
                "CANDIDATO EN CANDIDATE.DAT PARA EL INTAKE; "
                "OTROS RECHAZADOS: " WS-DECLINADOS.

       ENVIA-A-INTAKE.
            OPEN EXTEND CANDIDATE-FILE.
            IF NOT WS-CAND-OK
                OPEN OUTPUT CANDIDATE-FILE
                IF NOT WS-CAND-OK
                    MOVE WS-CAND-STATUS TO WS-ABEND-STATUS
                    MOVE "ENVIA-A-INTAKE OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-CP-TBL-NOMBRE (WS-CP-IX) TO CAND-NOMBRE.
            MOVE WS-CP-TBL-APELLIDOS (WS-CP-IX) TO CAND-APELLIDOS.
            MOVE WS-CP-TBL-EDAD (WS-CP-IX) TO CAND-EDAD.
            WRITE CANDIDATE-RECORD.
            IF NOT WS-CAND-OK
                MOVE WS-CAND-STATUS TO WS-ABEND-STATUS
                MOVE "ENVIA-A-INTAKE WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE CANDIDATE-FILE.

       DECLINA-PENDIENTES.
            MOVE 0 TO WS-DECLINADOS.
            PERFORM VARYING WS-CP-I FROM 1 BY 1
                    UNTIL WS-CP-I > WS-CP-COUNT
                IF WS-CP-TBL-NUMERO (WS-CP-I) = WS-CAP-NUMERO
                        AND (WS-CP-TBL-ETAPA (WS-CP-I) = "S"
                            OR WS-CP-TBL-ETAPA (WS-CP-I) = "E"
                            OR WS-CP-TBL-ETAPA (WS-CP-I) = "O")
                    MOVE "R" TO WS-CP-TBL-ETAPA (WS-CP-I)
                    MOVE WS-OPSLOG-DATE TO WS-CP-TBL-FECHA (WS-CP-I)
                    ADD 1 TO WS-DECLINADOS
                    SET WS-CP-CAMBIADO TO TRUE
                END-IF
            END-PERFORM.

       CONSULTA-REQUISICION.
            PERFORM CARGA-REQUISICIONES.
            PERFORM CARGA-CANDIDATOS-REQ.
            DISPLAY "REQUISICION: " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-RQ-LOOKUP-NUMERO.
            PERFORM BUSCA-REQUISICION.
            IF WS-RQ-IX = 0
                DISPLAY "REQUISICION " WS-CAP-NUMERO " NO EXISTE"
            ELSE
                MOVE WS-RQ-TBL-NUMERO (WS-RQ-IX) TO WS-RL-NUMERO
                MOVE WS-RQ-TBL-DEPT (WS-RQ-IX) TO WS-RL-DEPT
                MOVE WS-RQ-TBL-POSICION (WS-RQ-IX) TO WS-RL-POSICION
                MOVE WS-RQ-TBL-TITULO (WS-RQ-IX) TO WS-RL-TITULO
                EVALUATE WS-RQ-TBL-ESTADO (WS-RQ-IX)
                    WHEN "A"
                        MOVE "ABIERTA" TO WS-RL-ESTADO
                    WHEN "C"
                        MOVE "CUBIERTA" TO WS-RL-ESTADO
                    WHEN OTHER
                        MOVE "CANCELADA" TO WS-RL-ESTADO
                END-EVALUATE
                DISPLAY WS-REQ-LINEA
                DISPLAY "  ABIERTA EL " WS-RQ-TBL-APERTURA (WS-RQ-IX)
                    " POR " WS-RQ-TBL-OPERADOR (WS-RQ-IX)
                    " - CERRADA EL " WS-RQ-TBL-CIERRE (WS-RQ-IX)
                MOVE 0 TO WS-ENCONTRADOS
                PERFORM VARYING WS-CP-I FROM 1 BY 1
                        UNTIL WS-CP-I > WS-CP-COUNT
                    IF WS-CP-TBL-NUMERO (WS-CP-I) = WS-CAP-NUMERO
                        ADD 1 TO WS-ENCONTRADOS
                        PERFORM MUESTRA-CANDIDATO
                    END-IF
                END-PERFORM
                IF WS-ENCONTRADOS = 0
                    DISPLAY "  SIN CANDIDATOS"
                END-IF
            END-IF.

       MUESTRA-CANDIDATO.
            MOVE WS-CP-TBL-SECUENCIA (WS-CP-I) TO WS-CL-SECUENCIA.
            MOVE WS-CP-TBL-APELLIDOS (WS-CP-I) TO WS-CL-APELLIDOS.
            MOVE WS-CP-TBL-NOMBRE (WS-CP-I) TO WS-CL-NOMBRE.
            MOVE WS-CP-TBL-ETAPA (WS-CP-I) TO WS-CAP-ETAPA.
            PERFORM DESCRIBE-ETAPA.
            MOVE WS-ETAPA-DESC TO WS-CL-ETAPA.
            MOVE WS-CP-TBL-FECHA (WS-CP-I) TO WS-CL-FECHA.
            DISPLAY WS-CAND-LINEA.

       CAPTURA-REQUISICION-ABIERTA.
            DISPLAY "REQUISICION: " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-RQ-LOOKUP-NUMERO.
            PERFORM BUSCA-REQUISICION.
            IF WS-RQ-IX = 0
                DISPLAY "REQUISICION " WS-CAP-NUMERO
                    " NO EXISTE - SIN CAMBIO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-RQ-TBL-ESTADO (WS-RQ-IX) NOT = "A"
                    DISPLAY "REQUISICION " WS-CAP-NUMERO
                        " YA CERRADA - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       DESCRIBE-ETAPA.
            MOVE "?" TO WS-ETAPA-DESC.
            PERFORM VARYING WS-ETAPA-I FROM 1 BY 1
                    UNTIL WS-ETAPA-I > 5
                IF WS-ETAPA-CODIGO (WS-ETAPA-I) = WS-CAP-ETAPA
                    MOVE WS-ETAPA-NOMBRE (WS-ETAPA-I) TO WS-ETAPA-DESC
                END-IF
            END-PERFORM.

       BUSCA-POSICION.
            MOVE 0 TO WS-POSM-IX.
            PERFORM VARYING WS-POSM-I FROM 1 BY 1
                    UNTIL WS-POSM-I > WS-POSM-COUNT
                IF WS-POSM-TBL-POSICION (WS-POSM-I) = WS-CAP-POSICION
                    MOVE WS-POSM-I TO WS-POSM-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       REGISTRA-EVENTO-REQ.
            MOVE WS-OPERADOR TO WS-REV-OPERADOR.
            MOVE WS-REQ-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE SPACES TO WS-OPERADOR.

       COPY "REQWR.cpy".
       COPY "POSMWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-REQUISICIONES.
