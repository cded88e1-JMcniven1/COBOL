      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teller cash-count desk. At the close of the day the
      *          branch supervisor keys each teller drawer's count
      *          onto ARQUEO.DAT: the branch (checked against
      *          SUCURSAL.DAT when the directory is on disk), the
      *          drawer, its opening float, the net cash movement the
      *          teller's tape shows for the drawer, and the pieces
      *          counted of each denomination of DENOMINA.DAT (the
      *          standard notes and coins when the file is absent).
      *          The desk totals the count and shows it with the
      *          drawer's difference against float plus tape before
      *          the supervisor confirms. The count is dated with the
      *          calendar day it is taken, the day the nightly chain
      *          that starts that evening takes as its business date,
      *          so CUADRA-CAJAS balances it against that night's
      *          DAILYTX.DAT. A drawer counted again before the chain
      *          replaces its earlier count; once balanced it can no
      *          longer be recounted. The desk is restricted to
      *          operators of level 2 or higher on OPERMAST.DAT;
      *          captures are refused while the nightly chain holds
      *          the data set and each one is logged to the shared
      *          OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-ARQUEO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Directorio de sucursales (CONSOLIDA-SUCURSALES): sin
      *    directorio en disco la sucursal no se valida.
           SELECT BRANCH-DIRECTORY ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "ARQCSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-DIRECTORY.
       01  BRANCH-DIR-RECORD.
           05  DIR-BRANCH-CODE      PIC X(4).
           05  DIR-FILENAME         PIC X(20).
           05  DIR-EXPECTED-COUNT   PIC 9(6).

       COPY "OPERFD.cpy".

       COPY "ARQCFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DIR-STATUS            PIC XX.
           88  WS-DIR-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-ARQUEO          PIC 9 VALUE 2.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-DIR-FOUND-SWITCH      PIC X.
           88  WS-DIR-FOUND         VALUE "Y".
       01  WS-DIR-PRESENTE-SWITCH   PIC X.
           88  WS-DIR-PRESENTE      VALUE "Y".

       01  WS-FECHA-ARQUEO          PIC 9(8).
       01  WS-CAP-SUCURSAL          PIC X(4).
       01  WS-CAP-CAJON             PIC X(4).
       01  WS-CAP-FONDO             PIC 9(7)V99.
       01  WS-CAP-SIGNO             PIC X.
       01  WS-CAP-CINTA-ABS         PIC 9(7)V99.
       01  WS-CAP-CINTA             PIC S9(7)V99.
       01  WS-CAP-CANTIDADES.
           05  WS-CAP-CANTIDAD      PIC 9(5) OCCURS 12 TIMES.
       01  WS-CAP-CONTADO           PIC 9(9)V99.
       01  WS-CAP-ESPERADO          PIC S9(9)V99.
       01  WS-CAP-DIFERENCIA        PIC S9(9)V99.
       01  WS-CAP-CONFIRMA          PIC X.

       01  WS-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
       01  WS-SIGNADO-EDIT          PIC -,---,--9.99.
       01  WS-DENOM-EDIT            PIC ZZ,ZZ9.99.
       01  WS-PIEZAS-EDIT           PIC ZZ,ZZ9.

       01  WS-ARQUEO-EVENTO.
           05  FILLER               PIC X(4) VALUE "ARQ ".
           05  WS-AQV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AQV-SUCURSAL      PIC X(4).
           05  FILLER               PIC X VALUE "/".
           05  WS-AQV-CAJON         PIC X(4).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-AQV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ARQCWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "CAPTURA-ARQUEO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
      *    El arqueo lleva el dia calendario en que se cuenta: la
      *    fecha de negocio de la cadena que arranca esa noche.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ARQUEO.
            PERFORM CARGA-DENOMINACIONES.

            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-ARQUEO
                    " PARA CAPTURAR ARQUEOS - SESION TERMINADA"
            ELSE
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "ARQUEO DE CAJONES DEL " WS-FECHA-ARQUEO
                    DISPLAY "1. CAPTURAR ARQUEO DE UN CAJON"
                    DISPLAY "2. LISTAR ARQUEOS DEL DIA"
                    DISPLAY "3. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM CAPTURA-CAJON
                        WHEN 2
                            PERFORM LISTA-ARQUEOS
                        WHEN 3
                            SET WS-SALIR TO TRUE
                        WHEN OTHER
                            DISPLAY "OPCION INVALIDA"
                    END-EVALUATE
                END-PERFORM
            END-IF.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VALIDA-SUPERVISOR.
            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.
            DISPLAY "CLAVE: " WITH NO ADVANCING.
            ACCEPT WS-CLAVE.
            MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID.
            MOVE WS-CLAVE TO WS-OPCL-CLAVE.
            PERFORM FIRMA-OPERADOR-MASTER.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - CAPTURAR ARQUEOS "
                    "REQUIERE EL MASTER DE OPERADORES"
            ELSE
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
                IF WS-NIVEL >= WS-NIVEL-ARQUEO
                    SET WS-AUTORIZADO TO TRUE
                END-IF
            END-IF.

       VERIFICA-CANDADO.
      *    Con la cadena nocturna duena del juego de datos la
      *    captura se rehusa; la consulta sigue abierta.
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

       CAPTURA-CAJON.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAPTURA-CAJON-2
            END-IF.

       CAPTURA-CAJON-2.
            PERFORM CARGA-ARQUEOS.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CAPTURA-IDENTIFICACION.
            IF WS-VALIDO
                PERFORM CAPTURA-IMPORTES
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-DENOMINACIONES
            END-IF.
            IF WS-VALIDO
                COMPUTE WS-CAP-ESPERADO = WS-CAP-FONDO + WS-CAP-CINTA
                COMPUTE WS-CAP-DIFERENCIA =
                    WS-CAP-CONTADO - WS-CAP-ESPERADO
                MOVE WS-CAP-CONTADO TO WS-IMPORTE-EDIT
                DISPLAY "CAJON " WS-CAP-SUCURSAL "/" WS-CAP-CAJON
                    " CONTADO " WS-IMPORTE-EDIT
                MOVE WS-CAP-ESPERADO TO WS-SIGNADO-EDIT
                DISPLAY "  FONDO MAS CINTA " WS-SIGNADO-EDIT
                MOVE WS-CAP-DIFERENCIA TO WS-SIGNADO-EDIT
                DISPLAY "  DIFERENCIA      " WS-SIGNADO-EDIT
                DISPLAY "CONFIRMA EL ARQUEO (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "ARQUEO NO GRABADO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM GRABA-CAJON
            END-IF.

       CAPTURA-IDENTIFICACION.
            DISPLAY "SUCURSAL (4): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-SUCURSAL.
            ACCEPT WS-CAP-SUCURSAL.
            DISPLAY "CAJON (4): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CAJON.
            ACCEPT WS-CAP-CAJON.
            PERFORM BUSCA-SUCURSAL.
            MOVE WS-FECHA-ARQUEO TO WS-AQ-LOOKUP-FECHA.
            MOVE WS-CAP-SUCURSAL TO WS-AQ-LOOKUP-SUCURSAL.
            MOVE WS-CAP-CAJON TO WS-AQ-LOOKUP-CAJON.
            PERFORM BUSCA-ARQUEO.
            EVALUATE TRUE
                WHEN WS-CAP-SUCURSAL = SPACES
                    DISPLAY "SUCURSAL OBLIGATORIA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-DIR-PRESENTE AND NOT WS-DIR-FOUND
                    DISPLAY "SUCURSAL " WS-CAP-SUCURSAL
                        " NO EXISTE EN SUCURSAL.DAT"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-CAJON = SPACES
                    DISPLAY "CAJON OBLIGATORIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-AQ-IX > 0
                        AND WS-AQ-TBL-ESTADO (WS-AQ-IX) NOT = "P"
                    DISPLAY "CAJON " WS-CAP-SUCURSAL "/"
                        WS-CAP-CAJON " YA CUADRADO - NO SE RECUENTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-AQ-IX = 0 AND WS-AQ-COUNT >= WS-AQ-MAX
                    DISPLAY "TABLA DE ARQUEOS LLENA EN " WS-AQ-MAX
                        " ENTRADAS - SIN CAPTURA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-AQ-IX > 0
                    DISPLAY "CAJON YA CONTADO HOY - EL NUEVO ARQUEO "
                        "REEMPLAZA AL ANTERIOR"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       CAPTURA-IMPORTES.
      *    La cinta se pide en valor y signo: + entro mas efectivo
      *    del que salio, - salio mas del que entro.
            DISPLAY "FONDO INICIAL (9999999.99): " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-FONDO.
            ACCEPT WS-CAP-FONDO.
            DISPLAY "NETO DE LA CINTA DEL CAJERO (9999999.99): "
                WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-CINTA-ABS.
            ACCEPT WS-CAP-CINTA-ABS.
            DISPLAY "SIGNO DE LA CINTA (+/-): " WITH NO ADVANCING.
            MOVE SPACE TO WS-CAP-SIGNO.
            ACCEPT WS-CAP-SIGNO.
            EVALUATE TRUE
                WHEN WS-CAP-FONDO IS NOT NUMERIC
                    DISPLAY "FONDO INVALIDO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-CINTA-ABS IS NOT NUMERIC
                    DISPLAY "CINTA INVALIDA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-SIGNO NOT = "+" AND WS-CAP-SIGNO NOT = "-"
                    DISPLAY "SIGNO INVALIDO - + O -"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-SIGNO = "-"
                    COMPUTE WS-CAP-CINTA = 0 - WS-CAP-CINTA-ABS
                WHEN OTHER
                    MOVE WS-CAP-CINTA-ABS TO WS-CAP-CINTA
            END-EVALUATE.

       CAPTURA-DENOMINACIONES.
            MOVE ZEROES TO WS-CAP-CANTIDADES.
            MOVE 0 TO WS-CAP-CONTADO.
            PERFORM VARYING WS-AQ-D FROM 1 BY 1
                    UNTIL WS-AQ-D > WS-AQ-DENOM-COUNT
                    OR NOT WS-VALIDO
                MOVE WS-AQ-DENOM-VALOR (WS-AQ-D) TO WS-DENOM-EDIT
                DISPLAY "PIEZAS DE " WS-DENOM-EDIT ": "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-CANTIDAD (WS-AQ-D)
                IF WS-CAP-CANTIDAD (WS-AQ-D) IS NOT NUMERIC
                    DISPLAY "CANTIDAD INVALIDA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    COMPUTE WS-CAP-CONTADO = WS-CAP-CONTADO
                        + WS-CAP-CANTIDAD (WS-AQ-D)
                        * WS-AQ-DENOM-VALOR (WS-AQ-D)
                END-IF
            END-PERFORM.
            IF WS-VALIDO AND WS-CAP-CONTADO > 9999999.99
                DISPLAY "TOTAL CONTADO FUERA DE RANGO"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       GRABA-CAJON.
      *    Al regrabar salen los arqueos ya cerrados por CUADRA-CAJAS
      *    (B o V): el fichero solo guarda los pendientes.
            IF WS-AQ-IX = 0
                ADD 1 TO WS-AQ-COUNT
                MOVE WS-AQ-COUNT TO WS-AQ-IX
                MOVE "ALTA  " TO WS-AQV-ACCION
            ELSE
                MOVE "RECUEN" TO WS-AQV-ACCION
            END-IF.
            MOVE WS-FECHA-ARQUEO TO WS-AQ-TBL-FECHA (WS-AQ-IX).
            MOVE WS-CAP-SUCURSAL TO WS-AQ-TBL-SUCURSAL (WS-AQ-IX).
            MOVE WS-CAP-CAJON TO WS-AQ-TBL-CAJON (WS-AQ-IX).
            MOVE WS-CAP-FONDO TO WS-AQ-TBL-FONDO (WS-AQ-IX).
            MOVE WS-CAP-CINTA TO WS-AQ-TBL-CINTA (WS-AQ-IX).
            MOVE WS-CAP-CONTADO TO WS-AQ-TBL-CONTADO (WS-AQ-IX).
            PERFORM VARYING WS-AQ-D FROM 1 BY 1 UNTIL WS-AQ-D > 12
                MOVE WS-CAP-CANTIDAD (WS-AQ-D)
                    TO WS-AQ-TBL-CANTIDAD (WS-AQ-IX, WS-AQ-D)
            END-PERFORM.
            MOVE "P" TO WS-AQ-TBL-ESTADO (WS-AQ-IX).
            MOVE WS-OPERADOR TO WS-AQ-TBL-OPERADOR (WS-AQ-IX).
            PERFORM DEPURA-CERRADOS.
            SET WS-AQ-CAMBIADO TO TRUE.
            PERFORM GRABA-ARQUEOS.
            MOVE WS-CAP-SUCURSAL TO WS-AQV-SUCURSAL.
            MOVE WS-CAP-CAJON TO WS-AQV-CAJON.
            MOVE WS-OPERADOR TO WS-AQV-OPERADOR.
            MOVE WS-ARQUEO-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            DISPLAY "ARQUEO DEL CAJON " WS-CAP-SUCURSAL "/"
                WS-CAP-CAJON " GRABADO".

       DEPURA-CERRADOS.
      *    Compacta la tabla dejando solo los arqueos pendientes.
            MOVE 0 TO WS-AQ-IX.
            PERFORM VARYING WS-AQ-I FROM 1 BY 1
                    UNTIL WS-AQ-I > WS-AQ-COUNT
                IF WS-AQ-TBL-ESTADO (WS-AQ-I) = "P"
                    ADD 1 TO WS-AQ-IX
                    IF WS-AQ-IX NOT = WS-AQ-I
                        MOVE WS-AQ-ENTRY (WS-AQ-I)
                            TO WS-AQ-ENTRY (WS-AQ-IX)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-AQ-IX TO WS-AQ-COUNT.

       LISTA-ARQUEOS.
            PERFORM CARGA-ARQUEOS.
            MOVE 0 TO WS-AQ-IX.
            PERFORM VARYING WS-AQ-I FROM 1 BY 1
                    UNTIL WS-AQ-I > WS-AQ-COUNT
                IF WS-AQ-TBL-FECHA (WS-AQ-I) = WS-FECHA-ARQUEO
                    ADD 1 TO WS-AQ-IX
                    MOVE WS-AQ-TBL-CONTADO (WS-AQ-I) TO WS-IMPORTE-EDIT
                    COMPUTE WS-CAP-DIFERENCIA =
                        WS-AQ-TBL-CONTADO (WS-AQ-I)
                        - WS-AQ-TBL-FONDO (WS-AQ-I)
                        - WS-AQ-TBL-CINTA (WS-AQ-I)
                    MOVE WS-CAP-DIFERENCIA TO WS-SIGNADO-EDIT
                    DISPLAY WS-AQ-TBL-SUCURSAL (WS-AQ-I) "/"
                        WS-AQ-TBL-CAJON (WS-AQ-I)
                        " CONTADO " WS-IMPORTE-EDIT
                        " DIF " WS-SIGNADO-EDIT
                        " ESTADO " WS-AQ-TBL-ESTADO (WS-AQ-I)
                        " POR " WS-AQ-TBL-OPERADOR (WS-AQ-I)
                END-IF
            END-PERFORM.
            IF WS-AQ-IX = 0
                DISPLAY "SIN ARQUEOS DEL " WS-FECHA-ARQUEO
            END-IF.

       BUSCA-SUCURSAL.
            MOVE "N" TO WS-DIR-FOUND-SWITCH.
            MOVE "N" TO WS-DIR-PRESENTE-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BRANCH-DIRECTORY.
            IF WS-DIR-OK
                SET WS-DIR-PRESENTE TO TRUE
                PERFORM UNTIL WS-EOF OR WS-DIR-FOUND
                    READ BRANCH-DIRECTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF DIR-BRANCH-CODE = WS-CAP-SUCURSAL
                                SET WS-DIR-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BRANCH-DIRECTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE 0 TO WS-NIVEL.
            MOVE SPACES TO WS-OPERADOR.

       COPY "ARQCWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM CAPTURA-ARQUEO.
