      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales-tax desk of the receivables subsystem. Keeps
      *          the tax-code master (TAXMAST.DAT): each code has one
      *          row per period of validity with its rate (percent of
      *          the net), exempt flag, output-tax liability account
      *          (checked against ACCTMAST.DAT when the chart is on
      *          disk) and description. A new rate or change of
      *          terms is a new period from a date: the period still
      *          open for the code is closed the day before, so
      *          invoices already issued keep the rate of their
      *          date. Keeps the default code of each customer
      *          account (ACCTTAX.DAT) that GESTIONA-FACTURAS offers
      *          when the code is left blank, and lists both. The
      *          desk is restricted to operators of level 3 or
      *          higher on OPERMAST.DAT; updates are refused while
      *          the nightly chain holds the data set and each one
      *          is logged to the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-IMPUESTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Plan de cuentas (MANTIENE-CUENTAS): sin plan en disco la
      *    cuenta no se valida, como en EXTRAE-GL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "TAXMSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       COPY "OPERFD.cpy".

       COPY "TAXMFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-IMPUESTOS       PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-AM-FOUND-SWITCH       PIC X.
           88  WS-AM-FOUND          VALUE "Y".
       01  WS-AM-PLAN-SWITCH        PIC X.
           88  WS-AM-PLAN           VALUE "Y".
       01  WS-AM-NOMBRE             PIC X(30).

       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-CODIGO            PIC X(4).
       01  WS-CAP-DESDE             PIC 9(8).
       01  WS-CAP-TASA              PIC 9(3)V99.
       01  WS-CAP-EXENTO            PIC X.
       01  WS-CAP-DESC              PIC X(20).
       01  WS-CAP-CONFIRMA          PIC X.
      *    Periodo abierto del codigo, que la alta cierra.
       01  WS-ABIERTO-IX            PIC 9(4).
       01  WS-DESDE-INT             PIC 9(7).
       01  WS-HASTA-NUEVO           PIC 9(8).
       01  WS-TASA-EDIT             PIC ZZ9.99.
       01  WS-LISTADOS              PIC 9(4).

       01  WS-IMPUESTO-EVENTO.
           05  FILLER               PIC X(4) VALUE "IMP ".
           05  WS-IEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-IEV-CLAVE         PIC X(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-IEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TAXMWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-IMPUESTOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-IMPUESTOS
                    " PARA MANTENER IMPUESTOS - SESION TERMINADA"
            ELSE
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "1. ALTA DE TASA (NUEVO PERIODO)"
                    DISPLAY "2. CODIGO POR OMISION DE UNA CUENTA"
                    DISPLAY "3. LISTAR CODIGOS Y CUENTAS"
                    DISPLAY "4. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM ALTA-TASA
                        WHEN 2
                            PERFORM FIJA-CODIGO-CUENTA
                        WHEN 3
                            PERFORM LISTA-IMPUESTOS
                        WHEN 4
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
                DISPLAY "SIN OPERMAST.DAT - MANTENER IMPUESTOS "
                    "REQUIERE EL MASTER DE OPERADORES"
            ELSE
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
                IF WS-NIVEL >= WS-NIVEL-IMPUESTOS
                    SET WS-AUTORIZADO TO TRUE
                END-IF
            END-IF.

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

       ALTA-TASA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ALTA-TASA-2
            END-IF.

       ALTA-TASA-2.
      *    El periodo nuevo rige desde la fecha dada y queda
      *    abierto (hasta 99999999); el abierto del mismo codigo se
      *    cierra el dia anterior. Un periodo ya cerrado no se
      *    pisa: las facturas de sus fechas llevan su tasa.
            PERFORM CARGA-IMPUESTOS.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "CODIGO DE IMPUESTO (4): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CODIGO.
            ACCEPT WS-CAP-CODIGO.
            DISPLAY "VIGENTE DESDE (AAAAMMDD, 0 = HOY): "
                WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-DESDE.
            ACCEPT WS-CAP-DESDE.
            IF WS-CAP-DESDE = 0
                MOVE WS-OPSLOG-DATE TO WS-CAP-DESDE
            END-IF.
            IF WS-CAP-CODIGO = SPACES
                DISPLAY "CODIGO OBLIGATORIO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                COMPUTE WS-DESDE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-CAP-DESDE)
                IF WS-DESDE-INT = 0
                    DISPLAY "FECHA " WS-CAP-DESDE " INVALIDA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    PERFORM VERIFICA-PERIODOS
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-TX-COUNT >= WS-TX-MAX
                    DISPLAY "TABLA DE IMPUESTOS LLENA EN "
                        WS-TX-MAX " ENTRADAS - SIN ALTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-TERMINOS
            END-IF.
            IF WS-VALIDO
                DISPLAY "CONFIRMA EL ALTA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN ALTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-ABIERTO-IX > 0
                    COMPUTE WS-HASTA-NUEVO = FUNCTION DATE-OF-INTEGER
                        (WS-DESDE-INT - 1)
                    MOVE WS-HASTA-NUEVO
                        TO WS-TX-TBL-HASTA (WS-ABIERTO-IX)
                    DISPLAY "PERIODO DESDE "
                        WS-TX-TBL-DESDE (WS-ABIERTO-IX)
                        " CERRADO AL " WS-HASTA-NUEVO
                END-IF
                ADD 1 TO WS-TX-COUNT
                MOVE WS-CAP-CODIGO TO WS-TX-TBL-CODIGO (WS-TX-COUNT)
                MOVE WS-CAP-DESDE TO WS-TX-TBL-DESDE (WS-TX-COUNT)
                MOVE 99999999 TO WS-TX-TBL-HASTA (WS-TX-COUNT)
                MOVE WS-CAP-TASA TO WS-TX-TBL-TASA (WS-TX-COUNT)
                MOVE WS-CAP-EXENTO TO WS-TX-TBL-EXENTO (WS-TX-COUNT)
                MOVE WS-CAP-CUENTA TO WS-TX-TBL-CUENTA (WS-TX-COUNT)
                MOVE WS-CAP-DESC TO WS-TX-TBL-DESC (WS-TX-COUNT)
                SET WS-TX-CAMBIADO TO TRUE
                PERFORM GRABA-IMPUESTOS
                MOVE "TASA  " TO WS-IEV-ACCION
                MOVE WS-CAP-CODIGO TO WS-IEV-CLAVE
                PERFORM REGISTRA-EVENTO-IMPUESTO
                DISPLAY "CODIGO " WS-CAP-CODIGO " VIGENTE DESDE "
                    WS-CAP-DESDE
            END-IF.

       VERIFICA-PERIODOS.
            MOVE 0 TO WS-ABIERTO-IX.
            PERFORM VARYING WS-TX-I FROM 1 BY 1
                    UNTIL WS-TX-I > WS-TX-COUNT
                IF WS-TX-TBL-CODIGO (WS-TX-I) = WS-CAP-CODIGO
                    IF WS-TX-TBL-HASTA (WS-TX-I) = 99999999
                        MOVE WS-TX-I TO WS-ABIERTO-IX
                    ELSE
                        IF WS-TX-TBL-HASTA (WS-TX-I) >= WS-CAP-DESDE
                            DISPLAY "SE SOLAPA CON EL PERIODO "
                                WS-TX-TBL-DESDE (WS-TX-I) " - "
                                WS-TX-TBL-HASTA (WS-TX-I)
                            MOVE "N" TO WS-VALIDO-SWITCH
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-ABIERTO-IX > 0
                IF WS-TX-TBL-DESDE (WS-ABIERTO-IX) >= WS-CAP-DESDE
                    DISPLAY "EL PERIODO ABIERTO RIGE DESDE "
                        WS-TX-TBL-DESDE (WS-ABIERTO-IX)
                        " - LA FECHA DEBE SER POSTERIOR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    MOVE WS-TX-TBL-TASA (WS-ABIERTO-IX)
                        TO WS-TASA-EDIT
                    DISPLAY "VIGENTE: " WS-TASA-EDIT "% EXENTO "
                        WS-TX-TBL-EXENTO (WS-ABIERTO-IX) " CUENTA "
                        WS-TX-TBL-CUENTA (WS-ABIERTO-IX)
                END-IF
            ELSE
                DISPLAY "CODIGO NUEVO O SIN PERIODO ABIERTO"
            END-IF.

       CAPTURA-TERMINOS.
      *    El exento no cobra impuesto pero su base se declara; el
      *    gravado necesita la cuenta del pasivo.
            DISPLAY "EXENTO (S/N): " WITH NO ADVANCING.
            MOVE "N" TO WS-CAP-EXENTO.
            ACCEPT WS-CAP-EXENTO.
            IF WS-CAP-EXENTO NOT = "S"
                MOVE "N" TO WS-CAP-EXENTO
            END-IF.
            MOVE 0 TO WS-CAP-TASA.
            MOVE SPACES TO WS-CAP-CUENTA.
            IF WS-CAP-EXENTO = "N"
                DISPLAY "TASA EN PORCIENTO (999.99): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-TASA
                DISPLAY "CUENTA DEL IMPUESTO POR PAGAR (8): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-CUENTA
                IF WS-CAP-CUENTA = SPACES
                    DISPLAY "CUENTA OBLIGATORIA PARA UN CODIGO GRAVADO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    PERFORM BUSCA-CUENTA-PLAN
                    IF WS-AM-PLAN AND NOT WS-AM-FOUND
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " NO EXISTE EN EL PLAN DE CUENTAS"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "DESCRIPCION (20): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-DESC
                ACCEPT WS-CAP-DESC
            END-IF.

       FIJA-CODIGO-CUENTA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM FIJA-CODIGO-CUENTA-2
            END-IF.

       FIJA-CODIGO-CUENTA-2.
      *    El codigo debe tener periodo vigente hoy; en blanco se
      *    quita el de la cuenta.
            PERFORM CARGA-IMPUESTOS.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "CUENTA DEL CLIENTE (8): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CUENTA.
            ACCEPT WS-CAP-CUENTA.
            IF WS-CAP-CUENTA = SPACES
                DISPLAY "CUENTA OBLIGATORIA"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                PERFORM BUSCA-CUENTA-PLAN
                IF WS-AM-PLAN AND NOT WS-AM-FOUND
                    DISPLAY "CUENTA " WS-CAP-CUENTA
                        " NO EXISTE EN EL PLAN DE CUENTAS"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-CUENTA TO WS-TA-LOOKUP-CUENTA
                PERFORM BUSCA-IMPUESTO-CUENTA
                IF WS-TA-IX > 0
                    DISPLAY "CODIGO ACTUAL: "
                        WS-TA-TBL-CODIGO (WS-TA-IX)
                ELSE
                    DISPLAY "CUENTA SIN CODIGO POR OMISION"
                    IF WS-TA-COUNT >= WS-TA-MAX
                        DISPLAY "TABLA DE IMPUESTO POR CUENTA LLENA "
                            "EN " WS-TA-MAX " ENTRADAS - SIN ALTA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "NUEVO CODIGO (4, BLANCO = QUITAR): "
                    WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-CODIGO
                ACCEPT WS-CAP-CODIGO
                IF WS-CAP-CODIGO NOT = SPACES
                    MOVE WS-CAP-CODIGO TO WS-TX-LOOKUP-CODIGO
                    MOVE WS-OPSLOG-DATE TO WS-TX-LOOKUP-FECHA
                    PERFORM BUSCA-TASA-IMPUESTO
                    IF WS-TX-IX = 0
                        DISPLAY "CODIGO " WS-CAP-CODIGO
                            " SIN TASA VIGENTE HOY"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                EVALUATE TRUE
                    WHEN WS-TA-IX > 0 AND WS-CAP-CODIGO = SPACES
                        PERFORM QUITA-CODIGO-CUENTA
                    WHEN WS-TA-IX > 0
                        MOVE WS-CAP-CODIGO
                            TO WS-TA-TBL-CODIGO (WS-TA-IX)
                    WHEN WS-CAP-CODIGO = SPACES
                        CONTINUE
                    WHEN OTHER
                        ADD 1 TO WS-TA-COUNT
                        MOVE WS-CAP-CUENTA
                            TO WS-TA-TBL-CUENTA (WS-TA-COUNT)
                        MOVE WS-CAP-CODIGO
                            TO WS-TA-TBL-CODIGO (WS-TA-COUNT)
                END-EVALUATE
                SET WS-TA-CAMBIADO TO TRUE
                PERFORM GRABA-IMPUESTOS
                MOVE "CUENTA" TO WS-IEV-ACCION
                MOVE WS-CAP-CUENTA TO WS-IEV-CLAVE
                PERFORM REGISTRA-EVENTO-IMPUESTO
                DISPLAY "CUENTA " WS-CAP-CUENTA " ACTUALIZADA"
            END-IF.

       QUITA-CODIGO-CUENTA.
            PERFORM VARYING WS-TA-I FROM WS-TA-IX BY 1
                    UNTIL WS-TA-I >= WS-TA-COUNT
                MOVE WS-TA-ENTRY (WS-TA-I + 1) TO WS-TA-ENTRY (WS-TA-I)
            END-PERFORM.
            SUBTRACT 1 FROM WS-TA-COUNT.

       LISTA-IMPUESTOS.
            PERFORM CARGA-IMPUESTOS.
            IF NOT WS-TX-PRESENTE
                DISPLAY "SIN TAXMAST.DAT - LAS FACTURAS SALEN SIN "
                    "IMPUESTO"
            END-IF.
            DISPLAY "CODIGO DESDE    HASTA      TASA EX CUENTA   "
                "DESCRIPCION".
            PERFORM VARYING WS-TX-I FROM 1 BY 1
                    UNTIL WS-TX-I > WS-TX-COUNT
                MOVE WS-TX-TBL-TASA (WS-TX-I) TO WS-TASA-EDIT
                DISPLAY WS-TX-TBL-CODIGO (WS-TX-I) "   "
                    WS-TX-TBL-DESDE (WS-TX-I) " "
                    WS-TX-TBL-HASTA (WS-TX-I) " " WS-TASA-EDIT " "
                    WS-TX-TBL-EXENTO (WS-TX-I) "  "
                    WS-TX-TBL-CUENTA (WS-TX-I) " "
                    WS-TX-TBL-DESC (WS-TX-I)
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "CUENTA   CODIGO".
            MOVE 0 TO WS-LISTADOS.
            PERFORM VARYING WS-TA-I FROM 1 BY 1
                    UNTIL WS-TA-I > WS-TA-COUNT
                ADD 1 TO WS-LISTADOS
                DISPLAY WS-TA-TBL-CUENTA (WS-TA-I) " "
                    WS-TA-TBL-CODIGO (WS-TA-I)
            END-PERFORM.
            DISPLAY "CUENTAS CON CODIGO: " WS-LISTADOS.

       BUSCA-CUENTA-PLAN.
            MOVE "N" TO WS-AM-FOUND-SWITCH.
            MOVE "N" TO WS-AM-PLAN-SWITCH.
            MOVE SPACES TO WS-AM-NOMBRE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                SET WS-AM-PLAN TO TRUE
                PERFORM UNTIL WS-EOF OR WS-AM-FOUND
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AM-ACCOUNT = WS-CAP-CUENTA
                                SET WS-AM-FOUND TO TRUE
                                MOVE AM-DESC TO WS-AM-NOMBRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-IMPUESTO.
            MOVE WS-OPERADOR TO WS-IEV-OPERADOR.
            MOVE WS-IMPUESTO-EVENTO TO WS-OPSLOG-EVENT.
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
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE 0 TO WS-NIVEL.
            MOVE SPACES TO WS-OPERADOR.

       COPY "TAXMWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-IMPUESTOS.
