      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-journal desk. Keeps the recurring journals
      *          finance used to key by hand every month (rent,
      *          insurance amortization, accrued expenses) on
      *          DIARREC.DAT: a code and description, up to ten lines
      *          of debit or credit, account (checked against
      *          ACCTMAST.DAT when the chart is on disk) and amount
      *          that must balance, the frequency (M monthly, T
      *          quarterly, S half-yearly, A yearly) counted from the
      *          first period, an optional last period, and the
      *          auto-reverse flag for accruals that are reversed on
      *          the first day of the next period. GENERA-RECURRENTES
      *          generates them at month end. A journal can be
      *          suspended and reactivated; to change its lines it is
      *          suspended and raised again under a new code, so the
      *          periods already generated keep the lines they had.
      *          The desk is restricted to operators of level 3 or
      *          higher on OPERMAST.DAT; updates are refused while the
      *          nightly chain holds the data set and each one is
      *          logged to the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-RECURRENTES.

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
           COPY "DRECSL.cpy".
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

       COPY "DRECFD.cpy".
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
       01  WS-NIVEL-RECURRENTES     PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-AM-FOUND-SWITCH       PIC X.
           88  WS-AM-FOUND          VALUE "Y".
       01  WS-AM-PLAN-SWITCH        PIC X.
           88  WS-AM-PLAN           VALUE "Y".
       01  WS-FIN-LINEAS-SWITCH     PIC X.
           88  WS-FIN-LINEAS        VALUE "Y".

       01  WS-CAP-CODIGO            PIC X(6).
       01  WS-CAP-DESC              PIC X(30).
       01  WS-CAP-FRECUENCIA        PIC X.
       01  WS-CAP-INICIO            PIC 9(6).
       01  WS-CAP-FIN               PIC 9(6).
       01  WS-CAP-REVERSA           PIC X.
       01  WS-CAP-TIPO              PIC X.
       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-IMPORTE           PIC 9(9)V99.
       01  WS-CAP-CONFIRMA          PIC X.
       01  WS-CAP-LINEAS            PIC 99.
       01  WS-CAP-SIGUIENTE         PIC 99.
       01  WS-CAP-LINEA OCCURS 10 TIMES.
           05  WS-CAP-LIN-TIPO      PIC X.
           05  WS-CAP-LIN-CUENTA    PIC X(8).
           05  WS-CAP-LIN-IMPORTE   PIC 9(9)V99.
       01  WS-CAP-DEBE              PIC 9(11)V99.
       01  WS-CAP-HABER             PIC 9(11)V99.

       01  WS-IMPORTE-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RECURRENTE-EVENTO.
           05  FILLER               PIC X(4) VALUE "REC ".
           05  WS-REV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-CODIGO        PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-REV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "DRECWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-RECURRENTES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-RECURRENTES
                    " PARA MANTENER DIARIOS RECURRENTES - SESION "
                    "TERMINADA"
            ELSE
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "1. ALTA DE DIARIO RECURRENTE"
                    DISPLAY "2. SUSPENDER / REACTIVAR DIARIO"
                    DISPLAY "3. LISTAR DIARIOS RECURRENTES"
                    DISPLAY "4. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM ALTA-RECURRENTE
                        WHEN 2
                            PERFORM CAMBIA-ESTADO-RECURRENTE
                        WHEN 3
                            PERFORM LISTA-RECURRENTES
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
                DISPLAY "SIN OPERMAST.DAT - MANTENER DIARIOS "
                    "REQUIERE EL MASTER DE OPERADORES"
            ELSE
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
                IF WS-NIVEL >= WS-NIVEL-RECURRENTES
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

       ALTA-RECURRENTE.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ALTA-RECURRENTE-2
            END-IF.

       ALTA-RECURRENTE-2.
            PERFORM CARGA-RECURRENTES.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            IF WS-JD-COUNT >= WS-JD-MAX
                DISPLAY "TABLA DE DIARIOS LLENA EN " WS-JD-MAX
                    " ENTRADAS - SIN ALTA"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-CABECERA
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-LINEAS
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-DEBE TO WS-TOTAL-EDIT
                DISPLAY "DEBE = HABER = " WS-TOTAL-EDIT
                DISPLAY "CONFIRMA EL ALTA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN ALTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                ADD 1 TO WS-JD-COUNT
                MOVE WS-JD-COUNT TO WS-JD-IX
                MOVE WS-CAP-CODIGO TO WS-JD-TBL-CODIGO (WS-JD-IX)
                MOVE WS-CAP-DESC TO WS-JD-TBL-DESC (WS-JD-IX)
                MOVE WS-CAP-FRECUENCIA
                    TO WS-JD-TBL-FRECUENCIA (WS-JD-IX)
                MOVE WS-CAP-INICIO TO WS-JD-TBL-INICIO (WS-JD-IX)
                MOVE WS-CAP-FIN TO WS-JD-TBL-FIN (WS-JD-IX)
                MOVE WS-CAP-REVERSA TO WS-JD-TBL-REVERSA (WS-JD-IX)
                MOVE 0 TO WS-JD-TBL-ULTIMO (WS-JD-IX)
                MOVE "A" TO WS-JD-TBL-ESTADO (WS-JD-IX)
                MOVE WS-CAP-LINEAS TO WS-JD-TBL-LINEAS (WS-JD-IX)
                PERFORM VARYING WS-JD-L FROM 1 BY 1
                        UNTIL WS-JD-L > 10
                    IF WS-JD-L > WS-CAP-LINEAS
                        MOVE SPACE TO WS-JD-TBL-TIPO (WS-JD-IX, WS-JD-L)
                        MOVE SPACES
                            TO WS-JD-TBL-CUENTA (WS-JD-IX, WS-JD-L)
                        MOVE 0 TO WS-JD-TBL-IMPORTE (WS-JD-IX, WS-JD-L)
                    ELSE
                        MOVE WS-CAP-LIN-TIPO (WS-JD-L)
                            TO WS-JD-TBL-TIPO (WS-JD-IX, WS-JD-L)
                        MOVE WS-CAP-LIN-CUENTA (WS-JD-L)
                            TO WS-JD-TBL-CUENTA (WS-JD-IX, WS-JD-L)
                        MOVE WS-CAP-LIN-IMPORTE (WS-JD-L)
                            TO WS-JD-TBL-IMPORTE (WS-JD-IX, WS-JD-L)
                    END-IF
                END-PERFORM
                SET WS-JD-CAMBIADO TO TRUE
                PERFORM GRABA-RECURRENTES
                MOVE "ALTA  " TO WS-REV-ACCION
                MOVE WS-CAP-CODIGO TO WS-REV-CODIGO
                PERFORM REGISTRA-EVENTO-RECURRENTE
                DISPLAY "DIARIO " WS-CAP-CODIGO " DADO DE ALTA"
            END-IF.

       CAPTURA-CABECERA.
            DISPLAY "CODIGO DEL DIARIO (6): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CODIGO.
            ACCEPT WS-CAP-CODIGO.
            MOVE WS-CAP-CODIGO TO WS-JD-LOOKUP-CODIGO.
            PERFORM BUSCA-RECURRENTE.
            IF WS-CAP-CODIGO = SPACES OR WS-JD-IX > 0
                DISPLAY "CODIGO " WS-CAP-CODIGO " EN BLANCO O YA "
                    "EXISTE"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                DISPLAY "DESCRIPCION (30): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-DESC
                ACCEPT WS-CAP-DESC
                DISPLAY "FRECUENCIA (M MENSUAL, T TRIMESTRAL, "
                    "S SEMESTRAL, A ANUAL): " WITH NO ADVANCING
                MOVE SPACE TO WS-CAP-FRECUENCIA
                ACCEPT WS-CAP-FRECUENCIA
                DISPLAY "PRIMER PERIODO (AAAAMM): " WITH NO ADVANCING
                MOVE 0 TO WS-CAP-INICIO
                ACCEPT WS-CAP-INICIO
                DISPLAY "ULTIMO PERIODO (AAAAMM, 0 = SIN FIN): "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-FIN
                ACCEPT WS-CAP-FIN
                DISPLAY "REVERSA AUTOMATICA EL DIA 1 DEL PERIODO "
                    "SIGUIENTE (S/N): " WITH NO ADVANCING
                MOVE "N" TO WS-CAP-REVERSA
                ACCEPT WS-CAP-REVERSA
                IF WS-CAP-REVERSA NOT = "S"
                    MOVE "N" TO WS-CAP-REVERSA
                END-IF
                EVALUATE TRUE
                    WHEN WS-CAP-DESC = SPACES
                        DISPLAY "DESCRIPCION OBLIGATORIA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-FRECUENCIA NOT = "M"
                            AND WS-CAP-FRECUENCIA NOT = "T"
                            AND WS-CAP-FRECUENCIA NOT = "S"
                            AND WS-CAP-FRECUENCIA NOT = "A"
                        DISPLAY "FRECUENCIA INVALIDA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-INICIO = 0
                            OR WS-CAP-INICIO (5:2) < "01"
                            OR WS-CAP-INICIO (5:2) > "12"
                        DISPLAY "PRIMER PERIODO INVALIDO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-FIN NOT = 0
                            AND (WS-CAP-FIN < WS-CAP-INICIO
                            OR WS-CAP-FIN (5:2) < "01"
                            OR WS-CAP-FIN (5:2) > "12")
                        DISPLAY "ULTIMO PERIODO INVALIDO O ANTERIOR "
                            "AL PRIMERO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       CAPTURA-LINEAS.
      *    Hasta diez lineas; cuenta en blanco termina. El diario
      *    debe cuadrar y llevar al menos un debe y un haber.
            MOVE 0 TO WS-CAP-LINEAS.
            MOVE 0 TO WS-CAP-DEBE.
            MOVE 0 TO WS-CAP-HABER.
            MOVE "N" TO WS-FIN-LINEAS-SWITCH.
            PERFORM UNTIL WS-FIN-LINEAS OR NOT WS-VALIDO
                    OR WS-CAP-LINEAS = 10
                PERFORM CAPTURA-UNA-LINEA
            END-PERFORM.
            IF WS-VALIDO
                IF WS-CAP-DEBE = 0 OR WS-CAP-DEBE NOT = WS-CAP-HABER
                    MOVE WS-CAP-DEBE TO WS-TOTAL-EDIT
                    DISPLAY "DIARIO DESCUADRADO - DEBE: " WS-TOTAL-EDIT
                    MOVE WS-CAP-HABER TO WS-TOTAL-EDIT
                    DISPLAY "                    HABER: " WS-TOTAL-EDIT
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CAPTURA-UNA-LINEA.
            COMPUTE WS-CAP-SIGUIENTE = WS-CAP-LINEAS + 1.
            DISPLAY "LINEA " WS-CAP-SIGUIENTE " - CUENTA (8, BLANCO "
                "= FIN): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CUENTA.
            ACCEPT WS-CAP-CUENTA.
            IF WS-CAP-CUENTA = SPACES
                SET WS-FIN-LINEAS TO TRUE
            ELSE
                PERFORM BUSCA-CUENTA-PLAN
                DISPLAY "DEBE O HABER (D/C): " WITH NO ADVANCING
                MOVE SPACE TO WS-CAP-TIPO
                ACCEPT WS-CAP-TIPO
                DISPLAY "IMPORTE (999999999.99): " WITH NO ADVANCING
                MOVE 0 TO WS-CAP-IMPORTE
                ACCEPT WS-CAP-IMPORTE
                EVALUATE TRUE
                    WHEN WS-AM-PLAN AND NOT WS-AM-FOUND
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " NO EXISTE EN EL PLAN DE CUENTAS"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-TIPO NOT = "D"
                            AND WS-CAP-TIPO NOT = "C"
                        DISPLAY "TIPO INVALIDO - D O C"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-IMPORTE = 0
                        DISPLAY "IMPORTE OBLIGATORIO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN OTHER
                        ADD 1 TO WS-CAP-LINEAS
                        MOVE WS-CAP-TIPO
                            TO WS-CAP-LIN-TIPO (WS-CAP-LINEAS)
                        MOVE WS-CAP-CUENTA
                            TO WS-CAP-LIN-CUENTA (WS-CAP-LINEAS)
                        MOVE WS-CAP-IMPORTE
                            TO WS-CAP-LIN-IMPORTE (WS-CAP-LINEAS)
                        IF WS-CAP-TIPO = "D"
                            ADD WS-CAP-IMPORTE TO WS-CAP-DEBE
                        ELSE
                            ADD WS-CAP-IMPORTE TO WS-CAP-HABER
                        END-IF
                END-EVALUATE
            END-IF.

       CAMBIA-ESTADO-RECURRENTE.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAMBIA-ESTADO-RECURRENTE-2
            END-IF.

       CAMBIA-ESTADO-RECURRENTE-2.
      *    Suspendido no se genera; al reactivarlo sigue desde el
      *    periodo de la corrida, sin recuperar los saltados.
            PERFORM CARGA-RECURRENTES.
            DISPLAY "CODIGO DEL DIARIO (6): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CODIGO.
            ACCEPT WS-CAP-CODIGO.
            MOVE WS-CAP-CODIGO TO WS-JD-LOOKUP-CODIGO.
            PERFORM BUSCA-RECURRENTE.
            IF WS-JD-IX = 0
                DISPLAY "DIARIO " WS-CAP-CODIGO " NO EXISTE"
            ELSE
                PERFORM MUESTRA-RECURRENTE
                IF WS-JD-TBL-ESTADO (WS-JD-IX) = "A"
                    DISPLAY "SUSPENDER EL DIARIO (S/N): "
                        WITH NO ADVANCING
                ELSE
                    DISPLAY "REACTIVAR EL DIARIO (S/N): "
                        WITH NO ADVANCING
                END-IF
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA = "S"
                    IF WS-JD-TBL-ESTADO (WS-JD-IX) = "A"
                        MOVE "B" TO WS-JD-TBL-ESTADO (WS-JD-IX)
                        MOVE "SUSPEN" TO WS-REV-ACCION
                    ELSE
                        MOVE "A" TO WS-JD-TBL-ESTADO (WS-JD-IX)
                        MOVE "REACTI" TO WS-REV-ACCION
                    END-IF
                    SET WS-JD-CAMBIADO TO TRUE
                    PERFORM GRABA-RECURRENTES
                    MOVE WS-CAP-CODIGO TO WS-REV-CODIGO
                    PERFORM REGISTRA-EVENTO-RECURRENTE
                    DISPLAY "DIARIO " WS-CAP-CODIGO " ESTADO "
                        WS-JD-TBL-ESTADO (WS-JD-IX)
                END-IF
            END-IF.

       LISTA-RECURRENTES.
            PERFORM CARGA-RECURRENTES.
            IF WS-JD-COUNT = 0
                DISPLAY "SIN DIARIOS RECURRENTES"
            END-IF.
            PERFORM VARYING WS-JD-IX FROM 1 BY 1
                    UNTIL WS-JD-IX > WS-JD-COUNT
                PERFORM MUESTRA-RECURRENTE
            END-PERFORM.

       MUESTRA-RECURRENTE.
            DISPLAY "DIARIO " WS-JD-TBL-CODIGO (WS-JD-IX) " "
                WS-JD-TBL-DESC (WS-JD-IX)
                " ESTADO " WS-JD-TBL-ESTADO (WS-JD-IX).
            DISPLAY "  FREC " WS-JD-TBL-FRECUENCIA (WS-JD-IX)
                " DESDE " WS-JD-TBL-INICIO (WS-JD-IX)
                " HASTA " WS-JD-TBL-FIN (WS-JD-IX)
                " REVERSA " WS-JD-TBL-REVERSA (WS-JD-IX)
                " ULTIMO GENERADO " WS-JD-TBL-ULTIMO (WS-JD-IX).
            PERFORM VARYING WS-JD-L FROM 1 BY 1
                    UNTIL WS-JD-L > WS-JD-TBL-LINEAS (WS-JD-IX)
                MOVE WS-JD-TBL-IMPORTE (WS-JD-IX, WS-JD-L)
                    TO WS-IMPORTE-EDIT
                DISPLAY "    " WS-JD-TBL-TIPO (WS-JD-IX, WS-JD-L) " "
                    WS-JD-TBL-CUENTA (WS-JD-IX, WS-JD-L) " "
                    WS-IMPORTE-EDIT
            END-PERFORM.

       BUSCA-CUENTA-PLAN.
            MOVE "N" TO WS-AM-FOUND-SWITCH.
            MOVE "N" TO WS-AM-PLAN-SWITCH.
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
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-RECURRENTE.
            MOVE WS-OPERADOR TO WS-REV-OPERADOR.
            MOVE WS-RECURRENTE-EVENTO TO WS-OPSLOG-EVENT.
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

       COPY "DRECWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-RECURRENTES.
