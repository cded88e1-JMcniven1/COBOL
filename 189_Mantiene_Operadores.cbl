      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator administration desk for OPERMAST.DAT, the
      *          master MENU-DRIVER and every approval desk sign on
      *          against. Adds an operator with a temporary password
      *          (stored only as its salted hash; the operator must
      *          change it at the first menu sign-on), unlocks an
      *          operator locked by failed sign-ons or re-enables a
      *          disabled one by issuing a new temporary password,
      *          disables an operator, changes an authority level
      *          and lists the master with the policy state of each
      *          id. A supervisor never acts on their own id, so a
      *          locked supervisor needs a second one. Restricted to
      *          level 3; updates are refused while the nightly
      *          chain holds the data set and each one goes to the
      *          shared OPSLOG with the supervisor id. With no
      *          OPERMAST.DAT on disk only the first operator can be
      *          added, at level 3, so a new installation can close
      *          the open menu. The password policy itself lives on
      *          PARM189.DAT (see OPERFD.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-OPERADORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL-OPERADORES      PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
      *    Sin master: solo el alta del primer operador.
       01  WS-ARRANQUE-SWITCH       PIC X VALUE "N".
           88  WS-ARRANQUE          VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".

       01  WS-CAP-ID                PIC X(8).
       01  WS-CAP-NIVEL             PIC X.
       01  WS-CAP-CLAVE             PIC X(8).
       01  WS-CAP-REPITE            PIC X(8).
       01  WS-CAP-CONFIRMA          PIC X.
       01  WS-CLAVE-LARGO           PIC 9(2).
       01  WS-LISTADOS              PIC 9(4).
       01  WS-FALLOS-EDIT           PIC Z9.

       01  WS-OPERADOR-EVENTO.
           05  FILLER               PIC X(5) VALUE "OPER ".
           05  WS-OEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OEV-ID            PIC X(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-OEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-OPERADORES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM LEE-POLITICA-CLAVES.
            PERFORM VALIDA-SUPERVISOR.
            EVALUATE TRUE
                WHEN WS-ARRANQUE
                    DISPLAY "SIN OPERMAST.DAT - SOLO SE ADMITE EL "
                        "ALTA DEL PRIMER OPERADOR (NIVEL 3)"
                    MOVE "ARRANQUE" TO WS-OPERADOR
                    PERFORM ALTA-OPERADOR
                WHEN NOT WS-AUTORIZADO
                    DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-OPERADORES
                        " PARA ADMINISTRAR OPERADORES - SESION "
                        "TERMINADA"
                WHEN OTHER
                    PERFORM UNTIL WS-SALIR
                        DISPLAY " "
                        DISPLAY "1. ALTA DE OPERADOR"
                        DISPLAY "2. DESBLOQUEO / CLAVE TEMPORAL"
                        DISPLAY "3. INHABILITAR OPERADOR"
                        DISPLAY "4. CAMBIO DE NIVEL"
                        DISPLAY "5. LISTAR OPERADORES"
                        DISPLAY "6. SALIR"
                        DISPLAY "SELECCIONE UNA OPCION: "
                            WITH NO ADVANCING
                        ACCEPT WS-OPCION
                        EVALUATE WS-OPCION
                            WHEN 1
                                PERFORM ALTA-OPERADOR
                            WHEN 2
                                PERFORM DESBLOQUEA-OPERADOR
                            WHEN 3
                                PERFORM INHABILITA-OPERADOR
                            WHEN 4
                                PERFORM CAMBIA-NIVEL
                            WHEN 5
                                PERFORM LISTA-OPERADORES
                            WHEN 6
                                SET WS-SALIR TO TRUE
                            WHEN OTHER
                                DISPLAY "OPCION INVALIDA"
                        END-EVALUATE
                    END-PERFORM
            END-EVALUATE.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VALIDA-SUPERVISOR.
      *    La firma del supervisor sigue la misma politica que el
      *    menu: un fallo cuenta para su bloqueo y una clave vencida
      *    o temporal se cambia primero en el menu.
            PERFORM CARGA-OPERADORES.
            IF NOT WS-OPM-HAY-MASTER
                SET WS-ARRANQUE TO TRUE
            ELSE
                DISPLAY "IDENTIFICACION DE OPERADOR: "
                    WITH NO ADVANCING
                ACCEPT WS-OPERADOR
                DISPLAY "CLAVE: " WITH NO ADVANCING
                ACCEPT WS-CLAVE
                MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID
                PERFORM BUSCA-OPERADOR
                IF WS-OPM-IX = 0
                    MOVE SPACES TO WS-OPCL-REGISTRO
                    MOVE WS-OPERADOR TO WS-OPCL-ID
                    SET WS-OPCL-DESCONOCIDA TO TRUE
                    PERFORM REGISTRA-USO-OPERADOR
                ELSE
                    MOVE WS-OPM-ENTRY (WS-OPM-IX) TO WS-OPCL-REGISTRO
                    MOVE WS-CLAVE TO WS-OPCL-CLAVE
                    PERFORM COTEJA-CLAVE-OPERADOR
                    IF WS-OPCL-VALIDA
                            AND WS-OPCL-NIVEL >= WS-NIVEL-OPERADORES
                        SET WS-AUTORIZADO TO TRUE
                    END-IF
                    IF WS-OPCL-ERRONEA
                        PERFORM GRABA-FALLO-OPERADOR
                    END-IF
                END-IF
            END-IF.

       VERIFICA-CANDADO.
      *    Con la cadena nocturna duena del juego de datos (la
      *    revision mensual regraba OPERMAST) la actualizacion se
      *    rehusa; el listado sigue abierto.
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

       PIDE-OPERADOR.
      *    Id del operador a tratar: debe existir y no ser el del
      *    propio supervisor.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-OPERADORES.
            DISPLAY "ID DEL OPERADOR (8): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-ID.
            ACCEPT WS-CAP-ID.
            MOVE WS-CAP-ID TO WS-OPM-LOOKUP-ID.
            PERFORM BUSCA-OPERADOR.
            EVALUATE TRUE
                WHEN WS-CAP-ID = SPACES
                    DISPLAY "ID OBLIGATORIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-OPM-IX = 0
                    DISPLAY "OPERADOR " WS-CAP-ID " NO EXISTE"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-ID = WS-OPERADOR
                    DISPLAY "NO PUEDE ACTUAR SOBRE SU PROPIO ID - "
                        "OTRO SUPERVISOR DEBE HACERLO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    MOVE WS-OPM-ENTRY (WS-OPM-IX) TO WS-OPCL-REGISTRO
                    PERFORM MUESTRA-OPERADOR
            END-EVALUATE.

       PIDE-CLAVE-TEMPORAL.
            DISPLAY "CLAVE TEMPORAL: " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CLAVE WS-CAP-REPITE.
            ACCEPT WS-CAP-CLAVE.
            DISPLAY "REPITA LA CLAVE TEMPORAL: " WITH NO ADVANCING.
            ACCEPT WS-CAP-REPITE.
            MOVE 0 TO WS-CLAVE-LARGO.
            IF WS-CAP-CLAVE NOT = SPACES
                COMPUTE WS-CLAVE-LARGO = FUNCTION LENGTH (
                    FUNCTION TRIM (WS-CAP-CLAVE TRAILING))
            END-IF.
            EVALUATE TRUE
                WHEN WS-CAP-CLAVE NOT = WS-CAP-REPITE
                    DISPLAY "LAS CLAVES NO COINCIDEN"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CLAVE-LARGO < WS-OPM-LARGO-MINIMO
                    DISPLAY "LA CLAVE DEBE TENER AL MENOS "
                        WS-OPM-LARGO-MINIMO " CARACTERES"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-CLAVE = WS-CAP-ID
                    DISPLAY "LA CLAVE NO PUEDE SER EL ID DE OPERADOR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       FIJA-CLAVE-TEMPORAL.
      *    La temporal se guarda en hash bajo la sal del operador
      *    (nueva si la fila aun estaba en claro) y obliga al cambio
      *    en la primera firma; no entra al historial.
            IF WS-OPCL-SAL = SPACES
                PERFORM GENERA-SAL-CLAVE
                MOVE WS-OPCL-SAL-CALCULO TO WS-OPCL-SAL
                MOVE SPACES TO WS-OPCL-HISTORIAL
            END-IF.
            MOVE WS-CAP-CLAVE TO WS-OPCL-CLAVE.
            MOVE WS-OPCL-SAL TO WS-OPCL-SAL-CALCULO.
            PERFORM CALCULA-HASH-CLAVE.
            MOVE WS-OPCL-HASH TO WS-OPCL-GUARDADA.
            MOVE "S" TO WS-OPCL-CAMBIO.
            MOVE 0 TO WS-OPCL-FALLOS.
            MOVE 0 TO WS-OPCL-VENCE.
            MOVE "A" TO WS-OPCL-ESTADO.
            PERFORM FECHA-HOY-OPERADOR.
            MOVE WS-OPCL-HOY TO WS-OPCL-FECHA-ESTADO.
      *    El reloj de inactividad arranca de nuevo.
            MOVE WS-OPCL-HOY TO WS-OPCL-ULTIMO-USO.

       CONFIRMA.
            DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING.
            MOVE "N" TO WS-CAP-CONFIRMA.
            ACCEPT WS-CAP-CONFIRMA.
            IF WS-CAP-CONFIRMA NOT = "S"
                DISPLAY "SIN CAMBIOS"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       ALTA-OPERADOR.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ALTA-OPERADOR-2
            END-IF.

       ALTA-OPERADOR-2.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-OPERADORES.
            DISPLAY "ID DEL OPERADOR NUEVO (8): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-ID.
            ACCEPT WS-CAP-ID.
            MOVE WS-CAP-ID TO WS-OPM-LOOKUP-ID.
            PERFORM BUSCA-OPERADOR.
            EVALUATE TRUE
                WHEN WS-CAP-ID = SPACES
                    DISPLAY "ID OBLIGATORIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-ID = "ABIERTO" OR WS-CAP-ID = "ARRANQUE"
                    DISPLAY "ID RESERVADO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-OPM-IX > 0
                    DISPLAY "OPERADOR " WS-CAP-ID " YA EXISTE - USE "
                        "DESBLOQUEO / CLAVE TEMPORAL"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-OPM-COUNT >= WS-OPM-MAX
                    DISPLAY "TABLA DE OPERADORES LLENA EN "
                        WS-OPM-MAX " ENTRADAS - SIN ALTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-VALIDO
                IF WS-ARRANQUE
                    MOVE "3" TO WS-CAP-NIVEL
                ELSE
                    DISPLAY "NIVEL (1 CONSULTA, 2 BATCH, "
                        "3 MANTENIMIENTO): " WITH NO ADVANCING
                    MOVE SPACE TO WS-CAP-NIVEL
                    ACCEPT WS-CAP-NIVEL
                    IF WS-CAP-NIVEL NOT = "1" AND NOT = "2"
                            AND NOT = "3"
                        DISPLAY "NIVEL INVALIDO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM PIDE-CLAVE-TEMPORAL
            END-IF.
            IF WS-VALIDO
                PERFORM CONFIRMA
            END-IF.
            IF WS-VALIDO
                MOVE SPACES TO WS-OPCL-REGISTRO
                MOVE WS-CAP-ID TO WS-OPCL-ID
                MOVE WS-CAP-NIVEL TO WS-OPCL-NIVEL
                PERFORM FIJA-CLAVE-TEMPORAL
                ADD 1 TO WS-OPM-COUNT
                MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-COUNT)
                SET WS-OPM-CAMBIADO TO TRUE
                PERFORM GRABA-OPERADORES
                MOVE "ALTA" TO WS-OEV-ACCION
                PERFORM REGISTRA-EVENTO-OPERADOR
                DISPLAY "OPERADOR " WS-CAP-ID " DADO DE ALTA - DEBE "
                    "CAMBIAR LA CLAVE EN SU PRIMERA FIRMA"
            END-IF.

       DESBLOQUEA-OPERADOR.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM DESBLOQUEA-OPERADOR-2
            END-IF.

       DESBLOQUEA-OPERADOR-2.
      *    Sirve para el bloqueado por fallos, el inhabilitado y el
      *    que olvido su clave: siempre con clave temporal nueva,
      *    nunca reabriendo la anterior.
            PERFORM PIDE-OPERADOR.
            IF WS-VALIDO
                PERFORM PIDE-CLAVE-TEMPORAL
            END-IF.
            IF WS-VALIDO
                PERFORM CONFIRMA
            END-IF.
            IF WS-VALIDO
                PERFORM FIJA-CLAVE-TEMPORAL
                MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-IX)
                SET WS-OPM-CAMBIADO TO TRUE
                PERFORM GRABA-OPERADORES
                MOVE "RESET" TO WS-OEV-ACCION
                PERFORM REGISTRA-EVENTO-OPERADOR
                DISPLAY "OPERADOR " WS-CAP-ID " ACTIVO CON CLAVE "
                    "TEMPORAL"
            END-IF.

       INHABILITA-OPERADOR.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM INHABILITA-OPERADOR-2
            END-IF.

       INHABILITA-OPERADOR-2.
            PERFORM PIDE-OPERADOR.
            IF WS-VALIDO AND WS-OPCL-EST-INHABIL
                DISPLAY "OPERADOR " WS-CAP-ID " YA ESTA INHABILITADO"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM CONFIRMA
            END-IF.
            IF WS-VALIDO
                PERFORM FECHA-HOY-OPERADOR
                MOVE "I" TO WS-OPCL-ESTADO
                MOVE WS-OPCL-HOY TO WS-OPCL-FECHA-ESTADO
                MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-IX)
                SET WS-OPM-CAMBIADO TO TRUE
                PERFORM GRABA-OPERADORES
                MOVE "INHABI" TO WS-OEV-ACCION
                PERFORM REGISTRA-EVENTO-OPERADOR
                DISPLAY "OPERADOR " WS-CAP-ID " INHABILITADO"
            END-IF.

       CAMBIA-NIVEL.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAMBIA-NIVEL-2
            END-IF.

       CAMBIA-NIVEL-2.
            PERFORM PIDE-OPERADOR.
            IF WS-VALIDO
                DISPLAY "NIVEL NUEVO (1 CONSULTA, 2 BATCH, "
                    "3 MANTENIMIENTO): " WITH NO ADVANCING
                MOVE SPACE TO WS-CAP-NIVEL
                ACCEPT WS-CAP-NIVEL
                IF WS-CAP-NIVEL NOT = "1" AND NOT = "2"
                        AND NOT = "3"
                    DISPLAY "NIVEL INVALIDO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM CONFIRMA
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-NIVEL TO WS-OPCL-NIVEL
                MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-IX)
                SET WS-OPM-CAMBIADO TO TRUE
                PERFORM GRABA-OPERADORES
                MOVE SPACES TO WS-OEV-ACCION
                STRING "NIVEL" WS-CAP-NIVEL DELIMITED BY SIZE
                    INTO WS-OEV-ACCION
                PERFORM REGISTRA-EVENTO-OPERADOR
                DISPLAY "OPERADOR " WS-CAP-ID " AHORA NIVEL "
                    WS-CAP-NIVEL
            END-IF.

       LISTA-OPERADORES.
            PERFORM CARGA-OPERADORES.
            DISPLAY "POLITICA: VIGENCIA " WS-OPM-DIAS-VIGENCIA
                " DIAS, BLOQUEO A " WS-OPM-MAX-FALLOS
                " FALLOS, HISTORIAL " WS-OPM-HISTORIA
                ", INACTIVIDAD " WS-OPM-DIAS-INACTIVO " DIAS".
            DISPLAY "OPERADOR N EST CAMBIO FALLOS VENCE    "
                "ULTIMO USO".
            MOVE 0 TO WS-LISTADOS.
            PERFORM VARYING WS-OPM-I FROM 1 BY 1
                    UNTIL WS-OPM-I > WS-OPM-COUNT
                MOVE WS-OPM-ENTRY (WS-OPM-I) TO WS-OPCL-REGISTRO
                PERFORM MUESTRA-OPERADOR
                ADD 1 TO WS-LISTADOS
            END-PERFORM.
            DISPLAY "OPERADORES: " WS-LISTADOS.

       MUESTRA-OPERADOR.
            MOVE WS-OPCL-FALLOS TO WS-FALLOS-EDIT.
            DISPLAY WS-OPCL-ID " " WS-OPCL-NIVEL " "
                WS-OPCL-ESTADO "   " WS-OPCL-CAMBIO "      "
                WS-FALLOS-EDIT "     " WS-OPCL-VENCE " "
                WS-OPCL-ULTIMO-USO.

       REGISTRA-EVENTO-OPERADOR.
            MOVE WS-CAP-ID TO WS-OEV-ID.
            MOVE WS-OPERADOR TO WS-OEV-OPERADOR.
            MOVE WS-OPERADOR-EVENTO TO WS-OPSLOG-EVENT.
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
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE "N" TO WS-ARRANQUE-SWITCH.
            MOVE SPACES TO WS-OPERADOR.
            MOVE 0 TO WS-OPM-COUNT.

       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-OPERADORES.
