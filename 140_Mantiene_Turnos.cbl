      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shift roster desk. Maintains the shift master
      *          (TURNOS.DAT: code, description, scheduled start and
      *          end as HHMM, an end at or before the start meaning
      *          the shift runs past midnight) and the roster
      *          (ROSTER.DAT): assigns a shift to an HRMAST employee
      *          over a date range, the rest days of the week given
      *          as a seven-position mask from Monday to Sunday, and
      *          changes the shift of a single day or makes it a
      *          rest day. An assignment overwrites whatever the
      *          employee had rostered on those dates; the roster is
      *          never changed before the business date, and lines
      *          older than 90 days are dropped when it is rewritten.
      *          Changing a shift's hours carries the new hours to
      *          the roster lines of that shift from the business
      *          date on. Also maintains the overtime pricing rules
      *          (OTRULES.DAT): the factor on the base overtime rate
      *          for a day type (L working day, D rest day, F
      *          holiday) and shift, "****" standing for any shift.
      *          CAPTURA-ASISTENCIA measures attendance against the
      *          roster and CALCULA-NOMINA prices overtime by the
      *          rules. Updates are refused while the nightly chain
      *          holds the data set; each is logged to the shared
      *          OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-TURNOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           COPY "TURNSL.cpy".
           COPY "HEXTSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       COPY "TURNFD.cpy".
       COPY "HEXTFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-TURNO             PIC X(4).
       01  WS-CAP-DESCRIPCION       PIC X(20).
       01  WS-CAP-ACTIVO            PIC X.
       01  WS-CAP-TIPO-DIA          PIC X.
       01  WS-CAP-FACTOR            PIC 9V99.
       01  WS-CAP-MASCARA           PIC X(7).
       01  WS-CAP-ENTRADA           PIC 9(4).
       01  WS-CAP-ENTRADA-R REDEFINES WS-CAP-ENTRADA.
           05  WS-ENT-HH            PIC 99.
           05  WS-ENT-MM            PIC 99.
       01  WS-CAP-SALIDA            PIC 9(4).
       01  WS-CAP-SALIDA-R REDEFINES WS-CAP-SALIDA.
           05  WS-SAL-HH            PIC 99.
           05  WS-SAL-MM            PIC 99.
       01  WS-CAP-DESDE             PIC 9(8).
       01  WS-CAP-DESDE-R REDEFINES WS-CAP-DESDE.
           05  WS-DESDE-ANO         PIC 9(4).
           05  WS-DESDE-MES         PIC 9(2).
           05  WS-DESDE-DIA         PIC 9(2).
       01  WS-CAP-HASTA             PIC 9(8).
       01  WS-CAP-HASTA-R REDEFINES WS-CAP-HASTA.
           05  WS-HASTA-ANO         PIC 9(4).
           05  WS-HASTA-MES         PIC 9(2).
           05  WS-HASTA-DIA         PIC 9(2).
       01  WS-EMP-APELLIDOS         PIC X(20).

      *    Rango de fechas en dias enteros para recorrerlo dia a dia;
      *    un rango de mas de un ano es casi seguro un error de tipeo.
       01  WS-INT-DESDE             PIC 9(7).
       01  WS-INT-HASTA             PIC 9(7).
       01  WS-INT-DIA               PIC 9(7).
       01  WS-FECHA-DIA             PIC 9(8).
       01  WS-DIA-SEMANA            PIC 9.
       01  WS-DIAS                  PIC 9(3).
       01  WS-DIAS-MAX              PIC 9(3) VALUE 366.
       01  WS-DESCANSO-SWITCH       PIC X.
           88  WS-DESCANSO          VALUE "Y".
       01  WS-ENCONTRADAS           PIC 9(5).
       01  WS-LINEAS-AJUSTADAS      PIC 9(5).

       01  WS-ROSTER-LINEA.
           05  WS-RL-FECHA          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-TURNO          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-ENTRADA        PIC 9(4).
           05  FILLER               PIC X VALUE "-".
           05  WS-RL-SALIDA         PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RL-DESC           PIC X(20).

       01  WS-TURNO-LINEA.
           05  FILLER               PIC X(8) VALUE "  TURNO ".
           05  WS-TL-CODIGO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TL-DESC           PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TL-ENTRADA        PIC 9(4).
           05  FILLER               PIC X VALUE "-".
           05  WS-TL-SALIDA         PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TL-ESTADO         PIC X(8).

       01  WS-REGLA-LINEA.
           05  FILLER               PIC X(17)
                   VALUE "  REGLA TIPO DIA ".
           05  WS-XL-TIPO           PIC X.
           05  FILLER               PIC X(7) VALUE " TURNO ".
           05  WS-XL-TURNO          PIC X(4).
           05  FILLER               PIC X(8) VALUE " FACTOR ".
           05  WS-XL-FACTOR         PIC 9.99.

       01  WS-TURNO-EVENTO.
           05  FILLER               PIC X(6) VALUE "TURNO ".
           05  WS-TEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TEV-CLAVE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TEV-DATO          PIC X(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-TEV-OPERADOR      PIC X(8).

       01  WS-ROSTER-EVENTO.
           05  FILLER               PIC X(7) VALUE "ROSTER ".
           05  WS-REV-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-TURNO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-DESDE         PIC 9(8).
           05  FILLER               PIC X VALUE "+".
           05  WS-REV-DIAS          PIC 9(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TURNWS.cpy".
       COPY "HEXTWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-TURNOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

      *    Las lineas de roster de mas de 90 dias ya pasaron por la
      *    captura de asistencia; se descartan al regrabar.
            COMPUTE WS-ROS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-OPSLOG-DATE) - 90).

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. ALTA O CAMBIO DE TURNO"
                DISPLAY "2. ASIGNAR TURNO A EMPLEADO POR RANGO DE "
                    "FECHAS"
                DISPLAY "3. CAMBIAR TURNO O DESCANSO DE UN DIA"
                DISPLAY "4. CONSULTA DE ROSTER DE EMPLEADO"
                DISPLAY "5. ALTA O CAMBIO DE REGLA DE HORA EXTRA"
                DISPLAY "6. CONSULTA DE TURNOS Y REGLAS"
                DISPLAY "7. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM MANTIENE-TURNO
                    WHEN 2
                        PERFORM ASIGNA-RANGO
                    WHEN 3
                        PERFORM CAMBIA-DIA
                    WHEN 4
                        PERFORM CONSULTA-ROSTER
                    WHEN 5
                        PERFORM MANTIENE-REGLA
                    WHEN 6
                        PERFORM CONSULTA-TURNOS
                    WHEN 7
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

       MANTIENE-TURNO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM MANTIENE-TURNO-2
            END-IF.

       MANTIENE-TURNO-2.
      *    Un codigo existente se cambia en su lugar; el horario
      *    nuevo pasa a las lineas del roster de ese turno desde la
      *    fecha de negocio, las anteriores quedan como se trabajaron.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-TURNOS.
            DISPLAY "CODIGO DE TURNO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-TURNO.
            IF WS-CAP-TURNO = SPACES OR WS-CAP-TURNO = "****"
                DISPLAY "CODIGO DE TURNO INVALIDO - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-TURNO TO WS-TURN-LOOKUP-CODIGO
                PERFORM BUSCA-TURNO
                IF WS-TURN-IX > 0
                    DISPLAY "CAMBIO DE " WS-TURN-TBL-DESC (WS-TURN-IX)
                        " " WS-TURN-TBL-ENTRADA (WS-TURN-IX) "-"
                        WS-TURN-TBL-SALIDA (WS-TURN-IX)
                END-IF
                DISPLAY "DESCRIPCION: " WITH NO ADVANCING
                ACCEPT WS-CAP-DESCRIPCION
                PERFORM CAPTURA-HORARIO
            END-IF.
            IF WS-VALIDO
                DISPLAY "ACTIVO (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-ACTIVO
                IF WS-CAP-ACTIVO NOT = "S" AND WS-CAP-ACTIVO NOT = "N"
                    DISPLAY "ACTIVO DEBE SER S O N - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-TURN-IX = 0
                    IF WS-TURN-COUNT >= WS-TURN-MAX
                        DISPLAY "TABLA DE TURNOS LLENA EN "
                            WS-TURN-MAX " ENTRADAS - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        ADD 1 TO WS-TURN-COUNT
                        MOVE WS-TURN-COUNT TO WS-TURN-IX
                        MOVE WS-CAP-TURNO
                            TO WS-TURN-TBL-CODIGO (WS-TURN-IX)
                        MOVE "ALTA" TO WS-TEV-ACCION
                    END-IF
                ELSE
                    MOVE "CAMBIO" TO WS-TEV-ACCION
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-DESCRIPCION
                    TO WS-TURN-TBL-DESC (WS-TURN-IX)
                MOVE WS-CAP-ENTRADA TO WS-TURN-TBL-ENTRADA (WS-TURN-IX)
                MOVE WS-CAP-SALIDA TO WS-TURN-TBL-SALIDA (WS-TURN-IX)
                MOVE WS-CAP-ACTIVO TO WS-TURN-TBL-ACTIVO (WS-TURN-IX)
                SET WS-TURN-CAMBIADO TO TRUE
                PERFORM GRABA-TURNOS
                PERFORM AJUSTA-ROSTER-TURNO
                MOVE WS-CAP-TURNO TO WS-TEV-CLAVE
                MOVE WS-CAP-ENTRADA TO WS-TEV-DATO (1:4)
                MOVE WS-CAP-SALIDA TO WS-TEV-DATO (5:4)
                PERFORM REGISTRA-EVENTO-TURNO
                DISPLAY "TURNO " WS-CAP-TURNO " GRABADO - "
                    WS-CAP-ENTRADA "-" WS-CAP-SALIDA
                IF WS-LINEAS-AJUSTADAS > 0
                    DISPLAY WS-LINEAS-AJUSTADAS " DIAS DE ROSTER "
                        "TOMAN EL HORARIO NUEVO"
                END-IF
            END-IF.

       CAPTURA-HORARIO.
            DISPLAY "HORA DE ENTRADA (HHMM): " WITH NO ADVANCING.
            ACCEPT WS-CAP-ENTRADA.
            DISPLAY "HORA DE SALIDA (HHMM): " WITH NO ADVANCING.
            ACCEPT WS-CAP-SALIDA.
            EVALUATE TRUE
                WHEN WS-ENT-HH > 23 OR WS-ENT-MM > 59
                        OR WS-SAL-HH > 23 OR WS-SAL-MM > 59
                    DISPLAY "HORA INVALIDA - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-ENTRADA = WS-CAP-SALIDA
                    DISPLAY "ENTRADA IGUAL A SALIDA - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-SALIDA < WS-CAP-ENTRADA
                    DISPLAY "TURNO QUE CRUZA LA MEDIANOCHE"
            END-EVALUATE.

       AJUSTA-ROSTER-TURNO.
            MOVE 0 TO WS-LINEAS-AJUSTADAS.
            MOVE 0 TO WS-ROS-FECHA-CARGA.
            PERFORM CARGA-ROSTER.
            PERFORM VARYING WS-ROS-I FROM 1 BY 1
                    UNTIL WS-ROS-I > WS-ROS-COUNT
                IF WS-ROS-TBL-TURNO (WS-ROS-I) = WS-CAP-TURNO
                        AND WS-ROS-TBL-DESCANSO (WS-ROS-I) NOT = "S"
                        AND WS-ROS-TBL-FECHA (WS-ROS-I)
                            >= WS-OPSLOG-DATE
                    MOVE WS-CAP-ENTRADA
                        TO WS-ROS-TBL-ENTRADA (WS-ROS-I)
                    MOVE WS-CAP-SALIDA TO WS-ROS-TBL-SALIDA (WS-ROS-I)
                    ADD 1 TO WS-LINEAS-AJUSTADAS
                END-IF
            END-PERFORM.
            IF WS-LINEAS-AJUSTADAS > 0
                SET WS-ROS-CAMBIADO TO TRUE
                PERFORM GRABA-ROSTER
            END-IF.

       ASIGNA-RANGO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ASIGNA-RANGO-2
            END-IF.

       ASIGNA-RANGO-2.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-TURNOS.
            MOVE 0 TO WS-ROS-FECHA-CARGA.
            PERFORM CARGA-ROSTER.
            PERFORM CAPTURA-EMPLEADO.
            IF WS-VALIDO
                PERFORM CAPTURA-TURNO-ACTIVO
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-RANGO
            END-IF.
            IF WS-VALIDO
                DISPLAY "DIAS DE DESCANSO LUNES A DOMINGO (S/N, "
                    "EJ. NNNNNSS): " WITH NO ADVANCING
                ACCEPT WS-CAP-MASCARA
                MOVE 0 TO WS-ENCONTRADAS
                INSPECT WS-CAP-MASCARA TALLYING WS-ENCONTRADAS
                    FOR ALL "S" ALL "N"
                IF WS-ENCONTRADAS NOT = 7
                    DISPLAY "MASCARA INVALIDA - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-ROS-COUNT + WS-DIAS > WS-ROS-MAX
                    DISPLAY "TABLA DE ROSTER LLENA EN "
                        WS-ROS-MAX " ENTRADAS - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM VARYING WS-INT-DIA FROM WS-INT-DESDE BY 1
                        UNTIL WS-INT-DIA > WS-INT-HASTA
                    PERFORM ASIGNA-UN-DIA
                END-PERFORM
                SET WS-ROS-CAMBIADO TO TRUE
                PERFORM GRABA-ROSTER
                MOVE WS-CAP-TURNO TO WS-REV-TURNO
                PERFORM REGISTRA-EVENTO-ROSTER
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO " " WS-EMP-APELLIDOS
                    " EN TURNO " WS-CAP-TURNO " DEL " WS-CAP-DESDE
                    " AL " WS-CAP-HASTA
            END-IF.

       ASIGNA-UN-DIA.
      *    1 = lunes ... 7 = domingo (INTEGER-OF-DATE del 1601-01-01
      *    cayo en lunes).
            COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
            COMPUTE WS-DIA-SEMANA =
                FUNCTION MOD(WS-INT-DIA - 1, 7) + 1.
            IF WS-CAP-MASCARA (WS-DIA-SEMANA:1) = "S"
                SET WS-DESCANSO TO TRUE
            ELSE
                MOVE "N" TO WS-DESCANSO-SWITCH
            END-IF.
            PERFORM PONE-LINEA-ROSTER.

       PONE-LINEA-ROSTER.
      *    WS-TURN-IX trae el turno; lo que el empleado tuviera ese
      *    dia se reemplaza.
            MOVE WS-CAP-EMPLEADO TO WS-ROS-LOOKUP-EMP.
            MOVE WS-FECHA-DIA TO WS-ROS-LOOKUP-FECHA.
            PERFORM BUSCA-ROSTER.
            IF WS-ROS-IX = 0
                ADD 1 TO WS-ROS-COUNT
                MOVE WS-ROS-COUNT TO WS-ROS-IX
                MOVE WS-CAP-EMPLEADO TO WS-ROS-TBL-EMP (WS-ROS-IX)
                MOVE WS-FECHA-DIA TO WS-ROS-TBL-FECHA (WS-ROS-IX)
            END-IF.
            IF WS-DESCANSO
                MOVE SPACES TO WS-ROS-TBL-TURNO (WS-ROS-IX)
                MOVE 0 TO WS-ROS-TBL-ENTRADA (WS-ROS-IX)
                MOVE 0 TO WS-ROS-TBL-SALIDA (WS-ROS-IX)
                MOVE "S" TO WS-ROS-TBL-DESCANSO (WS-ROS-IX)
            ELSE
                MOVE WS-TURN-TBL-CODIGO (WS-TURN-IX)
                    TO WS-ROS-TBL-TURNO (WS-ROS-IX)
                MOVE WS-TURN-TBL-ENTRADA (WS-TURN-IX)
                    TO WS-ROS-TBL-ENTRADA (WS-ROS-IX)
                MOVE WS-TURN-TBL-SALIDA (WS-TURN-IX)
                    TO WS-ROS-TBL-SALIDA (WS-ROS-IX)
                MOVE "N" TO WS-ROS-TBL-DESCANSO (WS-ROS-IX)
            END-IF.

       CAMBIA-DIA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAMBIA-DIA-2
            END-IF.

       CAMBIA-DIA-2.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-TURNOS.
            MOVE 0 TO WS-ROS-FECHA-CARGA.
            PERFORM CARGA-ROSTER.
            PERFORM CAPTURA-EMPLEADO.
            IF WS-VALIDO
                DISPLAY "FECHA (AAAAMMDD): " WITH NO ADVANCING
                ACCEPT WS-CAP-DESDE
                MOVE WS-CAP-DESDE TO WS-CAP-HASTA
                PERFORM VALIDA-RANGO
            END-IF.
            IF WS-VALIDO
                DISPLAY "TURNO O DESC PARA DESCANSO: "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-TURNO
                IF WS-CAP-TURNO = "DESC"
                    SET WS-DESCANSO TO TRUE
                ELSE
                    MOVE "N" TO WS-DESCANSO-SWITCH
                    PERFORM VALIDA-TURNO-ACTIVO
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-ROS-COUNT >= WS-ROS-MAX
                    MOVE WS-CAP-EMPLEADO TO WS-ROS-LOOKUP-EMP
                    MOVE WS-CAP-DESDE TO WS-ROS-LOOKUP-FECHA
                    PERFORM BUSCA-ROSTER
                    IF WS-ROS-IX = 0
                        DISPLAY "TABLA DE ROSTER LLENA EN "
                            WS-ROS-MAX " ENTRADAS - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-DESDE TO WS-FECHA-DIA
                PERFORM PONE-LINEA-ROSTER
                SET WS-ROS-CAMBIADO TO TRUE
                PERFORM GRABA-ROSTER
                MOVE WS-CAP-TURNO TO WS-REV-TURNO
                PERFORM REGISTRA-EVENTO-ROSTER
                IF WS-DESCANSO
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO " DESCANSA EL "
                        WS-CAP-DESDE
                ELSE
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO " EN TURNO "
                        WS-CAP-TURNO " EL " WS-CAP-DESDE
                END-IF
            END-IF.

       CONSULTA-ROSTER.
      *    Se recorre el rango dia a dia para mostrarlo en orden de
      *    fecha.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-TURNOS.
            MOVE 0 TO WS-ROS-FECHA-CARGA.
            PERFORM CARGA-ROSTER.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            DISPLAY "DESDE (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-DESDE.
            DISPLAY "HASTA (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-HASTA.
            PERFORM VALIDA-FECHAS.
            IF WS-VALIDO
                MOVE 0 TO WS-ENCONTRADAS
                PERFORM VARYING WS-INT-DIA FROM WS-INT-DESDE BY 1
                        UNTIL WS-INT-DIA > WS-INT-HASTA
                    PERFORM MUESTRA-UN-DIA
                END-PERFORM
                IF WS-ENCONTRADAS = 0
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " SIN ROSTER EN EL RANGO"
                END-IF
            END-IF.

       MUESTRA-UN-DIA.
            COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
            MOVE WS-CAP-EMPLEADO TO WS-ROS-LOOKUP-EMP.
            MOVE WS-FECHA-DIA TO WS-ROS-LOOKUP-FECHA.
            PERFORM BUSCA-ROSTER.
            IF WS-ROS-IX > 0
                ADD 1 TO WS-ENCONTRADAS
                MOVE WS-FECHA-DIA TO WS-RL-FECHA
                IF WS-ROS-TBL-DESCANSO (WS-ROS-IX) = "S"
                    MOVE "DESC" TO WS-RL-TURNO
                    MOVE 0 TO WS-RL-ENTRADA
                    MOVE 0 TO WS-RL-SALIDA
                    MOVE "DESCANSO" TO WS-RL-DESC
                ELSE
                    MOVE WS-ROS-TBL-TURNO (WS-ROS-IX) TO WS-RL-TURNO
                    MOVE WS-ROS-TBL-ENTRADA (WS-ROS-IX)
                        TO WS-RL-ENTRADA
                    MOVE WS-ROS-TBL-SALIDA (WS-ROS-IX) TO WS-RL-SALIDA
                    MOVE WS-ROS-TBL-TURNO (WS-ROS-IX)
                        TO WS-TURN-LOOKUP-CODIGO
                    PERFORM BUSCA-TURNO
                    IF WS-TURN-IX > 0
                        MOVE WS-TURN-TBL-DESC (WS-TURN-IX)
                            TO WS-RL-DESC
                    ELSE
                        MOVE "TURNO NO EN TURNOS" TO WS-RL-DESC
                    END-IF
                END-IF
                DISPLAY WS-ROSTER-LINEA
            END-IF.

       MANTIENE-REGLA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM MANTIENE-REGLA-2
            END-IF.

       MANTIENE-REGLA-2.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-TURNOS.
            PERFORM CARGA-REGLAS-EXTRA.
            DISPLAY "TIPO DE DIA (L HABIL, D DESCANSO, F FERIADO): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-TIPO-DIA.
            IF WS-CAP-TIPO-DIA NOT = "L" AND WS-CAP-TIPO-DIA NOT = "D"
                    AND WS-CAP-TIPO-DIA NOT = "F"
                DISPLAY "TIPO DE DIA INVALIDO - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                DISPLAY "TURNO (**** PARA CUALQUIERA): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-TURNO
                IF WS-CAP-TURNO NOT = "****"
                    MOVE WS-CAP-TURNO TO WS-TURN-LOOKUP-CODIGO
                    PERFORM BUSCA-TURNO
                    IF WS-TURN-IX = 0
                        DISPLAY "TURNO " WS-CAP-TURNO
                            " NO ESTA EN TURNOS - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-TIPO-DIA TO WS-HEXT-LOOKUP-TIPO
                MOVE WS-CAP-TURNO TO WS-HEXT-LOOKUP-TURNO
                PERFORM BUSCA-REGLA-EXTRA
                IF WS-HEXT-IX > 0
                    DISPLAY "FACTOR ACTUAL "
                        WS-HEXT-TBL-FACTOR (WS-HEXT-IX)
                END-IF
                DISPLAY "FACTOR SOBRE LA TARIFA SIMPLE (9.99): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-FACTOR
                IF WS-CAP-FACTOR < 1
                    DISPLAY "FACTOR MENOR QUE 1.00 - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-HEXT-IX = 0
                    IF WS-HEXT-COUNT >= WS-HEXT-MAX
                        DISPLAY "TABLA DE REGLAS LLENA EN "
                            WS-HEXT-MAX " ENTRADAS - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        ADD 1 TO WS-HEXT-COUNT
                        MOVE WS-HEXT-COUNT TO WS-HEXT-IX
                        MOVE WS-CAP-TIPO-DIA
                            TO WS-HEXT-TBL-TIPO (WS-HEXT-IX)
                        MOVE WS-CAP-TURNO
                            TO WS-HEXT-TBL-TURNO (WS-HEXT-IX)
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-FACTOR TO WS-HEXT-TBL-FACTOR (WS-HEXT-IX)
                SET WS-HEXT-CAMBIADO TO TRUE
                PERFORM GRABA-REGLAS-EXTRA
                MOVE "REGLA" TO WS-TEV-ACCION
                MOVE WS-CAP-TIPO-DIA TO WS-TEV-CLAVE
                MOVE WS-CAP-TURNO TO WS-TEV-CLAVE (2:4)
                MOVE WS-CAP-FACTOR TO WS-XL-FACTOR
                MOVE WS-XL-FACTOR TO WS-TEV-DATO
                PERFORM REGISTRA-EVENTO-TURNO
                DISPLAY "HORA EXTRA TIPO " WS-CAP-TIPO-DIA " TURNO "
                    WS-CAP-TURNO " A " WS-XL-FACTOR
                    " DESDE LA PROXIMA NOMINA"
            END-IF.

       CONSULTA-TURNOS.
            PERFORM CARGA-TURNOS.
            PERFORM CARGA-REGLAS-EXTRA.
            PERFORM VARYING WS-TURN-I FROM 1 BY 1
                    UNTIL WS-TURN-I > WS-TURN-COUNT
                MOVE WS-TURN-TBL-CODIGO (WS-TURN-I) TO WS-TL-CODIGO
                MOVE WS-TURN-TBL-DESC (WS-TURN-I) TO WS-TL-DESC
                MOVE WS-TURN-TBL-ENTRADA (WS-TURN-I) TO WS-TL-ENTRADA
                MOVE WS-TURN-TBL-SALIDA (WS-TURN-I) TO WS-TL-SALIDA
                IF WS-TURN-TBL-ACTIVO (WS-TURN-I) = "S"
                    MOVE "ACTIVO" TO WS-TL-ESTADO
                ELSE
                    MOVE "INACTIVO" TO WS-TL-ESTADO
                END-IF
                DISPLAY WS-TURNO-LINEA
            END-PERFORM.
            IF WS-TURN-COUNT = 0
                DISPLAY "SIN TURNOS REGISTRADOS"
            END-IF.
            PERFORM VARYING WS-HEXT-I FROM 1 BY 1
                    UNTIL WS-HEXT-I > WS-HEXT-COUNT
                MOVE WS-HEXT-TBL-TIPO (WS-HEXT-I) TO WS-XL-TIPO
                MOVE WS-HEXT-TBL-TURNO (WS-HEXT-I) TO WS-XL-TURNO
                MOVE WS-HEXT-TBL-FACTOR (WS-HEXT-I) TO WS-XL-FACTOR
                DISPLAY WS-REGLA-LINEA
            END-PERFORM.
            IF WS-HEXT-COUNT = 0
                DISPLAY "SIN REGLAS - TODA HORA EXTRA A TARIFA SIMPLE"
            END-IF.

       CAPTURA-EMPLEADO.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN HRMAST - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CAPTURA-TURNO-ACTIVO.
            DISPLAY "CODIGO DE TURNO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-TURNO.
            PERFORM VALIDA-TURNO-ACTIVO.

       VALIDA-TURNO-ACTIVO.
            MOVE WS-CAP-TURNO TO WS-TURN-LOOKUP-CODIGO.
            PERFORM BUSCA-TURNO.
            IF WS-TURN-IX = 0
                DISPLAY "TURNO " WS-CAP-TURNO
                    " NO ESTA EN TURNOS - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-TURN-TBL-ACTIVO (WS-TURN-IX) NOT = "S"
                    DISPLAY "TURNO " WS-CAP-TURNO
                        " INACTIVO - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CAPTURA-RANGO.
            DISPLAY "DESDE (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-DESDE.
            DISPLAY "HASTA (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-HASTA.
            PERFORM VALIDA-RANGO.

       VALIDA-RANGO.
      *    Lo ya capturado por la asistencia no se reescribe: el
      *    roster solo cambia desde la fecha de negocio.
            PERFORM VALIDA-FECHAS.
            IF WS-VALIDO
                IF WS-CAP-DESDE < WS-OPSLOG-DATE
                    DISPLAY "EL ROSTER NO SE CAMBIA ANTES DE "
                        WS-OPSLOG-DATE " - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       VALIDA-FECHAS.
            MOVE 0 TO WS-INT-DESDE.
            MOVE 0 TO WS-INT-HASTA.
            IF WS-DESDE-MES < 1 OR WS-DESDE-MES > 12
                    OR WS-DESDE-DIA < 1 OR WS-DESDE-DIA > 31
                    OR WS-HASTA-MES < 1 OR WS-HASTA-MES > 12
                    OR WS-HASTA-DIA < 1 OR WS-HASTA-DIA > 31
                    OR WS-DESDE-ANO < 1601 OR WS-HASTA-ANO < 1601
                DISPLAY "FECHA INVALIDA - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                COMPUTE WS-INT-DESDE =
                    FUNCTION INTEGER-OF-DATE(WS-CAP-DESDE)
                COMPUTE WS-INT-HASTA =
                    FUNCTION INTEGER-OF-DATE(WS-CAP-HASTA)
                EVALUATE TRUE
                    WHEN WS-INT-DESDE = 0 OR WS-INT-HASTA = 0
                        DISPLAY "FECHA INVALIDA - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-INT-HASTA < WS-INT-DESDE
                        DISPLAY "HASTA ANTERIOR A DESDE - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-INT-HASTA - WS-INT-DESDE >= WS-DIAS-MAX
                        DISPLAY "RANGO DE MAS DE " WS-DIAS-MAX
                            " DIAS - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN OTHER
                        COMPUTE WS-DIAS =
                            WS-INT-HASTA - WS-INT-DESDE + 1
                END-EVALUATE
            END-IF.

       REGISTRA-EVENTO-TURNO.
            MOVE WS-OPERADOR TO WS-TEV-OPERADOR.
            MOVE WS-TURNO-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       REGISTRA-EVENTO-ROSTER.
            MOVE WS-CAP-EMPLEADO TO WS-REV-EMPLEADO.
            MOVE WS-CAP-DESDE TO WS-REV-DESDE.
            MOVE WS-DIAS TO WS-REV-DIAS.
            MOVE WS-OPERADOR TO WS-REV-OPERADOR.
            MOVE WS-ROSTER-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       BUSCA-EMPLEADO.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            MOVE SPACES TO WS-EMP-APELLIDOS.
            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "BUSCA-EMPLEADO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-CAP-EMPLEADO TO HR-EMPLOYEE-ID.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    SET WS-HR-FOUND TO TRUE
                    MOVE HR-APELLIDOS TO WS-EMP-APELLIDOS
            END-READ.
            CLOSE HR-MASTER-FILE.

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

       COPY "TURNWR.cpy".
       COPY "HEXTWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-TURNOS.
