      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave-of-absence desk for every leave type other
      *          than vacation (vacation keeps its own balance on
      *          VACBAL.DAT through ACUMULA-VACACIONES and
      *          APLICA-VACACIONES). Maintains the leave type master
      *          (LEAVETYP.DAT: code, description, yearly entitlement
      *          in days, zero for no ceiling, paid S or unpaid N,
      *          active flag), registers the approved leave of an
      *          employee on the leave request file (LEAVEREQ.DAT:
      *          employee, type, first and last calendar day, days,
      *          paid flag of the type, approver) against the
      *          employee's balance for the year (LEAVEBAL.DAT:
      *          entitlement and days taken per employee, type and
      *          year, opened at the type's entitlement on first
      *          use), cancels a leave not yet begun giving the days
      *          back, and adjusts an employee's entitlement for a
      *          year. A leave may not overlap another of the same
      *          employee nor cross the year end. CAPTURA-ASISTENCIA
      *          and CALCULA-NOMINA read the approved requests to
      *          treat the covered days by the paid flag; the
      *          statement per employee is ESTADO-LICENCIAS. Updates
      *          are refused while the nightly chain holds the data
      *          set; each is logged to the shared OPSLOG with the
      *          operator id. Registering a leave shows the
      *          employee's supervisor (HR-SUPERVISOR-ID), who
      *          approves it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-LICENCIAS.

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
           SELECT LEAVE-TYPES ASSIGN TO "LEAVETYP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTY-STATUS.
           SELECT LEAVE-TYPES-NEW ASSIGN TO "LEAVETYP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTN-STATUS.
           SELECT LEAVE-BALANCES ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBA-STATUS.
           SELECT LEAVE-BALANCES-NEW ASSIGN TO "LEAVEBAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBN-STATUS.
           SELECT LEAVE-REQUESTS ASSIGN TO "LEAVEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.
           SELECT LEAVE-REQUESTS-NEW ASSIGN TO "LEAVEREQ.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRN-STATUS.
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Tipos de licencia; derecho 000 = sin tope anual. Pagada
      *    S = el dia se paga, N = se descuenta como la falta.
       FD  LEAVE-TYPES.
       01  LEAVE-TYPE-RECORD.
           05  LT-CODIGO            PIC X(3).
           05  LT-DESCRIPCION       PIC X(20).
           05  LT-DERECHO           PIC 9(3).
           05  LT-PAGADA            PIC X.
           05  LT-ACTIVO            PIC X.

       FD  LEAVE-TYPES-NEW.
       01  LEAVE-TYPE-NEW-LINE      PIC X(28).

      *    Saldo por empleado, tipo y ano: derecho del ano y dias
      *    ya concedidos.
       FD  LEAVE-BALANCES.
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMPLOYEE-ID       PIC 9(6).
           05  LB-CODIGO            PIC X(3).
           05  LB-ANO               PIC 9(4).
           05  LB-DERECHO           PIC 9(3).
           05  LB-TOMADOS           PIC 9(3).

       FD  LEAVE-BALANCES-NEW.
       01  LEAVE-BALANCE-NEW-LINE   PIC X(19).

      *    Mismo layout que leen CAPTURA-ASISTENCIA, CALCULA-NOMINA
      *    y ESTADO-LICENCIAS; estado A = aprobada, C = cancelada.
       FD  LEAVE-REQUESTS.
       01  LEAVE-REQUEST-RECORD.
           05  LR-EMPLOYEE-ID       PIC 9(6).
           05  LR-CODIGO            PIC X(3).
           05  LR-DESDE             PIC 9(8).
           05  LR-HASTA             PIC 9(8).
           05  LR-DIAS              PIC 9(3).
           05  LR-PAGADA            PIC X.
           05  LR-ESTADO            PIC X.
           05  LR-APROBADOR         PIC X(8).
           05  LR-FECHA             PIC 9(8).

       FD  LEAVE-REQUESTS-NEW.
       01  LEAVE-REQUEST-NEW-LINE   PIC X(46).

       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-LTY-STATUS            PIC XX.
           88  WS-LTY-OK            VALUE "00".
       01  WS-LTN-STATUS            PIC XX.
           88  WS-LTN-OK            VALUE "00".
       01  WS-LBA-STATUS            PIC XX.
           88  WS-LBA-OK            VALUE "00".
       01  WS-LBN-STATUS            PIC XX.
           88  WS-LBN-OK            VALUE "00".
       01  WS-LRQ-STATUS            PIC XX.
           88  WS-LRQ-OK            VALUE "00".
       01  WS-LRN-STATUS            PIC XX.
           88  WS-LRN-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-HR-SUPERVISOR         PIC 9(6).
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-SALDO-HALLADO-SWITCH  PIC X.
           88  WS-SALDO-HALLADO     VALUE "Y".
       01  WS-MATCH-COUNT           PIC 9(4).

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-CODIGO            PIC X(3).
       01  WS-CAP-DESCRIPCION       PIC X(20).
       01  WS-CAP-DERECHO           PIC 9(3).
       01  WS-CAP-PAGADA            PIC X.
           88  WS-PAGADA-VALIDA     VALUES "S" "N".
       01  WS-CAP-ACTIVO            PIC X.
           88  WS-ACTIVO-VALIDO     VALUES "S" "N".
       01  WS-CAP-ANO               PIC 9(4).
       01  WS-CAP-DESDE             PIC 9(8).
       01  WS-CAP-DESDE-R REDEFINES WS-CAP-DESDE.
           05  WS-DESDE-ANO         PIC 9(4).
           05  WS-DESDE-MES         PIC 99.
           05  WS-DESDE-DIA         PIC 99.
       01  WS-CAP-HASTA             PIC 9(8).
       01  WS-CAP-HASTA-R REDEFINES WS-CAP-HASTA.
           05  WS-HASTA-ANO         PIC 9(4).
           05  WS-HASTA-MES         PIC 99.
           05  WS-HASTA-DIA         PIC 99.
       01  WS-CAP-DIAS              PIC 9(3).
       01  WS-DIAS-CALC             PIC S9(7).

      *    Tipo hallado por BUSCA-TIPO.
       01  WS-TIPO-DESCRIPCION      PIC X(20).
       01  WS-TIPO-DERECHO          PIC 9(3).
       01  WS-TIPO-PAGADA           PIC X.
       01  WS-TIPO-ACTIVO           PIC X.

      *    Saldo del empleado, tipo y ano en curso de actualizacion.
       01  WS-SAL-DERECHO           PIC 9(3).
       01  WS-SAL-TOMADOS           PIC 9(3).
       01  WS-SAL-DISPONIBLE        PIC 9(3).

      *    Licencia a cancelar, hallada por BUSCA-LICENCIA.
       01  WS-LIC-HASTA             PIC 9(8).
       01  WS-LIC-DIAS              PIC 9(3).
       01  WS-LIC-ESTADO            PIC X.

       01  WS-LICENCIA-EVENTO.
           05  FILLER               PIC X(9) VALUE "LICENCIA ".
           05  WS-LIE-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIE-CODIGO        PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIE-DESDE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-LIE-OPERADOR      PIC X(8).
       01  WS-CANCELA-EVENTO.
           05  FILLER               PIC X(8) VALUE "CANCELA ".
           05  WS-CAE-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CAE-CODIGO        PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CAE-DESDE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-CAE-OPERADOR      PIC X(8).
       01  WS-TIPO-EVENTO.
           05  FILLER               PIC X(9) VALUE "TIPO-LIC ".
           05  WS-TIE-CODIGO        PIC X(3).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-TIE-OPERADOR      PIC X(8).
       01  WS-DERECHO-EVENTO.
           05  FILLER               PIC X(8) VALUE "DERECHO ".
           05  WS-DEE-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DEE-CODIGO        PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DEE-ANO           PIC 9(4).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-DEE-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-LICENCIAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. ALTA O CAMBIO DE TIPO DE LICENCIA"
                DISPLAY "2. REGISTRAR LICENCIA APROBADA"
                DISPLAY "3. CANCELAR LICENCIA"
                DISPLAY "4. CONSULTA DE SALDOS Y LICENCIAS POR "
                    "EMPLEADO"
                DISPLAY "5. AJUSTAR DERECHO ANUAL DEL EMPLEADO"
                DISPLAY "6. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM MANTIENE-TIPO
                    WHEN 2
                        PERFORM REGISTRA-LICENCIA
                    WHEN 3
                        PERFORM CANCELA-LICENCIA
                    WHEN 4
                        PERFORM CONSULTA-LICENCIAS
                    WHEN 5
                        PERFORM AJUSTA-DERECHO
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

       MANTIENE-TIPO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM MANTIENE-TIPO-2
            END-IF.

       MANTIENE-TIPO-2.
      *    Un codigo existente se reemplaza con los datos nuevos; las
      *    licencias ya registradas conservan el indicador de pago
      *    con que se aprobaron.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "CODIGO DE LICENCIA (3): " WITH NO ADVANCING.
            ACCEPT WS-CAP-CODIGO.
            IF WS-CAP-CODIGO = SPACES OR WS-CAP-CODIGO = "VAC"
                DISPLAY "CODIGO EN BLANCO O VAC (LAS VACACIONES SE "
                    "LLEVAN EN VACBAL) - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM BUSCA-TIPO
                IF WS-HALLADO
                    DISPLAY "TIPO EXISTENTE: " WS-TIPO-DESCRIPCION
                        " DERECHO " WS-TIPO-DERECHO
                        " PAGADA " WS-TIPO-PAGADA
                        " ACTIVO " WS-TIPO-ACTIVO
                END-IF
                DISPLAY "DESCRIPCION: " WITH NO ADVANCING
                ACCEPT WS-CAP-DESCRIPCION
                DISPLAY "DERECHO ANUAL EN DIAS (000 = SIN TOPE): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-DERECHO
                DISPLAY "PAGADA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-PAGADA
                DISPLAY "ACTIVO (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-ACTIVO
                EVALUATE TRUE
                    WHEN WS-CAP-DESCRIPCION = SPACES
                        DISPLAY "DESCRIPCION EN BLANCO - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN NOT WS-PAGADA-VALIDA
                        DISPLAY "PAGADA DEBE SER S O N - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN NOT WS-ACTIVO-VALIDO
                        DISPLAY "ACTIVO DEBE SER S O N - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                END-EVALUATE
            END-IF.
            IF WS-VALIDO
                PERFORM GRABA-TIPO
                MOVE WS-CAP-CODIGO TO WS-TIE-CODIGO
                MOVE WS-OPERADOR TO WS-TIE-OPERADOR
                MOVE WS-TIPO-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "TIPO DE LICENCIA GRABADO"
            END-IF.

       GRABA-TIPO.
      *    Copia el master al fichero de trabajo sin el codigo, le
      *    agrega el registro nuevo y lo promueve.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN OUTPUT LEAVE-TYPES-NEW.
            IF NOT WS-LTN-OK
                MOVE WS-LTN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-TIPO OPEN NEW" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN INPUT LEAVE-TYPES.
            IF WS-LTY-OK
                PERFORM UNTIL WS-EOF
                    READ LEAVE-TYPES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LT-CODIGO NOT = WS-CAP-CODIGO
                                PERFORM COPIA-TIPO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-TYPES
            END-IF.
            MOVE WS-CAP-CODIGO TO LT-CODIGO.
            MOVE WS-CAP-DESCRIPCION TO LT-DESCRIPCION.
            MOVE WS-CAP-DERECHO TO LT-DERECHO.
            MOVE WS-CAP-PAGADA TO LT-PAGADA.
            MOVE WS-CAP-ACTIVO TO LT-ACTIVO.
            PERFORM COPIA-TIPO.
            CLOSE LEAVE-TYPES-NEW.
            PERFORM PROMUEVE-TIPOS.

       COPIA-TIPO.
            WRITE LEAVE-TYPE-NEW-LINE FROM LEAVE-TYPE-RECORD.
            IF NOT WS-LTN-OK
                MOVE WS-LTN-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-TIPO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-TIPOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-TYPES-NEW.
            IF NOT WS-LTN-OK
                MOVE WS-LTN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-TIPOS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT LEAVE-TYPES.
            IF NOT WS-LTY-OK
                MOVE WS-LTY-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-TIPOS OPEN LTY" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ LEAVE-TYPES-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE LEAVE-TYPE-RECORD
                            FROM LEAVE-TYPE-NEW-LINE
                        IF NOT WS-LTY-OK
                            MOVE WS-LTY-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-TIPOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LEAVE-TYPES-NEW LEAVE-TYPES.

       REGISTRA-LICENCIA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-LICENCIA-2
            END-IF.

       REGISTRA-LICENCIA-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin registrar nada.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN HRMAST - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                PERFORM MUESTRA-APROBADOR
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-TIPO
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-FECHAS
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-TRASLAPE
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-SALDO
            END-IF.
            IF WS-VALIDO
                PERFORM GRABA-LICENCIA
                ADD WS-CAP-DIAS TO WS-SAL-TOMADOS
                PERFORM GRABA-SALDO
                MOVE WS-CAP-EMPLEADO TO WS-LIE-EMPLEADO
                MOVE WS-CAP-CODIGO TO WS-LIE-CODIGO
                MOVE WS-CAP-DESDE TO WS-LIE-DESDE
                MOVE WS-OPERADOR TO WS-LIE-OPERADOR
                MOVE WS-LICENCIA-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "LICENCIA REGISTRADA - " WS-CAP-DIAS
                    " DIAS " WS-TIPO-DESCRIPCION
            END-IF.

       MUESTRA-APROBADOR.
      *    La licencia la aprueba el supervisor del empleado.
            IF WS-HR-SUPERVISOR = 0
                DISPLAY "SIN SUPERVISOR ASIGNADO - APRUEBA RRHH"
            ELSE
                DISPLAY "APRUEBA SU SUPERVISOR: " WS-HR-SUPERVISOR
            END-IF.

       CAPTURA-TIPO.
            DISPLAY "CODIGO DE LICENCIA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-CODIGO.
            PERFORM BUSCA-TIPO.
            IF NOT WS-HALLADO OR WS-TIPO-ACTIVO NOT = "S"
                DISPLAY "TIPO " WS-CAP-CODIGO
                    " SIN ALTA ACTIVA EN LEAVETYP - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                DISPLAY "TIPO: " WS-TIPO-DESCRIPCION
                    " PAGADA: " WS-TIPO-PAGADA
            END-IF.

       CAPTURA-FECHAS.
      *    Dias corridos del primero al ultimo inclusive; una
      *    licencia que cruza el fin de ano se registra en dos, una
      *    contra el saldo de cada ano.
            DISPLAY "PRIMER DIA (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-DESDE.
            DISPLAY "ULTIMO DIA (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-HASTA.
            EVALUATE TRUE
                WHEN WS-DESDE-MES < 1 OR WS-DESDE-MES > 12
                        OR WS-DESDE-DIA < 1 OR WS-DESDE-DIA > 31
                        OR WS-HASTA-MES < 1 OR WS-HASTA-MES > 12
                        OR WS-HASTA-DIA < 1 OR WS-HASTA-DIA > 31
                    DISPLAY "FECHA INVALIDA - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-HASTA < WS-CAP-DESDE
                    DISPLAY "ULTIMO DIA ANTERIOR AL PRIMERO - "
                        "SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-HASTA-ANO NOT = WS-DESDE-ANO
                    DISPLAY "LA LICENCIA CRUZA EL FIN DE ANO - "
                        "REGISTRAR UNA POR CADA ANO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    COMPUTE WS-DIAS-CALC =
                        FUNCTION INTEGER-OF-DATE(WS-CAP-HASTA)
                        - FUNCTION INTEGER-OF-DATE(WS-CAP-DESDE) + 1
                    IF WS-DIAS-CALC < 1 OR WS-DIAS-CALC > 366
                        DISPLAY "FECHA INVALIDA - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        MOVE WS-DIAS-CALC TO WS-CAP-DIAS
                    END-IF
            END-EVALUATE.

       VERIFICA-TRASLAPE.
      *    Un mismo dia no puede quedar cubierto por dos licencias
      *    aprobadas del empleado.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-REQUESTS.
            IF WS-LRQ-OK
                PERFORM UNTIL WS-EOF OR NOT WS-VALIDO
                    READ LEAVE-REQUESTS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LR-EMPLOYEE-ID = WS-CAP-EMPLEADO
                                    AND LR-ESTADO = "A"
                                    AND LR-DESDE <= WS-CAP-HASTA
                                    AND LR-HASTA >= WS-CAP-DESDE
                                DISPLAY "SE TRASLAPA CON LA LICENCIA "
                                    LR-CODIGO " DEL " LR-DESDE
                                    " AL " LR-HASTA
                                    " - SIN REGISTRAR"
                                MOVE "N" TO WS-VALIDO-SWITCH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-REQUESTS
            END-IF.

       VERIFICA-SALDO.
      *    Con derecho anual los dias no pueden pasar del saldo; sin
      *    tope (derecho cero) solo se llevan los dias concedidos.
            MOVE WS-DESDE-ANO TO WS-CAP-ANO.
            PERFORM BUSCA-SALDO.
            IF WS-SAL-DERECHO > 0
                IF WS-SAL-TOMADOS >= WS-SAL-DERECHO
                    MOVE 0 TO WS-SAL-DISPONIBLE
                ELSE
                    COMPUTE WS-SAL-DISPONIBLE =
                        WS-SAL-DERECHO - WS-SAL-TOMADOS
                END-IF
                IF WS-CAP-DIAS > WS-SAL-DISPONIBLE
                    DISPLAY "SALDO INSUFICIENTE - DISPONIBLE "
                        WS-SAL-DISPONIBLE " DIAS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO AND WS-SAL-TOMADOS + WS-CAP-DIAS > 999
                DISPLAY "DIAS DEL ANO FUERA DE RANGO - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       GRABA-LICENCIA.
            OPEN EXTEND LEAVE-REQUESTS.
            IF NOT WS-LRQ-OK
                OPEN OUTPUT LEAVE-REQUESTS
                IF NOT WS-LRQ-OK
                    MOVE WS-LRQ-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-LICENCIA OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-CAP-EMPLEADO TO LR-EMPLOYEE-ID.
            MOVE WS-CAP-CODIGO TO LR-CODIGO.
            MOVE WS-CAP-DESDE TO LR-DESDE.
            MOVE WS-CAP-HASTA TO LR-HASTA.
            MOVE WS-CAP-DIAS TO LR-DIAS.
            MOVE WS-TIPO-PAGADA TO LR-PAGADA.
            MOVE "A" TO LR-ESTADO.
            MOVE WS-OPERADOR TO LR-APROBADOR.
            MOVE WS-OPSLOG-DATE TO LR-FECHA.
            WRITE LEAVE-REQUEST-RECORD.
            IF NOT WS-LRQ-OK
                MOVE WS-LRQ-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-LICENCIA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE LEAVE-REQUESTS.

       CANCELA-LICENCIA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CANCELA-LICENCIA-2
            END-IF.

       CANCELA-LICENCIA-2.
      *    Solo una licencia que aun no empezo: los dias ya cubiertos
      *    pueden estar pagados o descontados por la nomina.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            DISPLAY "CODIGO DE LICENCIA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-CODIGO.
            DISPLAY "PRIMER DIA (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-DESDE.
            PERFORM BUSCA-LICENCIA.
            EVALUATE TRUE
                WHEN NOT WS-HALLADO
                    DISPLAY "LICENCIA NO REGISTRADA"
                WHEN WS-LIC-ESTADO NOT = "A"
                    DISPLAY "LICENCIA YA CANCELADA"
                WHEN WS-CAP-DESDE <= WS-OPSLOG-DATE
                    DISPLAY "LICENCIA YA INICIADA - NO SE CANCELA"
                WHEN OTHER
                    PERFORM COPIA-CON-CANCELACION
                    PERFORM PROMUEVE-LICENCIAS
                    MOVE WS-DESDE-ANO TO WS-CAP-ANO
                    PERFORM BUSCA-SALDO
                    IF WS-SAL-TOMADOS > WS-LIC-DIAS
                        SUBTRACT WS-LIC-DIAS FROM WS-SAL-TOMADOS
                    ELSE
                        MOVE 0 TO WS-SAL-TOMADOS
                    END-IF
                    PERFORM GRABA-SALDO
                    MOVE WS-CAP-EMPLEADO TO WS-CAE-EMPLEADO
                    MOVE WS-CAP-CODIGO TO WS-CAE-CODIGO
                    MOVE WS-CAP-DESDE TO WS-CAE-DESDE
                    MOVE WS-OPERADOR TO WS-CAE-OPERADOR
                    MOVE WS-CANCELA-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                    DISPLAY "LICENCIA CANCELADA - " WS-LIC-DIAS
                        " DIAS DEVUELTOS AL SALDO"
            END-EVALUATE.

       BUSCA-LICENCIA.
            MOVE "N" TO WS-HALLADO-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-REQUESTS.
            IF WS-LRQ-OK
                PERFORM UNTIL WS-EOF OR WS-HALLADO
                    READ LEAVE-REQUESTS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LR-EMPLOYEE-ID = WS-CAP-EMPLEADO
                                    AND LR-CODIGO = WS-CAP-CODIGO
                                    AND LR-DESDE = WS-CAP-DESDE
                                    AND LR-ESTADO = "A"
                                SET WS-HALLADO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-HALLADO
                    MOVE LR-HASTA TO WS-LIC-HASTA
                    MOVE LR-DIAS TO WS-LIC-DIAS
                    MOVE LR-ESTADO TO WS-LIC-ESTADO
                END-IF
                CLOSE LEAVE-REQUESTS
            END-IF.

       COPIA-CON-CANCELACION.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-REQUESTS.
            IF NOT WS-LRQ-OK
                MOVE WS-LRQ-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-CON-CANCELACION OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT LEAVE-REQUESTS-NEW.
            IF NOT WS-LRN-OK
                MOVE WS-LRN-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-CON-CANCELACION OPN N"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ LEAVE-REQUESTS
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF LR-EMPLOYEE-ID = WS-CAP-EMPLEADO
                                AND LR-CODIGO = WS-CAP-CODIGO
                                AND LR-DESDE = WS-CAP-DESDE
                                AND LR-ESTADO = "A"
                            MOVE "C" TO LR-ESTADO
                        END-IF
                        WRITE LEAVE-REQUEST-NEW-LINE
                            FROM LEAVE-REQUEST-RECORD
                        IF NOT WS-LRN-OK
                            MOVE WS-LRN-STATUS TO WS-ABEND-STATUS
                            MOVE "COPIA-CON-CANCELACION WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LEAVE-REQUESTS LEAVE-REQUESTS-NEW.

       PROMUEVE-LICENCIAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-REQUESTS-NEW.
            IF NOT WS-LRN-OK
                MOVE WS-LRN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-LICENCIAS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT LEAVE-REQUESTS.
            IF NOT WS-LRQ-OK
                MOVE WS-LRQ-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-LICENCIAS OPEN LRQ"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ LEAVE-REQUESTS-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE LEAVE-REQUEST-RECORD
                            FROM LEAVE-REQUEST-NEW-LINE
                        IF NOT WS-LRQ-OK
                            MOVE WS-LRQ-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-LICENCIAS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LEAVE-REQUESTS-NEW LEAVE-REQUESTS.

       CONSULTA-LICENCIAS.
      *    Saldos del empleado por tipo y ano, luego todas sus
      *    licencias, canceladas incluidas como historial.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            MOVE 0 TO WS-MATCH-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-BALANCES.
            IF WS-LBA-OK
                PERFORM UNTIL WS-EOF
                    READ LEAVE-BALANCES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LB-EMPLOYEE-ID = WS-CAP-EMPLEADO
                                DISPLAY "SALDO " LB-CODIGO
                                    " ANO " LB-ANO
                                    " DERECHO " LB-DERECHO
                                    " TOMADOS " LB-TOMADOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-BALANCES
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-REQUESTS.
            IF NOT WS-LRQ-OK
                DISPLAY "SIN LICENCIAS REGISTRADAS (LEAVEREQ.DAT)"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ LEAVE-REQUESTS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LR-EMPLOYEE-ID = WS-CAP-EMPLEADO
                                PERFORM MUESTRA-LICENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-REQUESTS
            END-IF.
            DISPLAY "LICENCIAS HALLADAS: " WS-MATCH-COUNT.

       MUESTRA-LICENCIA.
            ADD 1 TO WS-MATCH-COUNT.
            DISPLAY "LICENCIA " LR-CODIGO
                " DEL " LR-DESDE " AL " LR-HASTA
                " DIAS " LR-DIAS
                " PAGADA " LR-PAGADA
                " ESTADO " LR-ESTADO
                " APROBO " LR-APROBADOR.

       AJUSTA-DERECHO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM AJUSTA-DERECHO-2
            END-IF.

       AJUSTA-DERECHO-2.
      *    Derecho propio del empleado para un ano (licencia por
      *    maternidad prolongada, convenio particular); nunca por
      *    debajo de los dias ya concedidos.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN HRMAST - SIN AJUSTAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-TIPO
            END-IF.
            IF WS-VALIDO
                DISPLAY "ANO (AAAA): " WITH NO ADVANCING
                ACCEPT WS-CAP-ANO
                PERFORM BUSCA-SALDO
                DISPLAY "DERECHO ACTUAL " WS-SAL-DERECHO
                    " TOMADOS " WS-SAL-TOMADOS
                DISPLAY "DERECHO NUEVO EN DIAS: " WITH NO ADVANCING
                ACCEPT WS-CAP-DERECHO
                IF WS-CAP-DERECHO > 0
                        AND WS-CAP-DERECHO < WS-SAL-TOMADOS
                    DISPLAY "DERECHO MENOR QUE LOS DIAS YA "
                        "CONCEDIDOS - SIN AJUSTAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-DERECHO TO WS-SAL-DERECHO
                PERFORM GRABA-SALDO
                MOVE WS-CAP-EMPLEADO TO WS-DEE-EMPLEADO
                MOVE WS-CAP-CODIGO TO WS-DEE-CODIGO
                MOVE WS-CAP-ANO TO WS-DEE-ANO
                MOVE WS-OPERADOR TO WS-DEE-OPERADOR
                MOVE WS-DERECHO-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "DERECHO AJUSTADO"
            END-IF.

       BUSCA-SALDO.
      *    Saldo de WS-CAP-EMPLEADO / WS-CAP-CODIGO / WS-CAP-ANO;
      *    sin registro el ano abre con el derecho del tipo.
            MOVE "N" TO WS-SALDO-HALLADO-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-TIPO-DERECHO TO WS-SAL-DERECHO.
            MOVE 0 TO WS-SAL-TOMADOS.
            OPEN INPUT LEAVE-BALANCES.
            IF WS-LBA-OK
                PERFORM UNTIL WS-EOF OR WS-SALDO-HALLADO
                    READ LEAVE-BALANCES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LB-EMPLOYEE-ID = WS-CAP-EMPLEADO
                                    AND LB-CODIGO = WS-CAP-CODIGO
                                    AND LB-ANO = WS-CAP-ANO
                                SET WS-SALDO-HALLADO TO TRUE
                                MOVE LB-DERECHO TO WS-SAL-DERECHO
                                MOVE LB-TOMADOS TO WS-SAL-TOMADOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-BALANCES
            END-IF.

       GRABA-SALDO.
      *    Copia los saldos al fichero de trabajo reemplazando el del
      *    empleado, tipo y ano (o agregandolo) y lo promueve.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN OUTPUT LEAVE-BALANCES-NEW.
            IF NOT WS-LBN-OK
                MOVE WS-LBN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-SALDO OPEN NEW" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN INPUT LEAVE-BALANCES.
            IF WS-LBA-OK
                PERFORM UNTIL WS-EOF
                    READ LEAVE-BALANCES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LB-EMPLOYEE-ID NOT = WS-CAP-EMPLEADO
                                    OR LB-CODIGO NOT = WS-CAP-CODIGO
                                    OR LB-ANO NOT = WS-CAP-ANO
                                PERFORM COPIA-SALDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-BALANCES
            END-IF.
            MOVE WS-CAP-EMPLEADO TO LB-EMPLOYEE-ID.
            MOVE WS-CAP-CODIGO TO LB-CODIGO.
            MOVE WS-CAP-ANO TO LB-ANO.
            MOVE WS-SAL-DERECHO TO LB-DERECHO.
            MOVE WS-SAL-TOMADOS TO LB-TOMADOS.
            PERFORM COPIA-SALDO.
            CLOSE LEAVE-BALANCES-NEW.
            PERFORM PROMUEVE-SALDOS.

       COPIA-SALDO.
            WRITE LEAVE-BALANCE-NEW-LINE FROM LEAVE-BALANCE-RECORD.
            IF NOT WS-LBN-OK
                MOVE WS-LBN-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-SALDO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-SALDOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT LEAVE-BALANCES-NEW.
            IF NOT WS-LBN-OK
                MOVE WS-LBN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-SALDOS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT LEAVE-BALANCES.
            IF NOT WS-LBA-OK
                MOVE WS-LBA-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-SALDOS OPEN LBA" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ LEAVE-BALANCES-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE LEAVE-BALANCE-RECORD
                            FROM LEAVE-BALANCE-NEW-LINE
                        IF NOT WS-LBA-OK
                            MOVE WS-LBA-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-SALDOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LEAVE-BALANCES-NEW LEAVE-BALANCES.

       BUSCA-TIPO.
            MOVE "N" TO WS-HALLADO-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO WS-TIPO-DESCRIPCION.
            MOVE 0 TO WS-TIPO-DERECHO.
            MOVE SPACE TO WS-TIPO-PAGADA.
            MOVE SPACE TO WS-TIPO-ACTIVO.
            OPEN INPUT LEAVE-TYPES.
            IF WS-LTY-OK
                PERFORM UNTIL WS-EOF OR WS-HALLADO
                    READ LEAVE-TYPES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF LT-CODIGO = WS-CAP-CODIGO
                                SET WS-HALLADO TO TRUE
                                MOVE LT-DESCRIPCION
                                    TO WS-TIPO-DESCRIPCION
                                MOVE LT-DERECHO TO WS-TIPO-DERECHO
                                MOVE LT-PAGADA TO WS-TIPO-PAGADA
                                MOVE LT-ACTIVO TO WS-TIPO-ACTIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-TYPES
            END-IF.

       BUSCA-EMPLEADO.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
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
                    MOVE HR-SUPERVISOR-ID TO WS-HR-SUPERVISOR
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

       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-LICENCIAS.
