      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporting-line desk. Assigns or clears the
      *          supervisor of an employee (HR-SUPERVISOR-ID on
      *          HRMAST), so missing punches, pending onboarding
      *          steps and leave requests can be routed to the
      *          person the employee reports to. An assignment is
      *          refused when the supervisor is not on HRMAST
      *          (orphan), is the employee, or would close a loop
      *          -- the line is walked upward from the proposed
      *          supervisor and must reach the top (supervisor zero)
      *          without passing through the employee; a line that
      *          does not reach the top within the depth guard is
      *          refused as an existing loop. The inquiry shows the
      *          line up to the top and the direct reports. Changes
      *          are REWRITEn at once with the before and after
      *          images in the change history; updates are refused
      *          while the nightly chain holds the data set. Each
      *          change goes to the shared OPSLOG with the operator
      *          id. The whole hierarchy is printed, with orphans and
      *          loops flagged, by ORGANIGRAMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-SUPERVISORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           COPY "CHGHSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".
       COPY "CHGHFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-BROWSE-EOF-SWITCH     PIC X.
           88  WS-BROWSE-EOF        VALUE "Y".
       01  WS-CIMA-SWITCH           PIC X.
           88  WS-CIMA              VALUE "Y".

       01  WS-BUSCA-ID              PIC 9(6).
       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-SUPERVISOR        PIC 9(6).
       01  WS-SUPERVISOR-ANTERIOR   PIC 9(6).
       01  WS-EMPLEADO-GUARDADO     PIC X(78).
       01  WS-CAMINO-ID             PIC 9(6).
       01  WS-NIVEL                 PIC 9(3).
      *    Tope de niveles al recorrer la linea hacia arriba: una
      *    linea mas profunda solo puede ser un ciclo ya grabado.
       01  WS-NIVEL-MAX             PIC 9(3) VALUE 50.
       01  WS-SUBORDINADOS          PIC 9(5).

       01  WS-SUP-EVENTO.
           05  FILLER               PIC X(11) VALUE "SUPERVISOR ".
           05  WS-SEV-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SEV-ANTERIOR      PIC 9(6).
           05  FILLER               PIC X VALUE ">".
           05  WS-SEV-NUEVO         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CHGHWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-SUPERVISORES" TO WS-OPSLOG-PROGRAM.
            MOVE "MANTIENE-SUPERVISORES" TO WS-CHGH-PROGRAMA.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            OPEN I-O HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. ASIGNAR SUPERVISOR A UN EMPLEADO"
                DISPLAY "2. QUITAR SUPERVISOR (CIMA DE LINEA)"
                DISPLAY "3. CONSULTA DE LINEA Y SUBORDINADOS"
                DISPLAY "4. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM ASIGNA-SUPERVISOR
                    WHEN 2
                        PERFORM QUITA-SUPERVISOR
                    WHEN 3
                        PERFORM CONSULTA-LINEA
                    WHEN 4
                        SET WS-SALIR TO TRUE
                    WHEN OTHER
                        DISPLAY "OPCION INVALIDA"
                END-EVALUATE
            END-PERFORM.

            CLOSE HR-MASTER-FILE.

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

       ASIGNA-SUPERVISOR.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ASIGNA-SUPERVISOR-2
            END-IF.

       ASIGNA-SUPERVISOR-2.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "NUMERO DE EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            DISPLAY "NUMERO DEL SUPERVISOR: " WITH NO ADVANCING.
            ACCEPT WS-CAP-SUPERVISOR.

            MOVE WS-CAP-EMPLEADO TO WS-BUSCA-ID.
            PERFORM LEE-POR-ID.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO EXISTE EN HRMAST"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE HR-MASTER-RECORD TO WS-EMPLEADO-GUARDADO
                MOVE HR-SUPERVISOR-ID TO WS-SUPERVISOR-ANTERIOR
            END-IF.

            IF WS-VALIDO
                IF WS-CAP-SUPERVISOR = 0
                    DISPLAY "SUPERVISOR EN CERO - USE LA OPCION 2"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-CAP-SUPERVISOR = WS-CAP-EMPLEADO
                    DISPLAY "UN EMPLEADO NO PUEDE SUPERVISARSE A SI "
                        "MISMO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-CAP-SUPERVISOR = WS-SUPERVISOR-ANTERIOR
                    DISPLAY "EL EMPLEADO YA REPORTA A "
                        WS-CAP-SUPERVISOR " - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-LINEA-NUEVA
            END-IF.

            IF WS-VALIDO
                MOVE WS-EMPLEADO-GUARDADO TO HR-MASTER-RECORD
                MOVE WS-CAP-SUPERVISOR TO HR-SUPERVISOR-ID
                PERFORM GRABA-SUPERVISOR
            END-IF.

       VERIFICA-LINEA-NUEVA.
      *    Huerfano: el supervisor propuesto debe existir en HRMAST.
      *    Ciclo: se sube por la linea del supervisor hasta la cima
      *    (supervisor cero); si en el camino aparece el empleado,
      *    asignarlo cerraria un ciclo. Un eslabon roto mas arriba
      *    ya es un huerfano grabado: se avisa y se deja pasar.
            MOVE WS-CAP-SUPERVISOR TO WS-BUSCA-ID.
            PERFORM LEE-POR-ID.
            IF NOT WS-HR-FOUND
                DISPLAY "SUPERVISOR " WS-CAP-SUPERVISOR
                    " NO EXISTE EN HRMAST - HUERFANO, RECHAZADO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE "N" TO WS-CIMA-SWITCH
                MOVE 1 TO WS-NIVEL
                MOVE HR-SUPERVISOR-ID TO WS-CAMINO-ID
                PERFORM UNTIL WS-CIMA OR NOT WS-VALIDO
                    IF WS-CAMINO-ID = 0
                        SET WS-CIMA TO TRUE
                    ELSE
                        IF WS-CAMINO-ID = WS-CAP-EMPLEADO
                            DISPLAY "EL EMPLEADO " WS-CAP-EMPLEADO
                                " YA ESTA SOBRE " WS-CAP-SUPERVISOR
                                " EN LA LINEA - CICLO, RECHAZADO"
                            MOVE "N" TO WS-VALIDO-SWITCH
                        ELSE
                            ADD 1 TO WS-NIVEL
                            IF WS-NIVEL > WS-NIVEL-MAX
                                DISPLAY "LA LINEA DE "
                                    WS-CAP-SUPERVISOR " NO LLEGA A "
                                    "LA CIMA - CICLO EXISTENTE, "
                                    "RECHAZADO"
                                MOVE "N" TO WS-VALIDO-SWITCH
                            ELSE
                                PERFORM SUBE-UN-NIVEL
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       SUBE-UN-NIVEL.
            MOVE WS-CAMINO-ID TO WS-BUSCA-ID.
            PERFORM LEE-POR-ID.
            IF WS-HR-FOUND
                MOVE HR-SUPERVISOR-ID TO WS-CAMINO-ID
            ELSE
                DISPLAY "AVISO: " WS-CAMINO-ID " EN LA LINEA NO "
                    "EXISTE EN HRMAST (HUERFANO PREVIO)"
                SET WS-CIMA TO TRUE
            END-IF.

       QUITA-SUPERVISOR.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM QUITA-SUPERVISOR-2
            END-IF.

       QUITA-SUPERVISOR-2.
            DISPLAY "NUMERO DE EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            MOVE WS-CAP-EMPLEADO TO WS-BUSCA-ID.
            PERFORM LEE-POR-ID.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO EXISTE EN HRMAST"
            ELSE
                IF HR-SUPERVISOR-ID = 0
                    DISPLAY "EL EMPLEADO YA ESTA EN LA CIMA DE SU "
                        "LINEA - SIN CAMBIO"
                ELSE
                    MOVE HR-MASTER-RECORD TO WS-EMPLEADO-GUARDADO
                    MOVE HR-SUPERVISOR-ID TO WS-SUPERVISOR-ANTERIOR
                    MOVE 0 TO WS-CAP-SUPERVISOR
                    MOVE 0 TO HR-SUPERVISOR-ID
                    PERFORM GRABA-SUPERVISOR
                END-IF
            END-IF.

       GRABA-SUPERVISOR.
      *    HR-MASTER-RECORD trae el registro del empleado con el
      *    supervisor nuevo; WS-CHGH-ANTES la imagen leida.
            REWRITE HR-MASTER-RECORD
                INVALID KEY
                    MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-SUPERVISOR REWRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
            END-REWRITE.
            MOVE WS-EMPLEADO-GUARDADO TO WS-CHGH-ANTES.
            MOVE "HRMAST" TO WS-CHGH-MASTER.
            MOVE HR-EMPLOYEE-ID TO WS-CHGH-CLAVE.
            MOVE "C" TO WS-CHGH-ACCION.
            MOVE HR-MASTER-RECORD TO WS-CHGH-DESPUES.
            MOVE WS-OPERADOR TO WS-CHGH-OPERADOR.
            PERFORM REGISTRA-CAMBIO.

            MOVE HR-EMPLOYEE-ID TO WS-SEV-EMPLEADO.
            MOVE WS-SUPERVISOR-ANTERIOR TO WS-SEV-ANTERIOR.
            MOVE WS-CAP-SUPERVISOR TO WS-SEV-NUEVO.
            MOVE WS-OPERADOR TO WS-SEV-OPERADOR.
            MOVE WS-SUP-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            DISPLAY "EMPLEADO " HR-EMPLOYEE-ID " REPORTA AHORA A "
                WS-CAP-SUPERVISOR.

       CONSULTA-LINEA.
            DISPLAY "NUMERO DE EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            MOVE WS-CAP-EMPLEADO TO WS-BUSCA-ID.
            PERFORM LEE-POR-ID.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO EXISTE EN HRMAST"
            ELSE
                DISPLAY HR-EMPLOYEE-ID " " HR-APELLIDOS " "
                    HR-NOMBRE " " HR-DEPT-CODE
                PERFORM MUESTRA-LINEA-ARRIBA
                PERFORM MUESTRA-SUBORDINADOS
            END-IF.

       MUESTRA-LINEA-ARRIBA.
            MOVE "N" TO WS-CIMA-SWITCH.
            MOVE 0 TO WS-NIVEL.
            MOVE HR-SUPERVISOR-ID TO WS-CAMINO-ID.
            IF WS-CAMINO-ID = 0
                DISPLAY "  CIMA DE LINEA - SIN SUPERVISOR"
            END-IF.
            PERFORM UNTIL WS-CIMA OR WS-CAMINO-ID = 0
                ADD 1 TO WS-NIVEL
                IF WS-NIVEL > WS-NIVEL-MAX
                    DISPLAY "  ** LINEA SIN CIMA - CICLO **"
                    SET WS-CIMA TO TRUE
                ELSE
                    MOVE WS-CAMINO-ID TO WS-BUSCA-ID
                    PERFORM LEE-POR-ID
                    IF WS-HR-FOUND
                        DISPLAY "  REPORTA A " HR-EMPLOYEE-ID " "
                            HR-APELLIDOS " " HR-NOMBRE
                        MOVE HR-SUPERVISOR-ID TO WS-CAMINO-ID
                    ELSE
                        DISPLAY "  REPORTA A " WS-CAMINO-ID
                            " ** NO EN HRMAST - HUERFANO **"
                        SET WS-CIMA TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

       MUESTRA-SUBORDINADOS.
      *    Subordinados directos: recorrido completo de HRMAST por la
      *    clave primaria.
            MOVE 0 TO WS-SUBORDINADOS.
            MOVE "N" TO WS-BROWSE-EOF-SWITCH.
            MOVE 0 TO HR-EMPLOYEE-ID.
            START HR-MASTER-FILE KEY IS NOT LESS THAN HR-EMPLOYEE-ID
                INVALID KEY SET WS-BROWSE-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-BROWSE-EOF
                READ HR-MASTER-FILE NEXT RECORD
                    AT END SET WS-BROWSE-EOF TO TRUE
                    NOT AT END
                        IF HR-SUPERVISOR-ID = WS-CAP-EMPLEADO
                            ADD 1 TO WS-SUBORDINADOS
                            DISPLAY "  SUBORDINADO " HR-EMPLOYEE-ID
                                " " HR-APELLIDOS " " HR-NOMBRE
                        END-IF
                END-READ
            END-PERFORM.
            DISPLAY "  SUBORDINADOS DIRECTOS: " WS-SUBORDINADOS.

       LEE-POR-ID.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            MOVE WS-BUSCA-ID TO HR-EMPLOYEE-ID.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    SET WS-HR-FOUND TO TRUE
            END-READ.
            IF NOT WS-HR-OK AND WS-HR-STATUS NOT = "23"
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "LEE-POR-ID READ" TO WS-ABEND-PARAGRAPH
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
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE SPACES TO WS-OPERADOR.

       COPY "CHGHWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-SUPERVISORES.
