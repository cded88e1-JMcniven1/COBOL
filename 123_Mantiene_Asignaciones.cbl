      ******************************************************************
      * Author:
      * Date:
      * Purpose: Time-allocation desk. Captures, per month YYYYMM and
      *          employee on the HR-MASTER roster, how the employee's
      *          time splits across cost centers (a cost center is a
      *          department code active on DEPTMAST.DAT, so projects
      *          are set up there too) on the allocation file
      *          (TIMEALOC.DAT) that EXTRAE-GL distributes payroll
      *          cost along. The split is keyed either as hours (H)
      *          or as percentages (P, which must total 100); a new
      *          capture replaces the employee's previous split for
      *          the month, and removing it sends the employee's cost
      *          back to the home department. The inquiry lists the
      *          month's split with each line's share. Updates are
      *          refused while the nightly chain holds the data set,
      *          and every capture and removal is logged to the
      *          shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-ASIGNACIONES.

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
           SELECT TIME-ALLOCATION ASSIGN TO "TIMEALOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAL-STATUS.
           SELECT TIME-ALLOCATION-NEW ASSIGN TO "TIMEALOC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAN-STATUS.
           COPY "DEPTMSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Mismo layout que lee EXTRAE-GL. Tipo H = horas, P =
      *    porcentaje del tiempo del empleado en el centro.
       FD  TIME-ALLOCATION.
       01  TIME-ALLOCATION-RECORD.
           05  TA-ANOMES            PIC 9(6).
           05  TA-EMPLOYEE-ID       PIC 9(6).
           05  TA-CENTRO            PIC X(4).
           05  TA-TIPO              PIC X.
           05  TA-CANTIDAD          PIC 9(3)V99.

       FD  TIME-ALLOCATION-NEW.
       01  TIME-ALLOCATION-NEW-LINE PIC X(22).

       COPY "DEPTMFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-TAL-STATUS            PIC XX.
           88  WS-TAL-OK            VALUE "00".
       01  WS-TAN-STATUS            PIC XX.
           88  WS-TAN-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-FIN-LINEAS-SWITCH     PIC X VALUE "N".
           88  WS-FIN-LINEAS        VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-MATCH-COUNT           PIC 9(4).

       01  WS-CAP-ANOMES            PIC 9(6).
       01  WS-CAP-ANOMES-R REDEFINES WS-CAP-ANOMES.
           05  WS-CAP-ANO           PIC 9(4).
           05  WS-CAP-MES           PIC 99.
       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-TIPO              PIC X.
           88  WS-TIPO-VALIDO       VALUES "H" "P".
       01  WS-CAP-CENTRO            PIC X(4).
       01  WS-CAP-CANTIDAD          PIC 9(3)V99.

      *    Lineas capturadas del empleado antes de grabar nada.
       01  WS-LN-MAX                PIC 9(2) VALUE 10.
       01  WS-LN-COUNT              PIC 9(2) VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 10 TIMES
                   INDEXED BY LN-IDX.
               10  WS-LN-CENTRO     PIC X(4).
               10  WS-LN-CANTIDAD   PIC 9(3)V99.
       01  WS-LN-HALLADA-SWITCH     PIC X VALUE "N".
           88  WS-LN-HALLADA        VALUE "Y".
       01  WS-LN-TOTAL              PIC 9(5)V99.
       01  WS-REPARTO-TOTAL         PIC 9(5)V99.
       01  WS-PARTE-PCT             PIC ZZ9.99.

       01  WS-ASIGNA-EVENTO.
           05  FILLER               PIC X(8) VALUE "REPARTO ".
           05  WS-ASI-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ASI-ANOMES        PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-ASI-OPERADOR      PIC X(8).
       01  WS-BORRA-EVENTO.
           05  FILLER               PIC X(8) VALUE "BORRA-R ".
           05  WS-BOR-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-BOR-ANOMES        PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-BOR-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "DEPTMWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-ASIGNACIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            PERFORM CARGA-DEPTMAST.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. CAPTURAR REPARTO DE UN EMPLEADO"
                DISPLAY "2. CONSULTA DE REPARTO POR EMPLEADO"
                DISPLAY "3. BORRAR REPARTO (VUELVE AL DEPTO DE ORIGEN)"
                DISPLAY "4. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM CAPTURA-REPARTO
                    WHEN 2
                        PERFORM CONSULTA-REPARTO
                    WHEN 3
                        PERFORM BORRA-REPARTO
                    WHEN 4
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

       CAPTURA-REPARTO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAPTURA-REPARTO-2
            END-IF.

       CAPTURA-REPARTO-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin tocar el fichero.
            PERFORM CAPTURA-CLAVE.
            IF WS-VALIDO
                PERFORM CAPTURA-TIPO
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-LINEAS
            END-IF.
            IF WS-VALIDO
                PERFORM VALIDA-TOTALES
            END-IF.
            IF WS-VALIDO
                PERFORM COPIA-SIN-EMPLEADO
                PERFORM AGREGA-LINEAS
                PERFORM PROMUEVE-ASIGNACIONES
                MOVE WS-CAP-EMPLEADO TO WS-ASI-EMPLEADO
                MOVE WS-CAP-ANOMES TO WS-ASI-ANOMES
                MOVE WS-OPERADOR TO WS-ASI-OPERADOR
                MOVE WS-ASIGNA-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "REPARTO REGISTRADO - " WS-LN-COUNT
                    " CENTROS"
            END-IF.

       CAPTURA-CLAVE.
      *    Mes y empleado; comun a captura, consulta y borrado.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "MES (AAAAMM): " WITH NO ADVANCING.
            ACCEPT WS-CAP-ANOMES.
            IF WS-CAP-MES < 1 OR WS-CAP-MES > 12
                DISPLAY "MES INVALIDO - SIN CONTINUAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                DISPLAY "EMPLEADO: " WITH NO ADVANCING
                ACCEPT WS-CAP-EMPLEADO
                PERFORM BUSCA-EMPLEADO
                IF WS-HR-FOUND
                    DISPLAY "EMPLEADO: " HR-APELLIDOS " "
                        HR-NOMBRE " DEPTO DE ORIGEN " HR-DEPT-CODE
                ELSE
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " NO ESTA EN HRMAST - SIN CONTINUAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CAPTURA-TIPO.
            DISPLAY "REPARTO EN H=HORAS P=PORCENTAJE: "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-TIPO.
            IF NOT WS-TIPO-VALIDO
                DISPLAY "TIPO DE REPARTO INVALIDO - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CAPTURA-LINEAS.
      *    Un centro por linea; centro en blanco termina la captura.
      *    Un centro repetido suma a su linea anterior.
            MOVE 0 TO WS-LN-COUNT.
            MOVE "N" TO WS-FIN-LINEAS-SWITCH.
            PERFORM UNTIL WS-FIN-LINEAS OR NOT WS-VALIDO
                DISPLAY "CENTRO DE COSTO (BLANCO = FIN): "
                    WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-CENTRO
                ACCEPT WS-CAP-CENTRO
                IF WS-CAP-CENTRO = SPACES
                    SET WS-FIN-LINEAS TO TRUE
                ELSE
                    PERFORM CAPTURA-UNA-LINEA
                END-IF
            END-PERFORM.
            IF WS-VALIDO AND WS-LN-COUNT = 0
                DISPLAY "SIN CENTROS CAPTURADOS - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CAPTURA-UNA-LINEA.
            MOVE WS-CAP-CENTRO TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            IF NOT WS-DEPTM-VALID
                DISPLAY "CENTRO " WS-CAP-CENTRO " " WS-DEPTM-NAME
                    " - LINEA NO TOMADA"
            ELSE
                IF WS-CAP-TIPO = "H"
                    DISPLAY "HORAS (999.99): " WITH NO ADVANCING
                ELSE
                    DISPLAY "PORCENTAJE (999.99): " WITH NO ADVANCING
                END-IF
                ACCEPT WS-CAP-CANTIDAD
                IF WS-CAP-CANTIDAD = 0
                    DISPLAY "CANTIDAD EN CERO - LINEA NO TOMADA"
                ELSE
                    PERFORM ANOTA-LINEA
                END-IF
            END-IF.

       ANOTA-LINEA.
            MOVE "N" TO WS-LN-HALLADA-SWITCH.
            PERFORM VARYING LN-IDX FROM 1 BY 1
                    UNTIL LN-IDX > WS-LN-COUNT
                    OR WS-LN-HALLADA
                IF WS-LN-CENTRO (LN-IDX) = WS-CAP-CENTRO
                    ADD WS-CAP-CANTIDAD TO WS-LN-CANTIDAD (LN-IDX)
                    SET WS-LN-HALLADA TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-LN-HALLADA
                IF WS-LN-COUNT < WS-LN-MAX
                    ADD 1 TO WS-LN-COUNT
                    SET LN-IDX TO WS-LN-COUNT
                    MOVE WS-CAP-CENTRO TO WS-LN-CENTRO (LN-IDX)
                    MOVE WS-CAP-CANTIDAD TO WS-LN-CANTIDAD (LN-IDX)
                ELSE
                    DISPLAY "MAXIMO " WS-LN-MAX " CENTROS POR "
                        "EMPLEADO - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       VALIDA-TOTALES.
      *    En porcentaje el reparto debe cerrar en 100; en horas
      *    basta con que haya horas (EXTRAE-GL reparte por peso).
            MOVE 0 TO WS-LN-TOTAL.
            PERFORM VARYING LN-IDX FROM 1 BY 1
                    UNTIL LN-IDX > WS-LN-COUNT
                ADD WS-LN-CANTIDAD (LN-IDX) TO WS-LN-TOTAL
            END-PERFORM.
            IF WS-CAP-TIPO = "P" AND WS-LN-TOTAL NOT = 100
                DISPLAY "LOS PORCENTAJES SUMAN " WS-LN-TOTAL
                    " Y NO 100 - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-CAP-TIPO = "H"
                DISPLAY "TOTAL DE HORAS REPARTIDAS: " WS-LN-TOTAL
            END-IF.

       COPIA-SIN-EMPLEADO.
      *    Copia el fichero al de trabajo sin las lineas del
      *    empleado en el mes; sin TIMEALOC.DAT el de trabajo nace
      *    vacio.
            MOVE 0 TO WS-MATCH-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN OUTPUT TIME-ALLOCATION-NEW.
            IF NOT WS-TAN-OK
                MOVE WS-TAN-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-SIN-EMPLEADO OPEN N" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN INPUT TIME-ALLOCATION.
            IF WS-TAL-OK
                PERFORM UNTIL WS-EOF
                    READ TIME-ALLOCATION
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF TA-ANOMES = WS-CAP-ANOMES
                                    AND TA-EMPLOYEE-ID
                                    = WS-CAP-EMPLEADO
                                ADD 1 TO WS-MATCH-COUNT
                            ELSE
                                PERFORM COPIA-LINEA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIME-ALLOCATION
            END-IF.

       COPIA-LINEA.
            WRITE TIME-ALLOCATION-NEW-LINE
                FROM TIME-ALLOCATION-RECORD.
            IF NOT WS-TAN-OK
                MOVE WS-TAN-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-LINEA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       AGREGA-LINEAS.
      *    El reparto nuevo va al final del fichero de trabajo, que
      *    sigue abierto desde COPIA-SIN-EMPLEADO.
            PERFORM VARYING LN-IDX FROM 1 BY 1
                    UNTIL LN-IDX > WS-LN-COUNT
                MOVE WS-CAP-ANOMES TO TA-ANOMES
                MOVE WS-CAP-EMPLEADO TO TA-EMPLOYEE-ID
                MOVE WS-LN-CENTRO (LN-IDX) TO TA-CENTRO
                MOVE WS-CAP-TIPO TO TA-TIPO
                MOVE WS-LN-CANTIDAD (LN-IDX) TO TA-CANTIDAD
                PERFORM COPIA-LINEA
            END-PERFORM.
            CLOSE TIME-ALLOCATION-NEW.

       CONSULTA-REPARTO.
            PERFORM CAPTURA-CLAVE.
            IF WS-VALIDO
                PERFORM SUMA-REPARTO
                PERFORM MUESTRA-REPARTO
            END-IF.

       SUMA-REPARTO.
      *    Primera pasada: peso total del empleado en el mes, para
      *    mostrar la parte de cada linea.
            MOVE 0 TO WS-REPARTO-TOTAL.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TIME-ALLOCATION.
            IF WS-TAL-OK
                PERFORM UNTIL WS-EOF
                    READ TIME-ALLOCATION
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF TA-ANOMES = WS-CAP-ANOMES
                                    AND TA-EMPLOYEE-ID
                                    = WS-CAP-EMPLEADO
                                ADD TA-CANTIDAD TO WS-REPARTO-TOTAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIME-ALLOCATION
            END-IF.

       MUESTRA-REPARTO.
            MOVE 0 TO WS-MATCH-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TIME-ALLOCATION.
            IF NOT WS-TAL-OK
                DISPLAY "SIN FICHERO DE REPARTOS (TIMEALOC.DAT)"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ TIME-ALLOCATION
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF TA-ANOMES = WS-CAP-ANOMES
                                    AND TA-EMPLOYEE-ID
                                    = WS-CAP-EMPLEADO
                                PERFORM MUESTRA-LINEA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIME-ALLOCATION
            END-IF.
            IF WS-MATCH-COUNT = 0
                DISPLAY "SIN REPARTO EN EL MES - EL COSTO VA AL "
                    "DEPTO DE ORIGEN " HR-DEPT-CODE
            END-IF.

       MUESTRA-LINEA.
            ADD 1 TO WS-MATCH-COUNT.
            MOVE TA-CENTRO TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            IF WS-REPARTO-TOTAL > 0
                COMPUTE WS-PARTE-PCT ROUNDED =
                    TA-CANTIDAD * 100 / WS-REPARTO-TOTAL
            ELSE
                MOVE 0 TO WS-PARTE-PCT
            END-IF.
            DISPLAY "CENTRO " TA-CENTRO " " WS-DEPTM-NAME
                " TIPO " TA-TIPO " CANTIDAD " TA-CANTIDAD
                " PARTE " WS-PARTE-PCT "%".

       BORRA-REPARTO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM BORRA-REPARTO-2
            END-IF.

       BORRA-REPARTO-2.
            PERFORM CAPTURA-CLAVE.
            IF WS-VALIDO
                PERFORM COPIA-SIN-EMPLEADO
                CLOSE TIME-ALLOCATION-NEW
                IF WS-MATCH-COUNT = 0
                    DISPLAY "EL EMPLEADO NO TIENE REPARTO EN EL MES"
                ELSE
                    PERFORM PROMUEVE-ASIGNACIONES
                    MOVE WS-CAP-EMPLEADO TO WS-BOR-EMPLEADO
                    MOVE WS-CAP-ANOMES TO WS-BOR-ANOMES
                    MOVE WS-OPERADOR TO WS-BOR-OPERADOR
                    MOVE WS-BORRA-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                    DISPLAY "REPARTO BORRADO - " WS-MATCH-COUNT
                        " LINEAS"
                END-IF
            END-IF.

       PROMUEVE-ASIGNACIONES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TIME-ALLOCATION-NEW.
            IF NOT WS-TAN-OK
                MOVE WS-TAN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ASIGNACIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TIME-ALLOCATION.
            IF NOT WS-TAL-OK
                MOVE WS-TAL-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ASIGNACIONES OPEN T"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ TIME-ALLOCATION-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE TIME-ALLOCATION-RECORD
                            FROM TIME-ALLOCATION-NEW-LINE
                        IF NOT WS-TAL-OK
                            MOVE WS-TAL-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ASIGNACIONES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TIME-ALLOCATION-NEW TIME-ALLOCATION.

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
                NOT INVALID KEY SET WS-HR-FOUND TO TRUE
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

       COPY "DEPTMWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-ASIGNACIONES.
