      ******************************************************************
      * Author:
      * Date:
      * Purpose: Position control desk. Maintains the position
      *          master (POSMAST.DAT): the authorized positions of
      *          each department, each with its job title, salary
      *          grade and the grade's minimum and maximum salary,
      *          and its status, vacant or filled by one employee.
      *          Adding a position raises the department's authorized
      *          headcount; only a vacant position may be abolished.
      *          Existing HRMAST employees are tied to a position
      *          here (same department, salary inside the grade, one
      *          position per employee), and a position filled by
      *          mistake can be vacated. HR-MANTENIMIENTO,
      *          APLICA-PENDIENTES and PROMUEVE-INTAKE fill and
      *          vacate positions as they hire, transfer and
      *          terminate; the monthly vacancy and over-complement
      *          report is REPORTA-PLAZAS. Updates are refused while
      *          the nightly chain holds the data set; each is logged
      *          to the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PLAZAS.

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
           COPY "POSMSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       COPY "POSMFD.cpy".
       COPY "DEPTMFD.cpy".
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
       01  WS-MATCH-COUNT           PIC 9(4).
       01  WS-OCUPADAS              PIC 9(4).

       01  WS-CAP-POSICION          PIC X(6).
       01  WS-CAP-DEPT              PIC X(4).
       01  WS-CAP-TITULO            PIC X(20).
       01  WS-CAP-GRADO             PIC X(2).
       01  WS-CAP-MIN               PIC 9(7)V99.
       01  WS-CAP-MAX               PIC 9(7)V99.
       01  WS-CAP-EMPLEADO          PIC 9(6).

      *    Plaza hallada por BUSCA-POSICION; cero si no existe.
       01  WS-POS-IX                PIC 9(4).

      *    Empleado leido por BUSCA-EMPLEADO.
       01  WS-EMP-DEPT              PIC X(4).
       01  WS-EMP-SALARIO           PIC 9(7)V99.
       01  WS-EMP-APELLIDOS         PIC X(20).

       01  WS-PLAZA-EVENTO.
           05  FILLER               PIC X(6) VALUE "PLAZA ".
           05  WS-PLE-POSICION      PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PLE-DEPT          PIC X(4).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-PLE-OPERADOR      PIC X(8).
       01  WS-ASIGNA-EVENTO.
           05  FILLER               PIC X(7) VALUE "ASIGNA ".
           05  WS-ASE-POSICION      PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ASE-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-ASE-OPERADOR      PIC X(8).
       01  WS-LIBERA-EVENTO.
           05  FILLER               PIC X(7) VALUE "LIBERA ".
           05  WS-LIE-POSICION      PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIE-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-LIE-OPERADOR      PIC X(8).
       01  WS-SUPRIME-EVENTO.
           05  FILLER               PIC X(8) VALUE "SUPRIME ".
           05  WS-SUE-POSICION      PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-SUE-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "POSMWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-PLAZAS" TO WS-OPSLOG-PROGRAM.
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
                DISPLAY "1. ALTA O CAMBIO DE PLAZA AUTORIZADA"
                DISPLAY "2. ASIGNAR EMPLEADO A PLAZA"
                DISPLAY "3. LIBERAR PLAZA"
                DISPLAY "4. SUPRIMIR PLAZA VACANTE"
                DISPLAY "5. CONSULTA DE PLAZAS POR DEPARTAMENTO"
                DISPLAY "6. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM MANTIENE-PLAZA
                    WHEN 2
                        PERFORM ASIGNA-EMPLEADO
                    WHEN 3
                        PERFORM LIBERA-POSICION
                    WHEN 4
                        PERFORM SUPRIME-PLAZA
                    WHEN 5
                        PERFORM CONSULTA-PLAZAS
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

       MANTIENE-PLAZA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM MANTIENE-PLAZA-2
            END-IF.

       MANTIENE-PLAZA-2.
      *    Una plaza nueva nace vacante. En una ocupada no se cambia
      *    el departamento y el grado nuevo tiene que admitir el
      *    salario de quien la ocupa.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-POSMAST.
            DISPLAY "CODIGO DE PLAZA (6): " WITH NO ADVANCING.
            ACCEPT WS-CAP-POSICION.
            IF WS-CAP-POSICION = SPACES
                DISPLAY "CODIGO EN BLANCO - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM BUSCA-POSICION
                IF WS-POS-IX > 0
                    PERFORM MUESTRA-PLAZA
                END-IF
                PERFORM CAPTURA-PLAZA
            END-IF.
            IF WS-VALIDO AND WS-POS-IX > 0
                IF WS-POSM-TBL-ESTADO(WS-POS-IX) = "O"
                    PERFORM VERIFICA-PLAZA-OCUPADA
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-POS-IX = 0
                    IF WS-POSM-COUNT >= WS-POSM-MAX
                        DISPLAY "TABLA POSMAST LLENA EN "
                            WS-POSM-MAX " ENTRADAS - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        ADD 1 TO WS-POSM-COUNT
                        MOVE WS-POSM-COUNT TO WS-POS-IX
                        MOVE WS-CAP-POSICION
                            TO WS-POSM-TBL-POSICION(WS-POS-IX)
                        MOVE "V" TO WS-POSM-TBL-ESTADO(WS-POS-IX)
                        MOVE 0 TO WS-POSM-TBL-EMPLEADO(WS-POS-IX)
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-DEPT TO WS-POSM-TBL-DEPT(WS-POS-IX)
                MOVE WS-CAP-TITULO TO WS-POSM-TBL-TITULO(WS-POS-IX)
                MOVE WS-CAP-GRADO TO WS-POSM-TBL-GRADO(WS-POS-IX)
                MOVE WS-CAP-MIN TO WS-POSM-TBL-MIN(WS-POS-IX)
                MOVE WS-CAP-MAX TO WS-POSM-TBL-MAX(WS-POS-IX)
      *         La primera plaza crea el master.
                SET WS-POSM-LOADED TO TRUE
                SET WS-POSM-CAMBIADO TO TRUE
                PERFORM GRABA-POSMAST
                MOVE WS-CAP-POSICION TO WS-PLE-POSICION
                MOVE WS-CAP-DEPT TO WS-PLE-DEPT
                MOVE WS-OPERADOR TO WS-PLE-OPERADOR
                MOVE WS-PLAZA-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "PLAZA GRABADA"
            END-IF.

       CAPTURA-PLAZA.
            DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-DEPT.
            DISPLAY "PUESTO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-TITULO.
            DISPLAY "GRADO SALARIAL (2): " WITH NO ADVANCING.
            ACCEPT WS-CAP-GRADO.
            DISPLAY "SALARIO MINIMO DEL GRADO (9(7).99): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-MIN.
            DISPLAY "SALARIO MAXIMO DEL GRADO (9(7).99): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-MAX.
            MOVE WS-CAP-DEPT TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            EVALUATE TRUE
                WHEN WS-CAP-DEPT = SPACES OR NOT WS-DEPTM-VALID
                    DISPLAY "DEPARTAMENTO " WS-CAP-DEPT
                        " NO VALIDO " WS-DEPTM-NAME " - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-TITULO = SPACES
                    DISPLAY "PUESTO EN BLANCO - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-MAX = 0 OR WS-CAP-MIN > WS-CAP-MAX
                    DISPLAY "RANGO DEL GRADO INVALIDO - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.

       VERIFICA-PLAZA-OCUPADA.
            IF WS-CAP-DEPT NOT = WS-POSM-TBL-DEPT(WS-POS-IX)
                DISPLAY "PLAZA OCUPADA - NO SE CAMBIA DE "
                    "DEPARTAMENTO - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-POSM-TBL-EMPLEADO(WS-POS-IX)
                    TO WS-CAP-EMPLEADO
                PERFORM BUSCA-EMPLEADO
                IF WS-HR-FOUND
                    IF WS-EMP-SALARIO < WS-CAP-MIN
                            OR WS-EMP-SALARIO > WS-CAP-MAX
                        DISPLAY "EL SALARIO DEL OCUPANTE "
                            WS-EMP-SALARIO " QUEDA FUERA DEL GRADO"
                            " - SIN GRABAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.

       ASIGNA-EMPLEADO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ASIGNA-EMPLEADO-2
            END-IF.

       ASIGNA-EMPLEADO-2.
      *    Vincula a la plaza un empleado ya dado de alta: mismo
      *    departamento, salario dentro del grado y una sola plaza
      *    por empleado.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-POSMAST.
            DISPLAY "CODIGO DE PLAZA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-POSICION.
            PERFORM BUSCA-POSICION.
            IF WS-POS-IX = 0
                DISPLAY "PLAZA " WS-CAP-POSICION
                    " NO ESTA EN POSMAST - SIN ASIGNAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-POSM-TBL-ESTADO(WS-POS-IX) NOT = "V"
                    DISPLAY "PLAZA OCUPADA POR "
                        WS-POSM-TBL-EMPLEADO(WS-POS-IX)
                        " - SIN ASIGNAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "EMPLEADO: " WITH NO ADVANCING
                ACCEPT WS-CAP-EMPLEADO
                PERFORM BUSCA-EMPLEADO
                MOVE WS-CAP-EMPLEADO TO WS-POSM-LOOKUP-EMP
                PERFORM BUSCA-PLAZA-EMPLEADO
                EVALUATE TRUE
                    WHEN NOT WS-HR-FOUND
                        DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                            " NO ESTA EN HRMAST - SIN ASIGNAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-POSM-IX-EMPLEADO > 0
                        DISPLAY "EL EMPLEADO YA OCUPA LA PLAZA "
                            WS-POSM-TBL-POSICION(WS-POSM-IX-EMPLEADO)
                            " - SIN ASIGNAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-EMP-DEPT NOT = WS-POSM-TBL-DEPT(WS-POS-IX)
                        DISPLAY "EL EMPLEADO ES DEL DEPARTAMENTO "
                            WS-EMP-DEPT " - SIN ASIGNAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-EMP-SALARIO < WS-POSM-TBL-MIN(WS-POS-IX)
                            OR WS-EMP-SALARIO
                            > WS-POSM-TBL-MAX(WS-POS-IX)
                        DISPLAY "SALARIO " WS-EMP-SALARIO
                            " FUERA DEL GRADO - SIN ASIGNAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                END-EVALUATE
            END-IF.
            IF WS-VALIDO
                MOVE WS-POS-IX TO WS-POSM-IX-VACANTE
                PERFORM OCUPA-PLAZA
                PERFORM GRABA-POSMAST
                MOVE WS-CAP-POSICION TO WS-ASE-POSICION
                MOVE WS-CAP-EMPLEADO TO WS-ASE-EMPLEADO
                MOVE WS-OPERADOR TO WS-ASE-OPERADOR
                MOVE WS-ASIGNA-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO " "
                    WS-EMP-APELLIDOS " ASIGNADO A LA PLAZA"
            END-IF.

       LIBERA-POSICION.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM LIBERA-POSICION-2
            END-IF.

       LIBERA-POSICION-2.
      *    Correccion de una asignacion equivocada; las bajas y los
      *    traslados liberan la plaza solos en la cadena.
            PERFORM CARGA-POSMAST.
            DISPLAY "CODIGO DE PLAZA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-POSICION.
            PERFORM BUSCA-POSICION.
            EVALUATE TRUE
                WHEN WS-POS-IX = 0
                    DISPLAY "PLAZA " WS-CAP-POSICION
                        " NO ESTA EN POSMAST"
                WHEN WS-POSM-TBL-ESTADO(WS-POS-IX) NOT = "O"
                    DISPLAY "PLAZA YA VACANTE"
                WHEN OTHER
                    MOVE WS-POSM-TBL-EMPLEADO(WS-POS-IX)
                        TO WS-LIE-EMPLEADO
                    MOVE WS-POS-IX TO WS-POSM-IX-EMPLEADO
                    PERFORM LIBERA-PLAZA
                    PERFORM GRABA-POSMAST
                    MOVE WS-CAP-POSICION TO WS-LIE-POSICION
                    MOVE WS-OPERADOR TO WS-LIE-OPERADOR
                    MOVE WS-LIBERA-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                    DISPLAY "PLAZA LIBERADA - QUEDA VACANTE"
            END-EVALUATE.

       SUPRIME-PLAZA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM SUPRIME-PLAZA-2
            END-IF.

       SUPRIME-PLAZA-2.
      *    Suprimir baja la dotacion autorizada del departamento;
      *    una plaza ocupada se libera primero.
            PERFORM CARGA-POSMAST.
            DISPLAY "CODIGO DE PLAZA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-POSICION.
            PERFORM BUSCA-POSICION.
            EVALUATE TRUE
                WHEN WS-POS-IX = 0
                    DISPLAY "PLAZA " WS-CAP-POSICION
                        " NO ESTA EN POSMAST"
                WHEN WS-POSM-TBL-ESTADO(WS-POS-IX) NOT = "V"
                    DISPLAY "PLAZA OCUPADA - SOLO SE SUPRIME VACANTE"
                WHEN OTHER
                    PERFORM VARYING WS-POSM-I FROM WS-POS-IX BY 1
                            UNTIL WS-POSM-I >= WS-POSM-COUNT
                        MOVE WS-POSM-ENTRY(WS-POSM-I + 1)
                            TO WS-POSM-ENTRY(WS-POSM-I)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-POSM-COUNT
                    SET WS-POSM-CAMBIADO TO TRUE
                    PERFORM GRABA-POSMAST
                    MOVE WS-CAP-POSICION TO WS-SUE-POSICION
                    MOVE WS-OPERADOR TO WS-SUE-OPERADOR
                    MOVE WS-SUPRIME-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                    DISPLAY "PLAZA SUPRIMIDA"
            END-EVALUATE.

       CONSULTA-PLAZAS.
            PERFORM CARGA-POSMAST.
            DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-DEPT.
            MOVE 0 TO WS-MATCH-COUNT.
            MOVE 0 TO WS-OCUPADAS.
            PERFORM VARYING WS-POS-IX FROM 1 BY 1
                    UNTIL WS-POS-IX > WS-POSM-COUNT
                IF WS-POSM-TBL-DEPT(WS-POS-IX) = WS-CAP-DEPT
                    ADD 1 TO WS-MATCH-COUNT
                    IF WS-POSM-TBL-ESTADO(WS-POS-IX) = "O"
                        ADD 1 TO WS-OCUPADAS
                    END-IF
                    PERFORM MUESTRA-PLAZA
                END-IF
            END-PERFORM.
            IF WS-MATCH-COUNT = 0
                DISPLAY "SIN PLAZAS AUTORIZADAS PARA " WS-CAP-DEPT
            ELSE
                DISPLAY "AUTORIZADAS: " WS-MATCH-COUNT
                    " OCUPADAS: " WS-OCUPADAS
            END-IF.

       MUESTRA-PLAZA.
            IF WS-POSM-TBL-ESTADO(WS-POS-IX) = "O"
                DISPLAY WS-POSM-TBL-POSICION(WS-POS-IX) " "
                    WS-POSM-TBL-DEPT(WS-POS-IX) " "
                    WS-POSM-TBL-TITULO(WS-POS-IX) " GRADO "
                    WS-POSM-TBL-GRADO(WS-POS-IX) " "
                    WS-POSM-TBL-MIN(WS-POS-IX) "-"
                    WS-POSM-TBL-MAX(WS-POS-IX) " OCUPADA "
                    WS-POSM-TBL-EMPLEADO(WS-POS-IX)
            ELSE
                DISPLAY WS-POSM-TBL-POSICION(WS-POS-IX) " "
                    WS-POSM-TBL-DEPT(WS-POS-IX) " "
                    WS-POSM-TBL-TITULO(WS-POS-IX) " GRADO "
                    WS-POSM-TBL-GRADO(WS-POS-IX) " "
                    WS-POSM-TBL-MIN(WS-POS-IX) "-"
                    WS-POSM-TBL-MAX(WS-POS-IX) " VACANTE"
            END-IF.

       BUSCA-POSICION.
            MOVE 0 TO WS-POS-IX.
            PERFORM VARYING WS-POSM-I FROM 1 BY 1
                    UNTIL WS-POSM-I > WS-POSM-COUNT
                IF WS-POSM-TBL-POSICION(WS-POSM-I) = WS-CAP-POSICION
                    MOVE WS-POSM-I TO WS-POS-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

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
                    MOVE HR-DEPT-CODE TO WS-EMP-DEPT
                    MOVE HR-SALARIO TO WS-EMP-SALARIO
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

       COPY "POSMWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-PLAZAS.
