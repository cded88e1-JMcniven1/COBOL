      ******************************************************************
      * Author:
      * Date:
      * Purpose: Training and certification desk. Maintains the
      *          certification master (CERTMAST.DAT): for an HRMAST
      *          employee, records a course completed with its
      *          completion and expiry dates, or renews one already
      *          held by overwriting both dates. Also declares which
      *          courses a ZONEMAST.DAT zone requires
      *          (ZONECERT.DAT), e.g. the electrical safety course
      *          for the electrical room, and drops a requirement.
      *          The nightly VERIFICA-CERTIFICACIONES suspends on
      *          BADGZONE.DAT the zone rights of badges whose holder
      *          lacks a current required certification and gives
      *          them back the night the certification is renewed
      *          here; the 30-day upcoming-expiry report for the
      *          managers is VENCE-CERTIFICACIONES. The inquiry lists
      *          an employee's certifications as current or lapsed.
      *          Updates are refused while the nightly chain holds
      *          the data set; each is logged to the shared OPSLOG
      *          with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-CERTIFICACIONES.

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
           SELECT ZONE-MASTER ASSIGN TO "ZONEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZON-STATUS.
           COPY "CERTSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Mismo layout que carga Condicional_IF_OR.
       FD  ZONE-MASTER.
       01  ZONE-MASTER-RECORD.
           05  ZM-ZONA              PIC X(4).
           05  ZM-DESC              PIC X(20).

       COPY "CERTFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-ZON-STATUS            PIC XX.
           88  WS-ZON-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-ZONA-HALLADA-SWITCH   PIC X.
           88  WS-ZONA-HALLADA      VALUE "Y".

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-CURSO             PIC X(6).
       01  WS-CAP-DESCRIPCION       PIC X(20).
       01  WS-CAP-ZONA              PIC X(4).
       01  WS-CAP-COMPLETADO        PIC 9(8).
       01  WS-CAP-COMPLETADO-R REDEFINES WS-CAP-COMPLETADO.
           05  WS-COMP-ANO          PIC 9(4).
           05  WS-COMP-MES          PIC 9(2).
           05  WS-COMP-DIA          PIC 9(2).
       01  WS-CAP-VENCE             PIC 9(8).
       01  WS-CAP-VENCE-R REDEFINES WS-CAP-VENCE.
           05  WS-VENCE-ANO         PIC 9(4).
           05  WS-VENCE-MES         PIC 9(2).
           05  WS-VENCE-DIA         PIC 9(2).
       01  WS-EMP-APELLIDOS         PIC X(20).
       01  WS-ENCONTRADAS           PIC 9(3).

       01  WS-CERT-LINEA.
           05  WS-CL-CURSO          PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-DESC           PIC X(20).
           05  FILLER               PIC X(11) VALUE " APROBADO: ".
           05  WS-CL-COMPLETADO     PIC 9(8).
           05  FILLER               PIC X(8) VALUE " VENCE: ".
           05  WS-CL-VENCE          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CL-ESTADO         PIC X(7).

       01  WS-CERT-EVENTO.
           05  FILLER               PIC X(7) VALUE "CERTIF ".
           05  WS-CEV-ACCION        PIC X(7).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-CLAVE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-CURSO         PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-CEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CERTWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-CERTIFICACIONES" TO WS-OPSLOG-PROGRAM.
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
                DISPLAY "1. REGISTRAR O RENOVAR CERTIFICACION"
                DISPLAY "2. CONSULTA DE CERTIFICACIONES DE EMPLEADO"
                DISPLAY "3. AGREGAR CURSO EXIGIDO POR UNA ZONA"
                DISPLAY "4. QUITAR CURSO EXIGIDO POR UNA ZONA"
                DISPLAY "5. CONSULTA DE CURSOS EXIGIDOS POR ZONA"
                DISPLAY "6. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM REGISTRA-CERTIFICACION
                    WHEN 2
                        PERFORM CONSULTA-EMPLEADO
                    WHEN 3
                        PERFORM AGREGA-REQUISITO
                    WHEN 4
                        PERFORM QUITA-REQUISITO
                    WHEN 5
                        PERFORM CONSULTA-ZONA
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

       REGISTRA-CERTIFICACION.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-CERTIFICACION-2
            END-IF.

       REGISTRA-CERTIFICACION-2.
      *    Un curso ya registrado para el empleado se renueva: las
      *    dos fechas se sobreescriben y el nombre se conserva.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-CERTIFICACIONES.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN HRMAST - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                DISPLAY "CODIGO DE CURSO: " WITH NO ADVANCING
                ACCEPT WS-CAP-CURSO
                IF WS-CAP-CURSO = SPACES
                    DISPLAY "CODIGO DE CURSO EN BLANCO - "
                        "SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-EMPLEADO TO WS-CERT-LOOKUP-EMP
                MOVE WS-CAP-CURSO TO WS-CERT-LOOKUP-CURSO
                PERFORM BUSCA-CERTIFICACION
                IF WS-CERT-IX = 0
                    DISPLAY "NOMBRE DEL CURSO: " WITH NO ADVANCING
                    ACCEPT WS-CAP-DESCRIPCION
                ELSE
                    DISPLAY "RENOVACION DE "
                        WS-CERT-TBL-DESC (WS-CERT-IX)
                        " - VENCIMIENTO ACTUAL "
                        WS-CERT-TBL-VENCE (WS-CERT-IX)
                END-IF
                PERFORM CAPTURA-FECHAS
            END-IF.
            IF WS-VALIDO
                IF WS-CERT-IX = 0
                    IF WS-CERT-COUNT >= WS-CERT-MAX
                        DISPLAY "TABLA DE CERTIFICACIONES LLENA EN "
                            WS-CERT-MAX " ENTRADAS - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        ADD 1 TO WS-CERT-COUNT
                        MOVE WS-CERT-COUNT TO WS-CERT-IX
                        MOVE WS-CAP-EMPLEADO
                            TO WS-CERT-TBL-EMP (WS-CERT-IX)
                        MOVE WS-CAP-CURSO
                            TO WS-CERT-TBL-CURSO (WS-CERT-IX)
                        MOVE WS-CAP-DESCRIPCION
                            TO WS-CERT-TBL-DESC (WS-CERT-IX)
                        MOVE "ALTA" TO WS-CEV-ACCION
                    END-IF
                ELSE
                    MOVE "RENUEVA" TO WS-CEV-ACCION
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-COMPLETADO
                    TO WS-CERT-TBL-COMPLETADO (WS-CERT-IX)
                MOVE WS-CAP-VENCE TO WS-CERT-TBL-VENCE (WS-CERT-IX)
                SET WS-CERT-CAMBIADO TO TRUE
                PERFORM GRABA-CERTIFICACIONES
                MOVE WS-CAP-EMPLEADO TO WS-CEV-CLAVE
                MOVE WS-CAP-CURSO TO WS-CEV-CURSO
                PERFORM REGISTRA-EVENTO-CERT
                DISPLAY "CERTIFICACION " WS-CAP-CURSO " DE "
                    WS-EMP-APELLIDOS " GRABADA - VENCE "
                    WS-CAP-VENCE
                IF WS-CAP-VENCE >= WS-OPSLOG-DATE
                    DISPLAY "LAS ZONAS SUSPENDIDAS SE REHABILITAN "
                        "EN LA CORRIDA NOCTURNA"
                END-IF
            END-IF.

       CAPTURA-FECHAS.
            DISPLAY "FECHA DE APROBACION (AAAAMMDD): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-COMPLETADO.
            DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-VENCE.
            EVALUATE TRUE
                WHEN WS-COMP-MES < 1 OR WS-COMP-MES > 12
                        OR WS-COMP-DIA < 1 OR WS-COMP-DIA > 31
                        OR WS-VENCE-MES < 1 OR WS-VENCE-MES > 12
                        OR WS-VENCE-DIA < 1 OR WS-VENCE-DIA > 31
                    DISPLAY "FECHA INVALIDA - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-COMPLETADO > WS-OPSLOG-DATE
                    DISPLAY "APROBACION POSTERIOR A HOY - "
                        "SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-VENCE <= WS-CAP-COMPLETADO
                    DISPLAY "VENCIMIENTO NO POSTERIOR A LA "
                        "APROBACION - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.

       CONSULTA-EMPLEADO.
            PERFORM CARGA-CERTIFICACIONES.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            MOVE 0 TO WS-ENCONTRADAS.
            PERFORM VARYING WS-CERT-I FROM 1 BY 1
                    UNTIL WS-CERT-I > WS-CERT-COUNT
                IF WS-CERT-TBL-EMP (WS-CERT-I) = WS-CAP-EMPLEADO
                    ADD 1 TO WS-ENCONTRADAS
                    MOVE WS-CERT-TBL-CURSO (WS-CERT-I) TO WS-CL-CURSO
                    MOVE WS-CERT-TBL-DESC (WS-CERT-I) TO WS-CL-DESC
                    MOVE WS-CERT-TBL-COMPLETADO (WS-CERT-I)
                        TO WS-CL-COMPLETADO
                    MOVE WS-CERT-TBL-VENCE (WS-CERT-I) TO WS-CL-VENCE
                    IF WS-CERT-TBL-VENCE (WS-CERT-I) < WS-OPSLOG-DATE
                        MOVE "VENCIDA" TO WS-CL-ESTADO
                    ELSE
                        MOVE "VIGENTE" TO WS-CL-ESTADO
                    END-IF
                    DISPLAY WS-CERT-LINEA
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADAS = 0
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " SIN CERTIFICACIONES REGISTRADAS"
            END-IF.

       AGREGA-REQUISITO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM AGREGA-REQUISITO-2
            END-IF.

       AGREGA-REQUISITO-2.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-REQUISITOS-ZONA.
            PERFORM CAPTURA-ZONA-CURSO.
            IF WS-VALIDO
                PERFORM BUSCA-REQUISITO
                IF WS-ZCRT-IX > 0
                    DISPLAY "LA ZONA YA EXIGE ESE CURSO - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-ZCRT-COUNT >= WS-ZCRT-MAX
                    DISPLAY "TABLA DE REQUISITOS LLENA EN "
                        WS-ZCRT-MAX " ENTRADAS - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                ADD 1 TO WS-ZCRT-COUNT
                MOVE WS-CAP-ZONA TO WS-ZCRT-TBL-ZONA (WS-ZCRT-COUNT)
                MOVE WS-CAP-CURSO TO WS-ZCRT-TBL-CURSO (WS-ZCRT-COUNT)
                SET WS-ZCRT-CAMBIADO TO TRUE
                PERFORM GRABA-REQUISITOS-ZONA
                MOVE "EXIGE" TO WS-CEV-ACCION
                MOVE WS-CAP-ZONA TO WS-CEV-CLAVE
                MOVE WS-CAP-CURSO TO WS-CEV-CURSO
                PERFORM REGISTRA-EVENTO-CERT
                DISPLAY "ZONA " WS-CAP-ZONA " EXIGE EL CURSO "
                    WS-CAP-CURSO " DESDE LA CORRIDA NOCTURNA"
            END-IF.

       QUITA-REQUISITO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM QUITA-REQUISITO-2
            END-IF.

       QUITA-REQUISITO-2.
      *    La fila sale de la tabla corriendo las siguientes una
      *    posicion.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-REQUISITOS-ZONA.
            DISPLAY "ZONA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-ZONA.
            DISPLAY "CODIGO DE CURSO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-CURSO.
            PERFORM BUSCA-REQUISITO.
            IF WS-ZCRT-IX = 0
                DISPLAY "LA ZONA NO EXIGE ESE CURSO - SIN GRABAR"
            ELSE
                PERFORM VARYING WS-ZCRT-I FROM WS-ZCRT-IX BY 1
                        UNTIL WS-ZCRT-I >= WS-ZCRT-COUNT
                    MOVE WS-ZCRT-ENTRY (WS-ZCRT-I + 1)
                        TO WS-ZCRT-ENTRY (WS-ZCRT-I)
                END-PERFORM
                SUBTRACT 1 FROM WS-ZCRT-COUNT
                SET WS-ZCRT-CAMBIADO TO TRUE
                PERFORM GRABA-REQUISITOS-ZONA
                MOVE "NOEXIGE" TO WS-CEV-ACCION
                MOVE WS-CAP-ZONA TO WS-CEV-CLAVE
                MOVE WS-CAP-CURSO TO WS-CEV-CURSO
                PERFORM REGISTRA-EVENTO-CERT
                DISPLAY "CURSO " WS-CAP-CURSO " YA NO EXIGIDO EN "
                    WS-CAP-ZONA
            END-IF.

       CONSULTA-ZONA.
            PERFORM CARGA-REQUISITOS-ZONA.
            DISPLAY "ZONA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-ZONA.
            MOVE 0 TO WS-ENCONTRADAS.
            PERFORM VARYING WS-ZCRT-I FROM 1 BY 1
                    UNTIL WS-ZCRT-I > WS-ZCRT-COUNT
                IF WS-ZCRT-TBL-ZONA (WS-ZCRT-I) = WS-CAP-ZONA
                    ADD 1 TO WS-ENCONTRADAS
                    DISPLAY "  EXIGE CURSO "
                        WS-ZCRT-TBL-CURSO (WS-ZCRT-I)
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADAS = 0
                DISPLAY "ZONA " WS-CAP-ZONA
                    " SIN CERTIFICACIONES EXIGIDAS"
            END-IF.

       CAPTURA-ZONA-CURSO.
            DISPLAY "ZONA: " WITH NO ADVANCING.
            ACCEPT WS-CAP-ZONA.
            PERFORM BUSCA-ZONA.
            IF NOT WS-ZONA-HALLADA
                DISPLAY "ZONA " WS-CAP-ZONA
                    " NO ESTA EN ZONEMAST - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                DISPLAY "CODIGO DE CURSO: " WITH NO ADVANCING
                ACCEPT WS-CAP-CURSO
                IF WS-CAP-CURSO = SPACES
                    DISPLAY "CODIGO DE CURSO EN BLANCO - SIN GRABAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       BUSCA-REQUISITO.
            MOVE 0 TO WS-ZCRT-IX.
            PERFORM VARYING WS-ZCRT-I FROM 1 BY 1
                    UNTIL WS-ZCRT-I > WS-ZCRT-COUNT
                IF WS-ZCRT-TBL-ZONA (WS-ZCRT-I) = WS-CAP-ZONA
                        AND WS-ZCRT-TBL-CURSO (WS-ZCRT-I)
                            = WS-CAP-CURSO
                    MOVE WS-ZCRT-I TO WS-ZCRT-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-ZONA.
            MOVE "N" TO WS-ZONA-HALLADA-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ZONE-MASTER.
            IF WS-ZON-OK
                PERFORM UNTIL WS-EOF OR WS-ZONA-HALLADA
                    READ ZONE-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF ZM-ZONA = WS-CAP-ZONA
                                SET WS-ZONA-HALLADA TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ZONE-MASTER
            END-IF.

       REGISTRA-EVENTO-CERT.
            MOVE WS-OPERADOR TO WS-CEV-OPERADOR.
            MOVE WS-CERT-EVENTO TO WS-OPSLOG-EVENT.
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

       COPY "CERTWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-CERTIFICACIONES.
