      ******************************************************************
      * Author:
      * Date:
      * Purpose: Continuation coverage election desk. Records the
      *          answer of a terminated employee to the continuation
      *          offer OFRECE-CONTINUACION made on CONTCOB.DAT. An
      *          acceptance is taken only while the offer is open and
      *          within its election deadline, and needs the customer
      *          account the member will be invoiced on, which must
      *          be on ACCTMAST.DAT and active; the offer becomes
      *          accepted (A) and the enrollment on BENENROL.DAT goes
      *          to status K (continuacion), regrabado whole, so the
      *          member stays covered for claims and is billed each
      *          month by the nightly run instead of through payroll.
      *          A declination closes the offer (N). The inquiry
      *          shows the offer with its premium, deadline and last
      *          month of coverage, and every invoice billed with its
      *          status on INVMAST.DAT. Updates are refused while the
      *          nightly chain holds the data set; each is logged to
      *          the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGE-CONTINUACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT ENROLLMENT-NEW ASSIGN TO "BENENROL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENN-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           COPY "CONTSL.cpy".
           COPY "INVMSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que graba Condicional_IF_AND.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BE-APP-ID            PIC 9(6).
           05  BE-DEPTO             PIC X(4).
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

       FD  ENROLLMENT-NEW.
       01  ENROLLMENT-NEW-LINE      PIC X(44).

      *    Mismo layout que mantiene MANTIENE-CUENTAS.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       COPY "CONTFD.cpy".
       COPY "INVMFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-ENN-STATUS            PIC XX.
           88  WS-ENN-OK            VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-AM-FOUND-SWITCH       PIC X.
           88  WS-AM-FOUND          VALUE "Y".
       01  WS-AM-ACTIVA             PIC X.
       01  WS-CONFIRMA              PIC X.

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-ESTADO-DESC           PIC X(12).
       01  WS-FACTURA-DESC          PIC X(12).
       01  WS-NUEVO-ESTADO-INS      PIC X.
       01  WS-INS-HALLADO-SWITCH    PIC X.
           88  WS-INS-HALLADO       VALUE "Y".
       01  WS-PRIMA-EDIT            PIC ZZ,ZZ9.99.
       01  WS-PLAN-MUESTRA          PIC X(4).

       01  WS-CONT-EVENTO.
           05  FILLER               PIC X(5) VALUE "CONT ".
           05  WS-CEV-ACCION        PIC X(7).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-CUENTA        PIC X(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-CEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CONTWS.cpy".
       COPY "INVMWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ELIGE-CONTINUACION" TO WS-OPSLOG-PROGRAM.
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
                DISPLAY "1. ACEPTAR COBERTURA DE CONTINUACION"
                DISPLAY "2. RECHAZAR COBERTURA DE CONTINUACION"
                DISPLAY "3. CONSULTA DE CONTINUACION Y FACTURAS"
                DISPLAY "4. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM ACEPTA-CONTINUACION
                    WHEN 2
                        PERFORM RECHAZA-CONTINUACION
                    WHEN 3
                        PERFORM CONSULTA-CONTINUACION
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

       ACEPTA-CONTINUACION.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ACEPTA-CONTINUACION-2
            END-IF.

       ACEPTA-CONTINUACION-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin registrar nada.
            PERFORM LOCALIZA-OFERTA.
            IF WS-VALIDO
                DISPLAY "CUENTA DE FACTURACION: " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-CUENTA
                ACCEPT WS-CAP-CUENTA
                PERFORM BUSCA-CUENTA
                EVALUATE TRUE
                    WHEN WS-CAP-CUENTA = SPACES
                        DISPLAY "CUENTA OBLIGATORIA - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN NOT WS-AM-FOUND
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " NO EXISTE EN ACCTMAST - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-AM-ACTIVA NOT = "S"
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " INACTIVA - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                END-EVALUATE
            END-IF.
            IF WS-VALIDO
                PERFORM CONFIRMA-ACCION
            END-IF.
            IF WS-VALIDO
                MOVE "A" TO WS-CT-TBL-ESTADO (WS-CT-IX)
                MOVE WS-OPSLOG-DATE
                    TO WS-CT-TBL-FECHA-ESTADO (WS-CT-IX)
                MOVE WS-CAP-CUENTA TO WS-CT-TBL-CUENTA (WS-CT-IX)
                MOVE WS-OPERADOR TO WS-CT-TBL-OPERADOR (WS-CT-IX)
                SET WS-CT-CAMBIADO TO TRUE
                PERFORM GRABA-CONTINUACIONES
                MOVE "K" TO WS-NUEVO-ESTADO-INS
                PERFORM ACTUALIZA-INSCRITO
                MOVE "ACEPTA" TO WS-CEV-ACCION
                MOVE WS-CAP-CUENTA TO WS-CEV-CUENTA
                PERFORM REGISTRA-EVENTO-CONT
                DISPLAY "CONTINUACION ACEPTADA - SE FACTURA A "
                    WS-CAP-CUENTA " HASTA EL MES "
                    WS-CT-TBL-PERIODO-FIN (WS-CT-IX)
            END-IF.

       RECHAZA-CONTINUACION.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM RECHAZA-CONTINUACION-2
            END-IF.

       RECHAZA-CONTINUACION-2.
            PERFORM LOCALIZA-OFERTA.
            IF WS-VALIDO
                PERFORM CONFIRMA-ACCION
            END-IF.
            IF WS-VALIDO
                MOVE "N" TO WS-CT-TBL-ESTADO (WS-CT-IX)
                MOVE WS-OPSLOG-DATE
                    TO WS-CT-TBL-FECHA-ESTADO (WS-CT-IX)
                MOVE WS-OPERADOR TO WS-CT-TBL-OPERADOR (WS-CT-IX)
                SET WS-CT-CAMBIADO TO TRUE
                PERFORM GRABA-CONTINUACIONES
                MOVE "RECHAZA" TO WS-CEV-ACCION
                MOVE SPACES TO WS-CEV-CUENTA
                PERFORM REGISTRA-EVENTO-CONT
                DISPLAY "CONTINUACION RECHAZADA - OFERTA CERRADA"
            END-IF.

       LOCALIZA-OFERTA.
      *    Solo la oferta mas reciente del empleado, abierta y dentro
      *    de su plazo de eleccion, admite respuesta.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM CARGA-CONTINUACIONES.
            MOVE WS-CAP-EMPLEADO TO WS-CT-LOOKUP-EMPLEADO.
            MOVE 0 TO WS-CT-LOOKUP-BAJA.
            PERFORM BUSCA-CONTINUACION.
            EVALUATE TRUE
                WHEN WS-CT-IX = 0
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " SIN OFERTA DE CONTINUACION"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CT-TBL-ESTADO (WS-CT-IX) NOT = "O"
                    PERFORM DESCRIBE-ESTADO
                    DISPLAY "OFERTA YA RESUELTA (" WS-ESTADO-DESC
                        ") - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CT-TBL-LIMITE (WS-CT-IX) < WS-OPSLOG-DATE
                    DISPLAY "PLAZO DE ELECCION VENCIDO EL "
                        WS-CT-TBL-LIMITE (WS-CT-IX) " - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    PERFORM MUESTRA-OFERTA
            END-EVALUATE.

       CONFIRMA-ACCION.
            DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING.
            MOVE SPACE TO WS-CONFIRMA.
            ACCEPT WS-CONFIRMA.
            IF WS-CONFIRMA NOT = "S"
                DISPLAY "SIN CAMBIO"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CONSULTA-CONTINUACION.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM CARGA-CONTINUACIONES.
            MOVE WS-CAP-EMPLEADO TO WS-CT-LOOKUP-EMPLEADO.
            MOVE 0 TO WS-CT-LOOKUP-BAJA.
            PERFORM BUSCA-CONTINUACION.
            IF WS-CT-IX = 0
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " SIN OFERTA DE CONTINUACION"
            ELSE
                PERFORM MUESTRA-OFERTA
                PERFORM DESCRIBE-ESTADO
                DISPLAY "ESTADO: " WS-ESTADO-DESC " DESDE "
                    WS-CT-TBL-FECHA-ESTADO (WS-CT-IX)
                    " CUENTA " WS-CT-TBL-CUENTA (WS-CT-IX)
                    " FACTURADO HASTA "
                    WS-CT-TBL-ULT-PERIODO (WS-CT-IX)
                PERFORM MUESTRA-FACTURAS
            END-IF.

       MUESTRA-OFERTA.
      *    Plan en blanco es BASE.
            MOVE WS-CT-TBL-PRIMA (WS-CT-IX) TO WS-PRIMA-EDIT.
            IF WS-CT-TBL-PLAN (WS-CT-IX) = SPACES
                MOVE "BASE" TO WS-PLAN-MUESTRA
            ELSE
                MOVE WS-CT-TBL-PLAN (WS-CT-IX) TO WS-PLAN-MUESTRA
            END-IF.
            DISPLAY WS-CT-TBL-NOMBRE (WS-CT-IX) " BAJA "
                WS-CT-TBL-BAJA (WS-CT-IX) " PLAN " WS-PLAN-MUESTRA
                " NIVEL " WS-CT-TBL-NIVEL (WS-CT-IX).
            DISPLAY "PRIMA MENSUAL " WS-PRIMA-EDIT
                " - ELEGIR HASTA " WS-CT-TBL-LIMITE (WS-CT-IX)
                " - COBERTURA HASTA EL MES "
                WS-CT-TBL-PERIODO-FIN (WS-CT-IX).

       MUESTRA-FACTURAS.
      *    Las facturas de la continuacion mas reciente, con su
      *    estado en el maestro de facturas.
            PERFORM CARGA-FACTURAS-CONT.
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM VARYING WS-CF-I FROM 1 BY 1
                    UNTIL WS-CF-I > WS-CF-COUNT
                IF WS-CF-TBL-EMPLEADO (WS-CF-I) = WS-CAP-EMPLEADO
                        AND WS-CF-TBL-PERIODO (WS-CF-I)
                            > WS-CT-TBL-BAJA (WS-CT-IX) / 100
                    MOVE WS-CF-TBL-FACTURA (WS-CF-I)
                        TO WS-IM-LOOKUP-NUMERO
                    PERFORM BUSCA-FACTURA-CLIENTE
                    PERFORM DESCRIBE-FACTURA
                    MOVE WS-CF-TBL-IMPORTE (WS-CF-I) TO WS-PRIMA-EDIT
                    DISPLAY "  MES " WS-CF-TBL-PERIODO (WS-CF-I)
                        " FACTURA " WS-CF-TBL-FACTURA (WS-CF-I)
                        " DEL " WS-CF-TBL-FECHA (WS-CF-I)
                        " " WS-PRIMA-EDIT " " WS-FACTURA-DESC
                END-IF
            END-PERFORM.

       DESCRIBE-ESTADO.
            EVALUATE WS-CT-TBL-ESTADO (WS-CT-IX)
                WHEN "O"
                    MOVE "OFRECIDA" TO WS-ESTADO-DESC
                WHEN "A"
                    MOVE "ACEPTADA" TO WS-ESTADO-DESC
                WHEN "N"
                    MOVE "NO ELEGIDA" TO WS-ESTADO-DESC
                WHEN "C"
                    MOVE "CANCELADA" TO WS-ESTADO-DESC
                WHEN "V"
                    MOVE "VENCIDA" TO WS-ESTADO-DESC
                WHEN OTHER
                    MOVE "?" TO WS-ESTADO-DESC
            END-EVALUATE.

       DESCRIBE-FACTURA.
            IF WS-IM-IX = 0
                MOVE "NO HALLADA" TO WS-FACTURA-DESC
            ELSE
                EVALUATE WS-IM-TBL-ESTADO (WS-IM-IX)
                    WHEN "A"
                        MOVE "ABIERTA" TO WS-FACTURA-DESC
                    WHEN "C"
                        MOVE "COBRADA" TO WS-FACTURA-DESC
                    WHEN "I"
                        MOVE "INCOBRABLE" TO WS-FACTURA-DESC
                    WHEN "V"
                        MOVE "RECUPERADA" TO WS-FACTURA-DESC
                    WHEN OTHER
                        MOVE WS-IM-TBL-ESTADO (WS-IM-IX)
                            TO WS-FACTURA-DESC
                END-EVALUATE
            END-IF.

       BUSCA-CUENTA.
            MOVE "N" TO WS-AM-FOUND-SWITCH.
            MOVE SPACE TO WS-AM-ACTIVA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                PERFORM UNTIL WS-EOF OR WS-AM-FOUND
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AM-ACCOUNT = WS-CAP-CUENTA
                                SET WS-AM-FOUND TO TRUE
                                MOVE AM-ACTIVE TO WS-AM-ACTIVA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ACTUALIZA-INSCRITO.
      *    El maestro de inscritos se regraba entero por la imagen
      *    .NEW con el nuevo estado del empleado.
            MOVE "N" TO WS-INS-HALLADO-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-FILE.
            IF NOT WS-ENR-OK
                MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                MOVE "ACTUALIZA-INSCRITO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ENROLLMENT-NEW.
            IF NOT WS-ENN-OK
                MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                MOVE "ACTUALIZA-INSCRITO OPEN NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ENROLLMENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF BE-APP-ID = WS-CAP-EMPLEADO
                            MOVE WS-NUEVO-ESTADO-INS TO BE-STATUS
                            SET WS-INS-HALLADO TO TRUE
                        END-IF
                        WRITE ENROLLMENT-NEW-LINE FROM ENROLLMENT-RECORD
                        IF NOT WS-ENN-OK
                            MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                            MOVE "ACTUALIZA-INSCRITO WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENROLLMENT-FILE ENROLLMENT-NEW.
            IF WS-INS-HALLADO
                PERFORM PROMUEVE-INSCRIPCION
            ELSE
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN BENENROL - ESTADO SIN CAMBIO"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-INSCRIPCION.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-NEW.
            IF NOT WS-ENN-OK
                MOVE WS-ENN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INSCRIP OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ENROLLMENT-FILE.
            IF NOT WS-ENR-OK
                MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-INSCRIP OPEN E"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ ENROLLMENT-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE ENROLLMENT-RECORD
                            FROM ENROLLMENT-NEW-LINE
                        IF NOT WS-ENR-OK
                            MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-INSCRIP WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENROLLMENT-NEW ENROLLMENT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-CONT.
            MOVE WS-CAP-EMPLEADO TO WS-CEV-EMPLEADO.
            MOVE WS-OPERADOR TO WS-CEV-OPERADOR.
            MOVE WS-CONT-EVENTO TO WS-OPSLOG-EVENT.
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
            MOVE SPACES TO WS-OPERADOR.

       COPY "CONTWR.cpy".
       COPY "INVMWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM ELIGE-CONTINUACION.
