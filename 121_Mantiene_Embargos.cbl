      ******************************************************************
      * Author:
      * Date:
      * Purpose: Garnishment order desk. Registers the court-ordered
      *          garnishments against the HR-MASTER roster on the
      *          garnishment order master (GARNMAST.DAT, the file
      *          CALCULA-NOMINA applies run by run): court reference,
      *          employee, creditor (a payee on PAYEEMST.DAT, active,
      *          so the remittance cheque resolves), total owed,
      *          priority among the employee's orders (01 ranks
      *          first), cap rule (O ordinary or A support share of
      *          disposable earnings per PARM121.DAT, or P the
      *          percentage stated in the order) and the installment
      *          per period (zero takes all the cap allows). The
      *          inquiry lists an employee's orders with the running
      *          balance; an order the court lifts is marked L and
      *          payroll stops taking it. Updates are refused while
      *          the nightly chain holds the data set. Every
      *          registration and lift is logged to the shared OPSLOG
      *          with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-EMBARGOS.

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
           SELECT GARN-MASTER ASSIGN TO "GARNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GMM-STATUS.
           SELECT GARN-MASTER-NEW ASSIGN TO "GARNMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GMN-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO "PAYEEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYM-STATUS.
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Mismo layout que lee CALCULA-NOMINA; estado A = vigente,
      *    S = saldada, L = levantada.
       FD  GARN-MASTER.
       01  GARN-MASTER-RECORD.
           05  GM-REFERENCIA        PIC X(15).
           05  GM-EMPLOYEE-ID       PIC 9(6).
           05  GM-ACREEDOR          PIC X(6).
           05  GM-TOTAL             PIC 9(7)V99.
           05  GM-SALDO             PIC 9(7)V99.
           05  GM-PRIORIDAD         PIC 99.
           05  GM-REGLA             PIC X.
           05  GM-PORCENTAJE        PIC 9(3)V99.
           05  GM-CUOTA             PIC 9(7)V99.
           05  GM-FECHA-ALTA        PIC 9(8).
           05  GM-ESTADO            PIC X.

       FD  GARN-MASTER-NEW.
       01  GARN-NEW-LINE            PIC X(71).

      *    Mismo layout que mantiene MANTIENE-BENEFICIARIOS.
       FD  PAYEE-MASTER.
       01  PAYEE-MASTER-RECORD.
           05  PY-ID                PIC X(6).
           05  PY-LEGAL-NAME        PIC X(30).
           05  PY-REMIT             PIC X(30).
           05  PY-ACTIVE            PIC X.

       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-GMM-STATUS            PIC XX.
           88  WS-GMM-OK            VALUE "00".
       01  WS-GMN-STATUS            PIC XX.
           88  WS-GMN-OK            VALUE "00".
       01  WS-PYM-STATUS            PIC XX.
           88  WS-PYM-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-MATCH-COUNT           PIC 9(4).

       01  WS-CAP-EMPLEADO          PIC 9(6).
       01  WS-CAP-REFERENCIA        PIC X(15).
       01  WS-CAP-ACREEDOR          PIC X(6).
       01  WS-CAP-TOTAL             PIC 9(7)V99.
       01  WS-CAP-PRIORIDAD         PIC 99.
       01  WS-CAP-REGLA             PIC X.
           88  WS-REGLA-VALIDA      VALUES "O" "A" "P".
       01  WS-CAP-PORCENTAJE        PIC 9(3)V99.
       01  WS-CAP-CUOTA             PIC 9(7)V99.
       01  WS-ACREEDOR-NOMBRE       PIC X(30).

       01  WS-ALTA-EVENTO.
           05  FILLER               PIC X(8) VALUE "EMBARGO ".
           05  WS-ALT-REFERENCIA    PIC X(15).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-ALT-OPERADOR      PIC X(8).
       01  WS-LEVANTA-EVENTO.
           05  FILLER               PIC X(8) VALUE "LEVANTA ".
           05  WS-LEV-REFERENCIA    PIC X(15).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-LEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-EMBARGOS" TO WS-OPSLOG-PROGRAM.
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
                DISPLAY "1. REGISTRAR ORDEN DE EMBARGO"
                DISPLAY "2. CONSULTA DE EMBARGOS POR EMPLEADO"
                DISPLAY "3. LEVANTAR ORDEN DE EMBARGO"
                DISPLAY "4. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM REGISTRA-ORDEN
                    WHEN 2
                        PERFORM CONSULTA-EMBARGOS
                    WHEN 3
                        PERFORM LEVANTA-ORDEN
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

       REGISTRA-ORDEN.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-ORDEN-2
            END-IF.

       REGISTRA-ORDEN-2.
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
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-REFERENCIA
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-ACREEDOR
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-IMPORTES
            END-IF.
            IF WS-VALIDO
                PERFORM GRABA-ORDEN
                MOVE WS-CAP-REFERENCIA TO WS-ALT-REFERENCIA
                MOVE WS-OPERADOR TO WS-ALT-OPERADOR
                MOVE WS-ALTA-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "ORDEN DE EMBARGO REGISTRADA"
            END-IF.

       CAPTURA-REFERENCIA.
            DISPLAY "REFERENCIA JUDICIAL: " WITH NO ADVANCING.
            ACCEPT WS-CAP-REFERENCIA.
            IF WS-CAP-REFERENCIA = SPACES
                DISPLAY "REFERENCIA EN BLANCO - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                PERFORM BUSCA-ORDEN
                IF WS-HALLADO
                    DISPLAY "LA ORDEN " WS-CAP-REFERENCIA
                        " YA ESTA REGISTRADA - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CAPTURA-ACREEDOR.
            DISPLAY "ACREEDOR (ID EN PAYEEMST): " WITH NO ADVANCING.
            ACCEPT WS-CAP-ACREEDOR.
            PERFORM BUSCA-ACREEDOR.
            IF WS-HALLADO
                DISPLAY "ACREEDOR: " WS-ACREEDOR-NOMBRE
            ELSE
                DISPLAY "ACREEDOR " WS-CAP-ACREEDOR
                    " SIN ALTA ACTIVA EN PAYEEMST - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CAPTURA-IMPORTES.
            DISPLAY "TOTAL ADEUDADO (9(7).99): " WITH NO ADVANCING.
            ACCEPT WS-CAP-TOTAL.
            DISPLAY "PRIORIDAD (01 = PRIMERA): " WITH NO ADVANCING.
            ACCEPT WS-CAP-PRIORIDAD.
            DISPLAY "REGLA DE TOPE (O=ORDINARIA A=ALIMENTOS "
                "P=PORCENTAJE DE LA ORDEN): " WITH NO ADVANCING.
            ACCEPT WS-CAP-REGLA.
            MOVE 0 TO WS-CAP-PORCENTAJE.
            IF WS-CAP-REGLA = "P"
                DISPLAY "PORCENTAJE DEL DISPONIBLE (999.99): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-PORCENTAJE
            END-IF.
            DISPLAY "CUOTA POR PERIODO (0 = LO QUE PERMITA EL TOPE): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-CUOTA.
            EVALUATE TRUE
                WHEN WS-CAP-TOTAL = 0 OR WS-CAP-PRIORIDAD = 0
                    DISPLAY "TOTAL Y PRIORIDAD DEBEN SER MAYORES "
                        "QUE CERO - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN NOT WS-REGLA-VALIDA
                    DISPLAY "REGLA DE TOPE INVALIDA - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-REGLA = "P"
                        AND (WS-CAP-PORCENTAJE = 0
                        OR WS-CAP-PORCENTAJE > 100)
                    DISPLAY "PORCENTAJE FUERA DE RANGO - "
                        "SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
            END-EVALUATE.

       GRABA-ORDEN.
            OPEN EXTEND GARN-MASTER.
            IF NOT WS-GMM-OK
                OPEN OUTPUT GARN-MASTER
                IF NOT WS-GMM-OK
                    MOVE WS-GMM-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ORDEN OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-CAP-REFERENCIA TO GM-REFERENCIA.
            MOVE WS-CAP-EMPLEADO TO GM-EMPLOYEE-ID.
            MOVE WS-CAP-ACREEDOR TO GM-ACREEDOR.
            MOVE WS-CAP-TOTAL TO GM-TOTAL.
            MOVE WS-CAP-TOTAL TO GM-SALDO.
            MOVE WS-CAP-PRIORIDAD TO GM-PRIORIDAD.
            MOVE WS-CAP-REGLA TO GM-REGLA.
            MOVE WS-CAP-PORCENTAJE TO GM-PORCENTAJE.
            MOVE WS-CAP-CUOTA TO GM-CUOTA.
            MOVE WS-OPSLOG-DATE TO GM-FECHA-ALTA.
            MOVE "A" TO GM-ESTADO.
            WRITE GARN-MASTER-RECORD.
            IF NOT WS-GMM-OK
                MOVE WS-GMM-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-ORDEN WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE GARN-MASTER.

       CONSULTA-EMBARGOS.
      *    Todas las ordenes del empleado, saldadas y levantadas
      *    incluidas como historial.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            MOVE 0 TO WS-MATCH-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT GARN-MASTER.
            IF NOT WS-GMM-OK
                DISPLAY "SIN MASTER DE EMBARGOS (GARNMAST.DAT)"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ GARN-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF GM-EMPLOYEE-ID = WS-CAP-EMPLEADO
                                PERFORM MUESTRA-ORDEN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GARN-MASTER
            END-IF.
            DISPLAY "ORDENES HALLADAS: " WS-MATCH-COUNT.

       MUESTRA-ORDEN.
            ADD 1 TO WS-MATCH-COUNT.
            DISPLAY "ORDEN " GM-REFERENCIA
                " PRIORIDAD " GM-PRIORIDAD
                " ACREEDOR " GM-ACREEDOR
                " REGLA " GM-REGLA
                " ESTADO " GM-ESTADO.
            DISPLAY "   TOTAL " GM-TOTAL
                " SALDO " GM-SALDO
                " CUOTA " GM-CUOTA
                " ALTA " GM-FECHA-ALTA.

       LEVANTA-ORDEN.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM LEVANTA-ORDEN-2
            END-IF.

       LEVANTA-ORDEN-2.
      *    Copia el master al fichero de trabajo con la orden marcada
      *    L y lo promueve (patron PROMUEVE-IMAGEN).
            DISPLAY "REFERENCIA JUDICIAL: " WITH NO ADVANCING.
            ACCEPT WS-CAP-REFERENCIA.
            PERFORM BUSCA-ORDEN.
            IF NOT WS-HALLADO
                DISPLAY "ORDEN " WS-CAP-REFERENCIA " NO REGISTRADA"
            ELSE
                IF GM-ESTADO NOT = "A"
                    DISPLAY "ORDEN " WS-CAP-REFERENCIA
                        " NO ESTA VIGENTE (ESTADO " GM-ESTADO ")"
                ELSE
                    PERFORM COPIA-CON-LEVANTAMIENTO
                    PERFORM PROMUEVE-EMBARGOS
                    MOVE WS-CAP-REFERENCIA TO WS-LEV-REFERENCIA
                    MOVE WS-OPERADOR TO WS-LEV-OPERADOR
                    MOVE WS-LEVANTA-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                    DISPLAY "ORDEN LEVANTADA - SALDO NO COBRADO: "
                        GM-SALDO
                END-IF
            END-IF.

       COPIA-CON-LEVANTAMIENTO.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT GARN-MASTER.
            IF NOT WS-GMM-OK
                MOVE WS-GMM-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-CON-LEVANTAMIENTO OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT GARN-MASTER-NEW.
            IF NOT WS-GMN-OK
                MOVE WS-GMN-STATUS TO WS-ABEND-STATUS
                MOVE "COPIA-CON-LEVANTAMIENTO OPN N"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ GARN-MASTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF GM-REFERENCIA = WS-CAP-REFERENCIA
                            MOVE "L" TO GM-ESTADO
                        END-IF
                        WRITE GARN-NEW-LINE FROM GARN-MASTER-RECORD
                        IF NOT WS-GMN-OK
                            MOVE WS-GMN-STATUS TO WS-ABEND-STATUS
                            MOVE "COPIA-CON-LEVANTAMIENTO WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE GARN-MASTER GARN-MASTER-NEW.

       PROMUEVE-EMBARGOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT GARN-MASTER-NEW.
            IF NOT WS-GMN-OK
                MOVE WS-GMN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-EMBARGOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT GARN-MASTER.
            IF NOT WS-GMM-OK
                MOVE WS-GMM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-EMBARGOS OPEN GMM"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ GARN-MASTER-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE GARN-MASTER-RECORD FROM GARN-NEW-LINE
                        IF NOT WS-GMM-OK
                            MOVE WS-GMM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-EMBARGOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE GARN-MASTER-NEW GARN-MASTER.

       BUSCA-ORDEN.
      *    Deja el registro de la orden hallada en GARN-MASTER-RECORD.
            MOVE "N" TO WS-HALLADO-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT GARN-MASTER.
            IF WS-GMM-OK
                PERFORM UNTIL WS-EOF OR WS-HALLADO
                    READ GARN-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF GM-REFERENCIA = WS-CAP-REFERENCIA
                                SET WS-HALLADO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GARN-MASTER
            END-IF.

       BUSCA-ACREEDOR.
            MOVE "N" TO WS-HALLADO-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO WS-ACREEDOR-NOMBRE.
            OPEN INPUT PAYEE-MASTER.
            IF WS-PYM-OK
                PERFORM UNTIL WS-EOF OR WS-HALLADO
                    READ PAYEE-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF PY-ID = WS-CAP-ACREEDOR
                                    AND PY-ACTIVE = "Y"
                                SET WS-HALLADO TO TRUE
                                MOVE PY-LEGAL-NAME
                                    TO WS-ACREEDOR-NOMBRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYEE-MASTER
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

       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-EMBARGOS.
