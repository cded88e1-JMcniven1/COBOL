      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retirement savings plan desk. Maintains the plan
      *          member master (PLANMIEM.DAT): enrolls an HRMAST
      *          employee with the percentage of gross elected for
      *          the employee contribution (never above the plan
      *          maximum of PARM129.DAT), changes the elected
      *          percentage, and suspends or resumes contributions
      *          without closing the account. The employee's hire
      *          date (HR-FECHA-ALTA) is kept on the member record at
      *          enrollment, since vesting runs on years of service
      *          and the HRMAST record is gone once the employee
      *          leaves. A member terminated by BAJA-PLAN-RETIRO may
      *          be enrolled again on rehire. The inquiry shows the
      *          member account (PLANCTA.DAT) with the employee and
      *          employer balances, the forfeitures, and the vested
      *          percentage and balance to date. CALCULA-NOMINA takes
      *          the contributions and the employer match; the
      *          quarterly member statement is ESTADO-RETIRO. Updates
      *          are refused while the nightly chain holds the data
      *          set; each is logged to the shared OPSLOG with the
      *          operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PLAN-RETIRO.

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
           COPY "PLANRSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       COPY "PLANRFD.cpy".
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
      *    Porcentaje del bruto en forma humana (5.5 = 5,5%); el
      *    master lo guarda como fraccion, igual que DEDMAST.
       01  WS-CAP-PORCENTAJE        PIC 99V9.
       01  WS-CAP-FRACCION          PIC 9V999.
       01  WS-MAXIMO-HUMANO         PIC Z9.9.

      *    Empleado leido por BUSCA-EMPLEADO.
       01  WS-EMP-APELLIDOS         PIC X(20).
       01  WS-EMP-FECHA-ALTA        PIC 9(8).

       01  WS-PORC-DISPLAY          PIC Z9.9.
       01  WS-IMPORTE-DISPLAY       PIC Z(8)9.99.

       01  WS-PLAN-EVENTO.
           05  WS-PLV-ACCION        PIC X(7).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PLV-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-PLV-PORCENTAJE    PIC Z9.9.
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-PLV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PLANRWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-PLAN-RETIRO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            PERFORM LEE-PARAMETROS-PLAN.
            COMPUTE WS-MAXIMO-HUMANO = WS-PLAN-PORC-MAXIMO * 100.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. INSCRIBIR MIEMBRO DEL PLAN DE RETIRO"
                DISPLAY "2. CAMBIAR PORCENTAJE ELEGIDO"
                DISPLAY "3. SUSPENDER O REANUDAR APORTES"
                DISPLAY "4. CONSULTA DE MIEMBRO Y CUENTA"
                DISPLAY "5. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM INSCRIBE-MIEMBRO
                    WHEN 2
                        PERFORM CAMBIA-PORCENTAJE
                    WHEN 3
                        PERFORM SUSPENDE-REANUDA
                    WHEN 4
                        PERFORM CONSULTA-MIEMBRO
                    WHEN 5
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

       INSCRIBE-MIEMBRO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM INSCRIBE-MIEMBRO-2
            END-IF.

       INSCRIBE-MIEMBRO-2.
      *    El empleado tiene que estar en HRMAST y no ser ya miembro
      *    vigente; un miembro dado de baja se reinscribe sobre su
      *    mismo registro (la cuenta se conserva). Los aportes
      *    corren desde la fecha de negocio.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-MIEMBROS-PLAN.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            MOVE WS-CAP-EMPLEADO TO WS-PLAN-LOOKUP-EMP.
            PERFORM BUSCA-MIEMBRO-PLAN.
            EVALUATE TRUE
                WHEN NOT WS-HR-FOUND
                    DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                        " NO ESTA EN HRMAST - SIN INSCRIBIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-PLNM-IX > 0
                    IF WS-PLNM-TBL-ESTADO (WS-PLNM-IX) NOT = "B"
                        DISPLAY "EMPLEADO YA INSCRITO EN EL PLAN - "
                            "SIN INSCRIBIR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
            END-EVALUATE.
            IF WS-VALIDO
                PERFORM CAPTURA-PORCENTAJE
            END-IF.
            IF WS-VALIDO
                IF WS-PLNM-IX = 0
                    IF WS-PLNM-COUNT >= WS-PLNM-MAX
                        DISPLAY "TABLA DE MIEMBROS LLENA EN "
                            WS-PLNM-MAX " ENTRADAS - SIN INSCRIBIR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        ADD 1 TO WS-PLNM-COUNT
                        MOVE WS-PLNM-COUNT TO WS-PLNM-IX
                        MOVE WS-CAP-EMPLEADO
                            TO WS-PLNM-TBL-EMP (WS-PLNM-IX)
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-FRACCION TO WS-PLNM-TBL-PORC (WS-PLNM-IX)
                MOVE "A" TO WS-PLNM-TBL-ESTADO (WS-PLNM-IX)
                MOVE WS-OPSLOG-DATE
                    TO WS-PLNM-TBL-INSCRIPCION (WS-PLNM-IX)
                MOVE WS-EMP-FECHA-ALTA
                    TO WS-PLNM-TBL-INGRESO (WS-PLNM-IX)
                MOVE 0 TO WS-PLNM-TBL-BAJA (WS-PLNM-IX)
      *         El primer miembro crea el master.
                SET WS-PLNM-CAMBIADO TO TRUE
                PERFORM GRABA-MIEMBROS-PLAN
                MOVE "ALTA" TO WS-PLV-ACCION
                PERFORM REGISTRA-EVENTO-PLAN
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO " "
                    WS-EMP-APELLIDOS " INSCRITO AL "
                    WS-PLV-PORCENTAJE "%"
            END-IF.

       CAMBIA-PORCENTAJE.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAMBIA-PORCENTAJE-2
            END-IF.

       CAMBIA-PORCENTAJE-2.
      *    Rige desde la proxima nomina; lo ya aportado no cambia.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-MIEMBROS-PLAN.
            PERFORM PIDE-MIEMBRO-VIGENTE.
            IF WS-VALIDO
                MOVE WS-PLNM-TBL-PORC (WS-PLNM-IX) TO WS-CAP-FRACCION
                COMPUTE WS-PORC-DISPLAY = WS-CAP-FRACCION * 100
                DISPLAY "PORCENTAJE ACTUAL: " WS-PORC-DISPLAY "%"
                PERFORM CAPTURA-PORCENTAJE
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-FRACCION TO WS-PLNM-TBL-PORC (WS-PLNM-IX)
                SET WS-PLNM-CAMBIADO TO TRUE
                PERFORM GRABA-MIEMBROS-PLAN
                MOVE "CAMBIA" TO WS-PLV-ACCION
                PERFORM REGISTRA-EVENTO-PLAN
                DISPLAY "PORCENTAJE GRABADO: " WS-PLV-PORCENTAJE "%"
            END-IF.

       SUSPENDE-REANUDA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM SUSPENDE-REANUDA-2
            END-IF.

       SUSPENDE-REANUDA-2.
      *    Suspendido no aporta ni recibe contrapartida, pero la
      *    cuenta sigue y la antiguedad corre igual.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-MIEMBROS-PLAN.
            PERFORM PIDE-MIEMBRO-VIGENTE.
            IF WS-VALIDO
                IF WS-PLNM-TBL-ESTADO (WS-PLNM-IX) = "A"
                    MOVE "S" TO WS-PLNM-TBL-ESTADO (WS-PLNM-IX)
                    MOVE "SUSPEND" TO WS-PLV-ACCION
                    DISPLAY "APORTES SUSPENDIDOS"
                ELSE
                    MOVE "A" TO WS-PLNM-TBL-ESTADO (WS-PLNM-IX)
                    MOVE "REANUDA" TO WS-PLV-ACCION
                    DISPLAY "APORTES REANUDADOS"
                END-IF
                MOVE WS-PLNM-TBL-PORC (WS-PLNM-IX) TO WS-CAP-FRACCION
                SET WS-PLNM-CAMBIADO TO TRUE
                PERFORM GRABA-MIEMBROS-PLAN
                PERFORM REGISTRA-EVENTO-PLAN
            END-IF.

       CONSULTA-MIEMBRO.
      *    La antiguedad se cuenta desde HR-FECHA-ALTA mientras el
      *    empleado esta en HRMAST; despues de la baja, desde la
      *    fecha guardada al inscribirlo.
            PERFORM CARGA-MIEMBROS-PLAN.
            PERFORM CARGA-CUENTAS-PLAN.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            MOVE WS-CAP-EMPLEADO TO WS-PLAN-LOOKUP-EMP.
            PERFORM BUSCA-MIEMBRO-PLAN.
            IF WS-PLNM-IX = 0
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ES MIEMBRO DEL PLAN"
            ELSE
                PERFORM MUESTRA-MIEMBRO
            END-IF.

       MUESTRA-MIEMBRO.
            PERFORM BUSCA-EMPLEADO.
            MOVE WS-PLNM-TBL-PORC (WS-PLNM-IX) TO WS-CAP-FRACCION.
            COMPUTE WS-PORC-DISPLAY = WS-CAP-FRACCION * 100.
            EVALUATE WS-PLNM-TBL-ESTADO (WS-PLNM-IX)
                WHEN "A"
                    DISPLAY "ESTADO: APORTANDO AL " WS-PORC-DISPLAY
                        "% DESDE "
                        WS-PLNM-TBL-INSCRIPCION (WS-PLNM-IX)
                WHEN "S"
                    DISPLAY "ESTADO: APORTES SUSPENDIDOS ("
                        WS-PORC-DISPLAY "% ELEGIDO)"
                WHEN OTHER
                    DISPLAY "ESTADO: BAJA DEL "
                        WS-PLNM-TBL-BAJA (WS-PLNM-IX)
            END-EVALUATE.
            PERFORM BUSCA-CUENTA-PLAN.
            IF WS-PLNC-IX = 0
                DISPLAY "SIN APORTES TODAVIA - CUENTA SIN ABRIR"
            ELSE
                IF WS-HR-FOUND
                    MOVE WS-EMP-FECHA-ALTA TO WS-PLAN-FECHA-INGRESO
                    MOVE WS-OPSLOG-DATE TO WS-PLAN-FECHA-CORTE
                ELSE
                    MOVE WS-PLNM-TBL-INGRESO (WS-PLNM-IX)
                        TO WS-PLAN-FECHA-INGRESO
                    MOVE WS-PLNM-TBL-BAJA (WS-PLNM-IX)
                        TO WS-PLAN-FECHA-CORTE
                END-IF
                PERFORM CALCULA-CONSOLIDACION
      *         Tras la baja lo no consolidado ya se perdio: lo que
      *         queda en la cuenta es todo del empleado.
                IF WS-PLNM-TBL-ESTADO (WS-PLNM-IX) = "B"
                    COMPUTE WS-PLAN-CONSOLIDADO =
                        WS-PLNC-TBL-SALDO-EMP (WS-PLNC-IX)
                        + WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                END-IF
                MOVE WS-PLNC-TBL-SALDO-EMP (WS-PLNC-IX)
                    TO WS-IMPORTE-DISPLAY
                DISPLAY "SALDO APORTES DEL EMPLEADO: "
                    WS-IMPORTE-DISPLAY
                MOVE WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                    TO WS-IMPORTE-DISPLAY
                DISPLAY "SALDO APORTES PATRONALES:   "
                    WS-IMPORTE-DISPLAY
                MOVE WS-PLNC-TBL-PERDIDO (WS-PLNC-IX)
                    TO WS-IMPORTE-DISPLAY
                DISPLAY "PERDIDO POR BAJA:           "
                    WS-IMPORTE-DISPLAY
                DISPLAY "ANOS DE SERVICIO: " WS-PLAN-ANOS
                    " - CONSOLIDADO " WS-PLAN-PORC-CONSOLIDADO
                    "% DE LO PATRONAL"
                MOVE WS-PLAN-CONSOLIDADO TO WS-IMPORTE-DISPLAY
                DISPLAY "SALDO CONSOLIDADO:          "
                    WS-IMPORTE-DISPLAY
            END-IF.

       PIDE-MIEMBRO-VIGENTE.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            MOVE WS-CAP-EMPLEADO TO WS-PLAN-LOOKUP-EMP.
            PERFORM BUSCA-MIEMBRO-PLAN.
            IF WS-PLNM-IX = 0
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ES MIEMBRO DEL PLAN - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-PLNM-TBL-ESTADO (WS-PLNM-IX) = "B"
                    DISPLAY "MIEMBRO DADO DE BAJA EL "
                        WS-PLNM-TBL-BAJA (WS-PLNM-IX)
                        " - REINSCRIBIR CON LA OPCION 1"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CAPTURA-PORCENTAJE.
            DISPLAY "PORCENTAJE DEL BRUTO A APORTAR (99.9, MAXIMO "
                WS-MAXIMO-HUMANO "): " WITH NO ADVANCING.
            ACCEPT WS-CAP-PORCENTAJE.
            COMPUTE WS-CAP-FRACCION = WS-CAP-PORCENTAJE / 100.
            IF WS-CAP-PORCENTAJE = 0
                    OR WS-CAP-FRACCION > WS-PLAN-PORC-MAXIMO
                DISPLAY "PORCENTAJE FUERA DE RANGO - SIN GRABAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       REGISTRA-EVENTO-PLAN.
            MOVE WS-CAP-EMPLEADO TO WS-PLV-EMPLEADO.
            COMPUTE WS-PLV-PORCENTAJE = WS-CAP-FRACCION * 100.
            MOVE WS-OPERADOR TO WS-PLV-OPERADOR.
            MOVE WS-PLAN-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       BUSCA-EMPLEADO.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            MOVE SPACES TO WS-EMP-APELLIDOS.
            MOVE 0 TO WS-EMP-FECHA-ALTA.
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
                    MOVE HR-FECHA-ALTA TO WS-EMP-FECHA-ALTA
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

       COPY "PLANRWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-PLAN-RETIRO.
