      *          the same report with the reason. Transactions still
      *          in the future stay on the pending file for a later
      *          night (regrabado whole at close, patron
      *          PROMUEVE-IMAGEN). A salary cambio whose effective
      *          date falls in a month already paid (before the
      *          business month) is also queued, with the salary
      *          before and after, on RETROPND.DAT for the
      *          retroactive pay run (CALCULA-RETROACTIVO).
      *          The position control of HR-MANTENIMIENTO applies at
      *          release time too (POSMAST.DAT): an alta with no
      *          vacant authorized position in its department stays
      *          held on the pending file until one opens, one whose
      *          salary fits no vacancy's grade is rejected, a
      *          transfer needs a vacancy in the new department and
      *          a salary cambio must stay inside the grade of the
      *          position held; altas fill positions, bajas and
      *          transfers vacate them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
      *    Cambios de salario retroactivos aplicados, a la espera de
      *    la corrida de atrasos (CALCULA-RETROACTIVO).
           SELECT RETRO-QUEUE ASSIGN TO "RETROPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTQ-STATUS.
           COPY "POSMSL.cpy".
           COPY "CHGHSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

       FD  RETRO-QUEUE.
       01  RETRO-QUEUE-RECORD.
           05  RN-EMPLOYEE-ID       PIC 9(6).
           05  RN-APELLIDOS         PIC X(20).
           05  RN-NOMBRE            PIC X(15).
           05  RN-FECHA-EFECTIVA    PIC 9(8).
           05  RN-SALARIO-ANTES     PIC 9(7)V99.
           05  RN-SALARIO-NUEVO     PIC 9(7)V99.
           05  RN-FECHA-APLICA      PIC 9(8).
           05  RN-FECHA-ALTA        PIC 9(8).

       COPY "POSMFD.cpy".
       COPY "CHGHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       01  WS-TRX-VALID-SWITCH      PIC X.
           88  WS-TRX-VALID         VALUE "Y".
       01  WS-TRX-REASON            PIC X(30).
      *    Alta vencida sin plaza vacante: sigue retenida.
       01  WS-TRX-RETENIDA-SWITCH   PIC X.
           88  WS-TRX-RETENIDA      VALUE "Y".
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".
       01  WS-FECHA-EFECTIVA        PIC 9(8).
       01  WS-RTQ-STATUS            PIC XX.
           88  WS-RTQ-OK            VALUE "00".
       01  WS-SALARIO-ANTES         PIC 9(7)V99.
       01  WS-MES-EFECTIVO          PIC 9(6).
       01  WS-MES-NEGOCIO           PIC 9(6).
       01  WS-COUNTERS.
           05  WS-COUNT-APLICADOS   PIC 9(6) VALUE 0.
           05  WS-COUNT-RECHAZOS    PIC 9(6) VALUE 0.
           05  WS-COUNT-RETENIDOS   PIC 9(6) VALUE 0.
           05  WS-COUNT-RETROACTIVOS PIC 9(6) VALUE 0.
           05  WS-COUNT-SIN-PLAZA   PIC 9(6) VALUE 0.
       01  WS-LEIDOS                PIC 9(6) VALUE 0.

       01  WS-REJECT-LINE.
           05  FILLER               PIC X(11)
                   VALUE " EFECTIVO: ".
           05  WS-APL-FECHA         PIC X(8).
       01  WS-HELD-LINE.
           05  FILLER               PIC X(11) VALUE "RETENIDO:  ".
           05  WS-HLD-ACTION        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-HLD-ID            PIC X(6).
           05  FILLER               PIC X(24)
                   VALUE " SIN PLAZA VACANTE EN ".
           05  WS-HLD-DEPT          PIC X(4).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(24).
           05  WS-SUM-COUNT         PIC ZZZZZ9.
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "EDADWS.cpy".
       COPY "POSMWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            PERFORM CARGA-POSMAST.

            IF WS-PEND-PRESENT
                PERFORM LEE-PENDIENTE
            END-IF.
            END-PERFORM.

            PERFORM ESCRIBE-RESUMEN.
            PERFORM GRABA-POSMAST.

            CLOSE HR-MASTER-FILE APPLIED-REPORT PENDING-NEW.
            IF WS-PEND-PRESENT
                ELSE
                    PERFORM VALIDA-TRANSACCION
                    IF WS-TRX-VALID
                        IF WS-TRX-RETENIDA
                            PERFORM RETIENE-SIN-PLAZA
                        ELSE
                            PERFORM APLICA-TRANSACCION
                        END-IF
                    ELSE
                        PERFORM ESCRIBE-RECHAZO
                    END-IF
            END-IF.
            ADD 1 TO WS-COUNT-RETENIDOS.

       RETIENE-SIN-PLAZA.
            PERFORM RETIENE-PENDIENTE.
            MOVE HRT-ACTION TO WS-HLD-ACTION.
            MOVE HRT-EMPLOYEE-ID TO WS-HLD-ID.
            MOVE HRT-DEPT-CODE TO WS-HLD-DEPT.
            WRITE REPORT-LINE FROM WS-HELD-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD 1 TO WS-COUNT-SIN-PLAZA.

       VALIDA-TRANSACCION.
            SET WS-TRX-VALID TO TRUE.
            MOVE SPACES TO WS-TRX-REASON.
            MOVE "N" TO WS-TRX-RETENIDA-SWITCH.

            IF HRT-EMPLOYEE-ID IS NOT NUMERIC
                MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "FECHA NAC NO NUMERICA" TO WS-TRX-REASON
            END-EVALUATE.
            IF WS-TRX-VALID
                PERFORM VALIDA-PLAZA-ALTA
            END-IF.

       VALIDA-PLAZA-ALTA.
      *    Mismo control de plazas que HR-MANTENIMIENTO.
            MOVE HRT-DEPT-CODE TO WS-POSM-LOOKUP-DEPT.
            COMPUTE WS-POSM-LOOKUP-SALARIO =
                FUNCTION NUMVAL(HRT-SALARIO) / 100.
            MOVE HRT-EMPLOYEE-ID TO WS-POSM-LOOKUP-EMP.
            PERFORM BUSCA-PLAZA-VACANTE.
            EVALUATE TRUE
                WHEN WS-POSM-SIN-VACANTE
                    SET WS-TRX-RETENIDA TO TRUE
                WHEN WS-POSM-FUERA-GRADO
                    MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "SALARIO FUERA DE GRADO" TO WS-TRX-REASON
            END-EVALUATE.

       VALIDA-CAMBIO.
            EVALUATE TRUE
                    MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "FECHA NAC NO NUMERICA" TO WS-TRX-REASON
            END-EVALUATE.
            IF WS-TRX-VALID
                PERFORM VALIDA-PLAZA-CAMBIO
            END-IF.

       VALIDA-PLAZA-CAMBIO.
      *    Traslado contra vacante del destino, salario contra el
      *    grado de la plaza ocupada, igual que HR-MANTENIMIENTO.
            MOVE 0 TO WS-POSM-IX-VACANTE.
            MOVE HR-SALARIO TO WS-POSM-LOOKUP-SALARIO.
            IF HRT-SALARIO NOT = SPACES
                COMPUTE WS-POSM-LOOKUP-SALARIO =
                    FUNCTION NUMVAL(HRT-SALARIO) / 100
            END-IF.
            MOVE HR-EMPLOYEE-ID TO WS-POSM-LOOKUP-EMP.
            PERFORM BUSCA-PLAZA-EMPLEADO.
            IF HRT-DEPT-CODE NOT = SPACES
                    AND HRT-DEPT-CODE NOT = HR-DEPT-CODE
                MOVE HRT-DEPT-CODE TO WS-POSM-LOOKUP-DEPT
                PERFORM BUSCA-PLAZA-VACANTE
            ELSE
                IF HRT-SALARIO NOT = SPACES
                    PERFORM VERIFICA-GRADO-PLAZA
                ELSE
                    SET WS-POSM-PLAZA-OK TO TRUE
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN WS-POSM-SIN-VACANTE
                    MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "SIN PLAZA VACANTE EN DESTINO"
                        TO WS-TRX-REASON
                WHEN WS-POSM-FUERA-GRADO
                    MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "SALARIO FUERA DE GRADO" TO WS-TRX-REASON
            END-EVALUATE.

       BUSCA-EMPLEADO.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            ELSE
                MOVE 0 TO HR-FECHA-NAC
            END-IF.
            MOVE 0 TO HR-SUPERVISOR-ID.
            WRITE HR-MASTER-RECORD
                INVALID KEY
                    MOVE WS-HR-STATUS TO WS-ABEND-STATUS
            MOVE SPACES TO WS-CHGH-ANTES.
            MOVE HR-MASTER-RECORD TO WS-CHGH-DESPUES.
            PERFORM REGISTRA-CAMBIO.
            PERFORM OCUPA-PLAZA.
            ADD 1 TO WS-COUNT-APLICADOS.

       APLICA-CAMBIO.
            MOVE HR-SALARIO TO WS-SALARIO-ANTES.
            IF HRT-DEPT-CODE NOT = SPACES
                MOVE HRT-DEPT-CODE TO HR-DEPT-CODE
            END-IF.
            MOVE "C" TO WS-CHGH-ACCION.
            MOVE HR-MASTER-RECORD TO WS-CHGH-DESPUES.
            PERFORM REGISTRA-CAMBIO.
            IF WS-POSM-IX-VACANTE > 0
                PERFORM LIBERA-PLAZA
                PERFORM OCUPA-PLAZA
            END-IF.
      *    Salario que rige desde un mes ya pagado: los meses
      *    cobrados al salario anterior quedan para la corrida de
      *    atrasos.
            COMPUTE WS-MES-EFECTIVO = WS-FECHA-EFECTIVA / 100.
            COMPUTE WS-MES-NEGOCIO = WS-OPSLOG-DATE / 100.
            IF HRT-SALARIO NOT = SPACES
                    AND HR-SALARIO NOT = WS-SALARIO-ANTES
                    AND WS-MES-EFECTIVO < WS-MES-NEGOCIO
                PERFORM REGISTRA-RETROACTIVO
            END-IF.
            ADD 1 TO WS-COUNT-APLICADOS.

       APLICA-BAJA.
            MOVE SPACES TO WS-CHGH-DESPUES.
            PERFORM REGISTRA-CAMBIO.
            PERFORM REGISTRA-TERMINACION.
            MOVE HRT-EMPLOYEE-ID TO WS-POSM-LOOKUP-EMP.
            PERFORM BUSCA-PLAZA-EMPLEADO.
            PERFORM LIBERA-PLAZA.
            ADD 1 TO WS-COUNT-APLICADOS.

       ESCRIBE-APLICADO.
            MOVE "TOTAL AUN PENDIENTES: " TO WS-SUM-LABEL.
            MOVE WS-COUNT-RETENIDOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-LINEA-RESUMEN.
            MOVE "TOTAL A RETROACTIVO: " TO WS-SUM-LABEL.
            MOVE WS-COUNT-RETROACTIVOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-LINEA-RESUMEN.
            MOVE "TOTAL RETENIDOS S/PLAZA:" TO WS-SUM-LABEL.
            MOVE WS-COUNT-SIN-PLAZA TO WS-SUM-COUNT.
            PERFORM ESCRIBE-LINEA-RESUMEN.

       ESCRIBE-LINEA-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            END-IF.
            CLOSE TERMINATION-FILE.

       REGISTRA-RETROACTIVO.
            OPEN EXTEND RETRO-QUEUE.
            IF NOT WS-RTQ-OK
                OPEN OUTPUT RETRO-QUEUE
                IF NOT WS-RTQ-OK
                    MOVE WS-RTQ-STATUS TO WS-ABEND-STATUS
                    MOVE "REGISTRA-RETROACTIVO OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE HR-EMPLOYEE-ID TO RN-EMPLOYEE-ID.
            MOVE HR-APELLIDOS TO RN-APELLIDOS.
            MOVE HR-NOMBRE TO RN-NOMBRE.
            MOVE WS-FECHA-EFECTIVA TO RN-FECHA-EFECTIVA.
            MOVE WS-SALARIO-ANTES TO RN-SALARIO-ANTES.
            MOVE HR-SALARIO TO RN-SALARIO-NUEVO.
            MOVE WS-OPSLOG-DATE TO RN-FECHA-APLICA.
            MOVE HR-FECHA-ALTA TO RN-FECHA-ALTA.
            WRITE RETRO-QUEUE-RECORD.
            IF NOT WS-RTQ-OK
                MOVE WS-RTQ-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRA-RETROACTIVO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE RETRO-QUEUE.
            ADD 1 TO WS-COUNT-RETROACTIVOS.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "EDADWR.cpy".
       COPY "POSMWR.cpy".

       END PROGRAM APLICA-PENDIENTES.
