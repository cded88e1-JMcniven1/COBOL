      *          date reaches it, dated in the past it is flagged
      *          for review on the edit report instead of silently
      *          applied; blank or today it applies tonight as
      *          always. The one exception is a backdated salary
      *          cambio: it is parked on HRPEND.DAT like a future one,
      *          so APLICA-PENDIENTES lands it tonight and queues it
      *          for the retroactive pay run (CALCULA-RETROACTIVO)
      *          to pay the arrears of the months already paid.
      *          Against the position master (POSMAST.DAT) an alta
      *          must find a vacant authorized position of its
      *          department whose grade range holds the salary: with
      *          no vacancy left the hire is held on HRPEND.DAT until
      *          one opens, with vacancies but the salary outside
      *          their grades it is rejected. A department transfer
      *          needs a vacancy in the new department and a salary
      *          cambio must stay inside the grade of the position
      *          held; the alta fills the position, the baja and the
      *          transfer vacate it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           COPY "POSMSL.cpy".
           COPY "CHGHSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

       COPY "POSMFD.cpy".
       COPY "CHGHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
           88  WS-TRX-VALID         VALUE "Y".
       01  WS-TRX-DIFERIDA-SWITCH   PIC X.
           88  WS-TRX-DIFERIDA      VALUE "Y".
      *    Alta valida sin plaza vacante en su departamento: queda
      *    retenida en HRPEND.DAT hasta que se abra una.
       01  WS-TRX-RETENIDA-SWITCH   PIC X.
           88  WS-TRX-RETENIDA      VALUE "Y".
       01  WS-PEND-STATUS           PIC XX.
           88  WS-PEND-OK           VALUE "00".
       01  WS-FECHA-EFECTIVA        PIC 9(8).
           05  WS-COUNT-BAJAS       PIC 9(6) VALUE 0.
           05  WS-COUNT-RECHAZOS    PIC 9(6) VALUE 0.
           05  WS-COUNT-DIFERIDOS   PIC 9(6) VALUE 0.
           05  WS-COUNT-RETENIDOS   PIC 9(6) VALUE 0.
       01  WS-REJECT-LINE.
           05  FILLER               PIC X(11) VALUE "RECHAZADO: ".
           05  WS-REJ-ACTION        PIC X.
           05  FILLER               PIC X(13)
                   VALUE " EFECTIVO EL ".
           05  WS-DIF-FECHA         PIC X(8).
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
                END-IF
            END-IF.

            PERFORM CARGA-POSMAST.

            IF WS-TRX-PRESENT
                PERFORM LEE-TRANSACCION
            END-IF.
                ADD 1 TO WS-RUNST-IN-COUNT
                PERFORM VALIDA-TRANSACCION
                IF WS-TRX-VALID
                    EVALUATE TRUE
                        WHEN WS-TRX-DIFERIDA
                            PERFORM DIFIERE-TRANSACCION
                        WHEN WS-TRX-RETENIDA
                            PERFORM RETIENE-ALTA
                        WHEN OTHER
                            PERFORM APLICA-TRANSACCION
                    END-EVALUATE
                ELSE
                    PERFORM ESCRIBE-RECHAZO
                END-IF
            END-PERFORM.

            PERFORM ESCRIBE-RESUMEN.
            PERFORM GRABA-POSMAST.

            IF WS-TRX-PRESENT
                CLOSE HR-TRANSACTIONS
            SET WS-TRX-VALID TO TRUE.
            MOVE SPACES TO WS-TRX-REASON.
            MOVE "N" TO WS-TRX-DIFERIDA-SWITCH.
            MOVE "N" TO WS-TRX-RETENIDA-SWITCH.

      *    Fecha efectiva: en blanco rige esta noche; futura, el
      *    movimiento se difiere tal cual (los edits de fondo los
      *    pasa APLICA-PENDIENTES la noche que aplique); pasada, se
      *    marca para revision en vez de aplicarse en silencio,
      *    salvo el cambio de salario retroactivo: se difiere igual
      *    y APLICA-PENDIENTES lo aplica esta noche y lo deja para
      *    la corrida de atrasos.
            EVALUATE TRUE
                WHEN HRT-FECHA-EFECTIVA = SPACES
                    CONTINUE
                        SET WS-TRX-DIFERIDA TO TRUE
                    ELSE
                        IF WS-FECHA-EFECTIVA < WS-OPSLOG-DATE
                            IF HRT-ACTION = "C"
                                    AND HRT-SALARIO NOT = SPACES
                                SET WS-TRX-DIFERIDA TO TRUE
                            ELSE
                                MOVE "N" TO WS-TRX-VALID-SWITCH
                                MOVE "FECHA RETROACTIVA - REVISAR"
                                    TO WS-TRX-REASON
                            END-IF
                        END-IF
                    END-IF
            END-EVALUATE.
                    MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "FECHA NAC NO NUMERICA" TO WS-TRX-REASON
            END-EVALUATE.
            IF WS-TRX-VALID
                PERFORM VALIDA-PLAZA-ALTA
            END-IF.

       VALIDA-PLAZA-ALTA.
      *    Sin vacante autorizada el alta se retiene; con vacantes
      *    pero el salario fuera de todos sus grados se rechaza,
      *    porque esperar no lo arregla.
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
      *    En un cambio solo se editan los campos que vienen
                    MOVE "N" TO WS-TRX-VALID-SWITCH
                    MOVE "FECHA NAC NO NUMERICA" TO WS-TRX-REASON
            END-EVALUATE.
            IF WS-TRX-VALID
                PERFORM VALIDA-PLAZA-CAMBIO
            END-IF.

       VALIDA-PLAZA-CAMBIO.
      *    Un traslado necesita plaza vacante en el departamento
      *    destino; un cambio de salario tiene que caber en el grado
      *    de la plaza que el empleado ocupa. HR-MASTER-RECORD trae
      *    el registro actual leido por BUSCA-EMPLEADO.
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
      *    Posiciona HR-MASTER-RECORD sobre el empleado del movimiento;
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
            ADD 1 TO WS-COUNT-ALTAS.

       APLICA-CAMBIO.
            MOVE "C" TO WS-CHGH-ACCION.
            MOVE HR-MASTER-RECORD TO WS-CHGH-DESPUES.
            PERFORM REGISTRA-CAMBIO.
      *    Traslado: deja la plaza de origen y ocupa la del destino
      *    hallada por VALIDA-PLAZA-CAMBIO.
            IF WS-POSM-IX-VACANTE > 0
                PERFORM LIBERA-PLAZA
                PERFORM OCUPA-PLAZA
            END-IF.
            ADD 1 TO WS-COUNT-CAMBIOS.

       APLICA-BAJA.
            MOVE SPACES TO WS-CHGH-DESPUES.
            PERFORM REGISTRA-CAMBIO.
            PERFORM REGISTRA-TERMINACION.
            MOVE HRT-EMPLOYEE-ID TO WS-POSM-LOOKUP-EMP.
            PERFORM BUSCA-PLAZA-EMPLEADO.
            PERFORM LIBERA-PLAZA.
            ADD 1 TO WS-COUNT-BAJAS.

       ESCRIBE-APLICADO.
            END-IF.
            ADD 1 TO WS-COUNT-DIFERIDOS.

       RETIENE-ALTA.
      *    El alta retenida va a HRPEND.DAT con la fecha de hoy si no
      *    traia otra, para que APLICA-PENDIENTES la reintente cada
      *    noche hasta que haya plaza.
            IF HRT-FECHA-EFECTIVA = SPACES
                MOVE WS-OPSLOG-DATE TO HRT-FECHA-EFECTIVA
            END-IF.
            WRITE PENDING-LINE FROM HR-TRX-RECORD.
            IF NOT WS-PEND-OK
                MOVE WS-PEND-STATUS TO WS-ABEND-STATUS
                MOVE "RETIENE-ALTA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE HRT-ACTION TO WS-HLD-ACTION.
            MOVE HRT-EMPLOYEE-ID TO WS-HLD-ID.
            MOVE HRT-DEPT-CODE TO WS-HLD-DEPT.
            WRITE REPORT-LINE FROM WS-HELD-LINE.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "RETIENE-ALTA WRLIN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            ADD 1 TO WS-COUNT-RETENIDOS.

       ESCRIBE-RECHAZO.
            MOVE HRT-ACTION TO WS-REJ-ACTION.
            MOVE HRT-EMPLOYEE-ID TO WS-REJ-ID.
            MOVE WS-COUNT-DIFERIDOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-LINEA-RESUMEN.

            MOVE "TOTAL RETENIDOS S/PLAZA:" TO WS-SUM-LABEL.
            MOVE WS-COUNT-RETENIDOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-LINEA-RESUMEN.

       ESCRIBE-LINEA-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            IF NOT WS-RPT-OK
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "EDADWR.cpy".
       COPY "POSMWR.cpy".

       END PROGRAM HR-MANTENIMIENTO.
