      *          date, WRITEs the new HR-MASTER-RECORD and DELETEs the
      *          promoted intake record so it cannot be promoted twice.
      *          Feed lines that do not match an intake record are
      *          rejected to the promotion report. A promotion is a
      *          hire and goes through the position control of
      *          HR-MANTENIMIENTO (POSMAST.DAT): without a vacant
      *          authorized position of the department whose grade
      *          holds the salary the feed line is rejected and the
      *          intake record kept for a later run; a promoted
      *          candidate fills the position.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PROMOTION-REPORT ASSIGN TO "PROMRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "POSMSL.cpy".
           COPY "CHGHSL.cpy".
           COPY "OPSLOGSL.cpy".

       FD  PROMOTION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "POSMFD.cpy".
       COPY "CHGHFD.cpy".
       COPY "OPSLOGFD.cpy".

       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CHGHWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "POSMWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF.

            PERFORM DETERMINA-SIGUIENTE-HR-ID.
            PERFORM CARGA-POSMAST.
            MOVE FUNCTION CURRENT-DATE TO WS-ALTA-TIMESTAMP.

            PERFORM LEE-FEED.
            END-PERFORM.

            PERFORM ESCRIBE-RESUMEN.
            PERFORM GRABA-POSMAST.

            CLOSE PROMOTION-FEED PERSONAL-MASTER HR-MASTER-FILE
                PROMOTION-REPORT.
                ELSE
                    PERFORM BUSCA-INTAKE
                    IF WS-PM-FOUND
                        PERFORM VALIDA-PLAZA
                    ELSE
                        MOVE "SIN REGISTRO DE INTAKE"
                            TO WS-REJ-REASON
                END-IF
            END-IF.

       VALIDA-PLAZA.
      *    La promocion es un alta: necesita plaza vacante del
      *    departamento con el salario dentro del grado.
            MOVE PF-DEPT-CODE TO WS-POSM-LOOKUP-DEPT.
            COMPUTE WS-POSM-LOOKUP-SALARIO =
                FUNCTION NUMVAL(PF-SALARIO) / 100.
            MOVE WS-NEXT-HR-ID TO WS-POSM-LOOKUP-EMP.
            PERFORM BUSCA-PLAZA-VACANTE.
            EVALUATE TRUE
                WHEN WS-POSM-SIN-VACANTE
                    MOVE "SIN PLAZA VACANTE EN DEPTO"
                        TO WS-REJ-REASON
                    PERFORM ESCRIBE-RECHAZO
                WHEN WS-POSM-FUERA-GRADO
                    MOVE "SALARIO FUERA DE GRADO" TO WS-REJ-REASON
                    PERFORM ESCRIBE-RECHAZO
                WHEN OTHER
                    PERFORM ALTA-EN-HRMAST
            END-EVALUATE.

       BUSCA-INTAKE.
            MOVE "N" TO WS-PM-FOUND-SWITCH.
            MOVE PF-PM-ID TO PM-ID.
            MOVE PM-FECHA-NAC TO HR-FECHA-NAC.
            COMPUTE HR-SALARIO = FUNCTION NUMVAL(PF-SALARIO) / 100.
            MOVE WS-ALTA-DATE TO HR-FECHA-ALTA.
            MOVE 0 TO HR-SUPERVISOR-ID.
            WRITE HR-MASTER-RECORD
                INVALID KEY
                    MOVE WS-HR-STATUS TO WS-ABEND-STATUS
            MOVE SPACES TO WS-CHGH-ANTES.
            MOVE HR-MASTER-RECORD TO WS-CHGH-DESPUES.
            PERFORM REGISTRA-CAMBIO.
            PERFORM OCUPA-PLAZA.

      *    El registro de intake se elimina una vez promovido para que
      *    una segunda corrida con el mismo feed no lo duplique en HR.

       COPY "CHGHWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "POSMWR.cpy".

       END PROGRAM PROMUEVE-INTAKE.
