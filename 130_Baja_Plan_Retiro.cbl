      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retirement plan terminations. Every termination on
      *          HRTERMS.DAT (HR-MANTENIMIENTO / APLICA-PENDIENTES)
      *          dated on or before the business date whose employee
      *          is a member of the retirement plan (PLANMIEM.DAT)
      *          closes the membership: the years of service between
      *          the hire date kept on the member record and the
      *          termination date give the vested percentage of the
      *          employer contributions under the PARM129.DAT
      *          schedule, and the unvested part of the employer
      *          balance on PLANCTA.DAT is forfeited (moved to the
      *          account's forfeited total and logged on PLANMOV.DAT
      *          as movement F). The member is marked terminated with
      *          the termination date, which is what keeps the same
      *          termination from being forfeited twice; a member
      *          enrolled again after the termination (rehire) is
      *          left alone. HRTERMS.DAT is only read. The run is
      *          listed on BAJAPLAN.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJA-PLAN-RETIRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT FORFEIT-REPORT ASSIGN TO "BAJAPLAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "PLANRSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que graban los pasos de mantenimiento HR.
       FD  TERMINATION-FILE.
       01  TERMINATION-RECORD.
           05  TR-EMPLOYEE-ID       PIC 9(6).
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

       FD  FORFEIT-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "PLANRFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

       01  WS-SALDO-PATRONAL        PIC 9(9)V99.
       01  WS-PERDIDO               PIC 9(9)V99.
       01  WS-RUN-PERDIDO           PIC 9(9)V99 USAGE COMP-3 VALUE 0.
       01  WS-LEIDOS                PIC 9(6) VALUE 0.
       01  WS-BAJAS                 PIC 9(6) VALUE 0.
       01  WS-YA-PROCESADAS         PIC 9(6) VALUE 0.
       01  WS-NO-MIEMBROS           PIC 9(6) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "BAJAS DEL PLAN DE RETIRO - FECHA: ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(36)
                   VALUE "EMPLEADO FECHA BAJA ANOS CONSOL.%  ".
           05  FILLER               PIC X(36)
                   VALUE "  SALDO PATRON.      PERDIDO  SALDO ".
           05  FILLER               PIC X(11)
                   VALUE "CONSOLIDADO".
       01  WS-SEPARA-LINE           PIC X(83) VALUE ALL "-".
       01  WS-DETALLE-LINE.
           05  WS-DET-ID            PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-ANOS          PIC ZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DET-PORC          PIC ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-SALDO-PAT     PIC Z(8)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-PERDIDO       PIC Z(8)9.99.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DET-CONSOLIDADO   PIC Z(8)9.99.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(8) VALUE "TOTAL - ".
           05  WS-TOT-BAJAS         PIC ZZZZ9.
           05  FILLER               PIC X(7) VALUE " BAJAS ".
           05  FILLER               PIC X(31) VALUE SPACES.
           05  WS-TOT-PERDIDO       PIC Z(8)9.99.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PLANRWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "BAJA-PLAN-RETIRO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS-PLAN.
            PERFORM CARGA-MIEMBROS-PLAN.
            PERFORM CARGA-CUENTAS-PLAN.

            OPEN OUTPUT FORFEIT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RPT" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM ESCRIBE-CABECERA.

      *    Sin plan de retiro o sin bajas no hay nada que perder.
            IF NOT WS-PLNM-LOADED
                DISPLAY "PLANMIEM.DAT AUSENTE - SIN MIEMBROS DEL PLAN"
            ELSE
                OPEN INPUT TERMINATION-FILE
                IF WS-TRM-OK
                    PERFORM UNTIL WS-EOF
                        READ TERMINATION-FILE
                            AT END SET WS-EOF TO TRUE
                            NOT AT END
                                ADD 1 TO WS-LEIDOS
                                IF TR-FECHA <= WS-OPSLOG-DATE
                                    PERFORM BAJA-MIEMBRO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE TERMINATION-FILE
                ELSE
                    DISPLAY "HRTERMS.DAT AUSENTE - SIN BAJAS"
                END-IF
            END-IF.

            PERFORM ESCRIBE-TOTALES.
            CLOSE FORFEIT-REPORT.

            IF WS-BAJAS > 0
                PERFORM GRABA-CUENTAS-PLAN
                PERFORM GRABA-MIEMBROS-PLAN
            END-IF.

            DISPLAY "BAJAS DEL PLAN: " WS-BAJAS
                " YA PROCESADAS: " WS-YA-PROCESADAS
                " SIN PLAN: " WS-NO-MIEMBROS.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-BAJAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       BAJA-MIEMBRO.
      *    Una baja ya aplicada deja al miembro en B con su fecha; una
      *    baja anterior a la inscripcion vigente es de un periodo
      *    de empleo previo a una recontratacion.
            MOVE TR-EMPLOYEE-ID TO WS-PLAN-LOOKUP-EMP.
            PERFORM BUSCA-MIEMBRO-PLAN.
            EVALUATE TRUE
                WHEN WS-PLNM-IX = 0
                    ADD 1 TO WS-NO-MIEMBROS
                WHEN WS-PLNM-TBL-ESTADO (WS-PLNM-IX) = "B"
                        AND WS-PLNM-TBL-BAJA (WS-PLNM-IX) >= TR-FECHA
                    ADD 1 TO WS-YA-PROCESADAS
                WHEN TR-FECHA < WS-PLNM-TBL-INSCRIPCION (WS-PLNM-IX)
                    ADD 1 TO WS-YA-PROCESADAS
                WHEN OTHER
                    PERFORM APLICA-PERDIDA
            END-EVALUATE.

       APLICA-PERDIDA.
            MOVE 0 TO WS-SALDO-PATRONAL WS-PERDIDO.
            MOVE WS-PLNM-TBL-INGRESO (WS-PLNM-IX)
                TO WS-PLAN-FECHA-INGRESO.
            MOVE TR-FECHA TO WS-PLAN-FECHA-CORTE.
            PERFORM BUSCA-CUENTA-PLAN.
            IF WS-PLNC-IX = 0
      *         Inscrito sin aportes todavia: solo se cierra.
                MOVE 0 TO WS-PLAN-CONSOLIDADO
                COMPUTE WS-PLAN-ANOS =
                    (WS-PLAN-FECHA-CORTE - WS-PLAN-FECHA-INGRESO)
                    / 10000
                MOVE 0 TO WS-PLAN-PORC-CONSOLIDADO
            ELSE
                PERFORM CALCULA-CONSOLIDACION
                MOVE WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                    TO WS-SALDO-PATRONAL
                MOVE WS-PLAN-NO-CONSOLIDADO TO WS-PERDIDO
                IF WS-PERDIDO > 0
                    SUBTRACT WS-PERDIDO
                        FROM WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                    ADD WS-PERDIDO TO WS-PLNC-TBL-PERDIDO (WS-PLNC-IX)
                    ADD WS-PERDIDO
                        TO WS-PLNC-TBL-CORRIDA-PERD (WS-PLNC-IX)
                    MOVE WS-OPSLOG-DATE
                        TO WS-PLNC-TBL-FECHA (WS-PLNC-IX)
                    SET WS-PLNC-CAMBIADO TO TRUE
                END-IF
            END-IF.
            MOVE "B" TO WS-PLNM-TBL-ESTADO (WS-PLNM-IX).
            MOVE TR-FECHA TO WS-PLNM-TBL-BAJA (WS-PLNM-IX).
            SET WS-PLNM-CAMBIADO TO TRUE.
            ADD 1 TO WS-BAJAS.
            ADD WS-PERDIDO TO WS-RUN-PERDIDO.

            MOVE TR-EMPLOYEE-ID TO WS-DET-ID.
            MOVE TR-FECHA TO WS-DET-FECHA.
            MOVE WS-PLAN-ANOS TO WS-DET-ANOS.
            MOVE WS-PLAN-PORC-CONSOLIDADO TO WS-DET-PORC.
            MOVE WS-SALDO-PATRONAL TO WS-DET-SALDO-PAT.
            MOVE WS-PERDIDO TO WS-DET-PERDIDO.
            MOVE WS-PLAN-CONSOLIDADO TO WS-DET-CONSOLIDADO.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-CABECERA.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-BAJAS TO WS-TOT-BAJAS.
            MOVE WS-RUN-PERDIDO TO WS-TOT-PERDIDO.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "BAJA-PLAN-RETIRO WRITE RPT"
                    TO WS-ABEND-PARAGRAPH
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
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE 0 TO WS-RUN-PERDIDO WS-LEIDOS WS-BAJAS
                WS-YA-PROCESADAS WS-NO-MIEMBROS.

       COPY "PLANRWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM BAJA-PLAN-RETIRO.
