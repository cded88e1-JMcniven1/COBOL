      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly retirement plan member statement
      *          (ESTRETIR.TXT) for the last calendar quarter ended
      *          on or before the business date. For each member of
      *          the plan (PLANMIEM.DAT) enrolled by the end of the
      *          quarter and not terminated before it began, prints
      *          the employee and employer balances at the start of
      *          the quarter, the quarter's employee contributions,
      *          employer match and forfeitures off the movement log
      *          (PLANMOV.DAT), the balances at the end of the
      *          quarter, and the years of service, vested percentage
      *          and vested balance at quarter end under the
      *          PARM129.DAT schedule. The quarter-end balances are
      *          the PLANCTA.DAT balances less the movements logged
      *          after the quarter, so the statement can be run any
      *          time after the quarter closes. Service runs from
      *          HR-FECHA-ALTA, or for a leaver from the hire date
      *          kept on the member record up to the termination.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-RETIRO.

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
           SELECT STATEMENT-FILE ASSIGN TO "ESTRETIR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "PLANRSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  STATEMENT-FILE.
       01  REPORT-LINE              PIC X(80).

       COPY "PLANRFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HR-FOUND-SWITCH       PIC X.
           88  WS-HR-FOUND          VALUE "Y".

      *    Trimestre del estado.
       01  WS-FECHA-NEGOCIO         PIC 9(8).
       01  WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-ANO-NEGOCIO       PIC 9(4).
           05  WS-MES-NEGOCIO       PIC 9(2).
           05  WS-DIA-NEGOCIO       PIC 9(2).
       01  WS-TRIMESTRE             PIC 9.
       01  WS-ANO-TRIMESTRE         PIC 9(4).
       01  WS-TRIM-DESDE            PIC 9(8).
       01  WS-TRIM-HASTA            PIC 9(8).
       01  WS-MMDD-NEGOCIO          PIC 9(4).

      *    Movimientos de PLANMOV por cuenta, en paralelo a la tabla
      *    de cuentas: los del trimestre y los posteriores a el.
       01  WS-MQ-TABLE.
           05  WS-MQ-ENTRY OCCURS 2000 TIMES.
               10  WS-MQ-TRIM-EMP   PIC 9(9)V99.
               10  WS-MQ-TRIM-PAT   PIC 9(9)V99.
               10  WS-MQ-TRIM-PERD  PIC 9(9)V99.
               10  WS-MQ-POST-EMP   PIC 9(9)V99.
               10  WS-MQ-POST-PAT   PIC S9(9)V99.

       01  WS-INICIAL-EMP           PIC S9(9)V99.
       01  WS-INICIAL-PAT           PIC S9(9)V99.
       01  WS-FINAL-EMP             PIC S9(9)V99.
       01  WS-FINAL-PAT             PIC S9(9)V99.
       01  WS-MIEMBROS              PIC 9(6) VALUE 0.
       01  WS-MOVIMIENTOS           PIC 9(6) VALUE 0.

       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "ESTADO DE CUENTA DEL PLAN DE RETIRO - T".
           05  WS-TIT-TRIMESTRE     PIC 9.
           05  FILLER               PIC X VALUE "/".
           05  WS-TIT-ANO           PIC 9(4).
           05  FILLER               PIC X(5) VALUE " DEL ".
           05  WS-TIT-DESDE         PIC 9(8).
           05  FILLER               PIC X(3) VALUE " AL".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TIT-HASTA         PIC 9(8).
       01  WS-EMPLEADO-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLEADO: ".
           05  WS-EMP-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EMP-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EMP-NOMBRE        PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EMP-ESTADO        PIC X(20).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(32)
                   VALUE "        EMPLEADO        PATRONAL".
       01  WS-IMPORTE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-IMP-CONCEPTO      PIC X(26).
           05  WS-IMP-EMPLEADO      PIC Z(8)9.99-.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-IMP-PATRONAL      PIC Z(8)9.99-.
       01  WS-CONSOLIDA-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18)
                   VALUE "ANOS DE SERVICIO: ".
           05  WS-CON-ANOS          PIC ZZ9.
           05  FILLER               PIC X(22)
                   VALUE "  PATRONAL CONSOLIDADO".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CON-PORC          PIC ZZ9.
           05  FILLER               PIC X VALUE "%".
       01  WS-SALDO-CONS-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(26)
                   VALUE "SALDO CONSOLIDADO".
           05  WS-SCN-IMPORTE       PIC Z(8)9.99.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PLANRWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "ESTADO-RETIRO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CALCULA-TRIMESTRE.
            PERFORM LEE-PARAMETROS-PLAN.
            PERFORM CARGA-MIEMBROS-PLAN.
            PERFORM CARGA-CUENTAS-PLAN.
            PERFORM CARGA-MOVIMIENTOS.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT STATEMENT-FILE.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN ESTRETIR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TRIMESTRE TO WS-TIT-TRIMESTRE.
            MOVE WS-ANO-TRIMESTRE TO WS-TIT-ANO.
            MOVE WS-TRIM-DESDE TO WS-TIT-DESDE.
            MOVE WS-TRIM-HASTA TO WS-TIT-HASTA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-PLNM-I FROM 1 BY 1
                    UNTIL WS-PLNM-I > WS-PLNM-COUNT
                IF WS-PLNM-TBL-INSCRIPCION (WS-PLNM-I)
                        <= WS-TRIM-HASTA
                    IF WS-PLNM-TBL-ESTADO (WS-PLNM-I) NOT = "B"
                            OR WS-PLNM-TBL-BAJA (WS-PLNM-I)
                            >= WS-TRIM-DESDE
                        PERFORM ESTADO-MIEMBRO
                    END-IF
                END-IF
            END-PERFORM.

            CLOSE HR-MASTER-FILE STATEMENT-FILE.

            DISPLAY "ESTADO DEL PLAN DE RETIRO T" WS-TRIMESTRE "/"
                WS-ANO-TRIMESTRE " - MIEMBROS: " WS-MIEMBROS.

            MOVE WS-MOVIMIENTOS TO WS-RUNST-IN-COUNT.
            MOVE WS-MIEMBROS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CALCULA-TRIMESTRE.
      *    El ultimo trimestre cerrado: el de la fecha de negocio si
      *    esta es su ultimo dia, si no el anterior.
            MOVE WS-OPSLOG-DATE TO WS-FECHA-NEGOCIO.
            MOVE WS-ANO-NEGOCIO TO WS-ANO-TRIMESTRE.
            COMPUTE WS-TRIMESTRE = (WS-MES-NEGOCIO + 2) / 3.
            COMPUTE WS-MMDD-NEGOCIO =
                WS-MES-NEGOCIO * 100 + WS-DIA-NEGOCIO.
            IF WS-MMDD-NEGOCIO NOT = 0331 AND NOT = 0630
                    AND NOT = 0930 AND NOT = 1231
                IF WS-TRIMESTRE = 1
                    MOVE 4 TO WS-TRIMESTRE
                    SUBTRACT 1 FROM WS-ANO-TRIMESTRE
                ELSE
                    SUBTRACT 1 FROM WS-TRIMESTRE
                END-IF
            END-IF.
            COMPUTE WS-TRIM-DESDE = WS-ANO-TRIMESTRE * 10000
                + (WS-TRIMESTRE * 3 - 2) * 100 + 1.
            COMPUTE WS-TRIM-HASTA = WS-ANO-TRIMESTRE * 10000
                + WS-TRIMESTRE * 300 + 31.

       CARGA-MOVIMIENTOS.
      *    Sin PLANMOV.DAT no hubo aportes: todo queda en cero.
            INITIALIZE WS-MQ-TABLE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PLAN-MOVES.
            IF WS-PLNV-OK
                PERFORM UNTIL WS-EOF
                    READ PLAN-MOVES
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-MOVIMIENTOS
                            PERFORM ACUMULA-MOVIMIENTO
                    END-READ
                END-PERFORM
                CLOSE PLAN-MOVES
            END-IF.

       ACUMULA-MOVIMIENTO.
            MOVE RV-EMPLOYEE-ID TO WS-PLAN-LOOKUP-EMP.
            PERFORM BUSCA-CUENTA-PLAN.
            IF WS-PLNC-IX > 0 AND RV-FECHA >= WS-TRIM-DESDE
                IF RV-FECHA > WS-TRIM-HASTA
                    EVALUATE RV-TIPO
                        WHEN "E"
                            ADD RV-IMPORTE
                                TO WS-MQ-POST-EMP (WS-PLNC-IX)
                        WHEN "P"
                            ADD RV-IMPORTE
                                TO WS-MQ-POST-PAT (WS-PLNC-IX)
                        WHEN "F"
                            SUBTRACT RV-IMPORTE
                                FROM WS-MQ-POST-PAT (WS-PLNC-IX)
                    END-EVALUATE
                ELSE
                    EVALUATE RV-TIPO
                        WHEN "E"
                            ADD RV-IMPORTE
                                TO WS-MQ-TRIM-EMP (WS-PLNC-IX)
                        WHEN "P"
                            ADD RV-IMPORTE
                                TO WS-MQ-TRIM-PAT (WS-PLNC-IX)
                        WHEN "F"
                            ADD RV-IMPORTE
                                TO WS-MQ-TRIM-PERD (WS-PLNC-IX)
                    END-EVALUATE
                END-IF
            END-IF.

       ESTADO-MIEMBRO.
            ADD 1 TO WS-MIEMBROS.
            MOVE WS-PLNM-TBL-EMP (WS-PLNM-I) TO WS-PLAN-LOOKUP-EMP.
            MOVE "N" TO WS-HR-FOUND-SWITCH.
            MOVE WS-PLAN-LOOKUP-EMP TO HR-EMPLOYEE-ID.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-HR-FOUND TO TRUE
            END-READ.

            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-PLAN-LOOKUP-EMP TO WS-EMP-ID.
            IF WS-HR-FOUND
                MOVE HR-APELLIDOS TO WS-EMP-APELLIDOS
                MOVE HR-NOMBRE TO WS-EMP-NOMBRE
            ELSE
                MOVE SPACES TO WS-EMP-APELLIDOS WS-EMP-NOMBRE
            END-IF.
            EVALUATE TRUE
                WHEN WS-PLNM-TBL-ESTADO (WS-PLNM-I) = "B"
                        AND WS-PLNM-TBL-BAJA (WS-PLNM-I)
                        <= WS-TRIM-HASTA
                    MOVE "BAJA DEL PLAN" TO WS-EMP-ESTADO
                WHEN WS-PLNM-TBL-ESTADO (WS-PLNM-I) = "S"
                    MOVE "APORTES SUSPENDIDOS" TO WS-EMP-ESTADO
                WHEN OTHER
                    MOVE SPACES TO WS-EMP-ESTADO
            END-EVALUATE.
            WRITE REPORT-LINE FROM WS-EMPLEADO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM BUSCA-CUENTA-PLAN.
            IF WS-PLNC-IX = 0
                MOVE 0 TO WS-FINAL-EMP WS-FINAL-PAT
                    WS-INICIAL-EMP WS-INICIAL-PAT
            ELSE
                COMPUTE WS-FINAL-EMP =
                    WS-PLNC-TBL-SALDO-EMP (WS-PLNC-IX)
                    - WS-MQ-POST-EMP (WS-PLNC-IX)
                COMPUTE WS-FINAL-PAT =
                    WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                    - WS-MQ-POST-PAT (WS-PLNC-IX)
                COMPUTE WS-INICIAL-EMP = WS-FINAL-EMP
                    - WS-MQ-TRIM-EMP (WS-PLNC-IX)
                COMPUTE WS-INICIAL-PAT = WS-FINAL-PAT
                    - WS-MQ-TRIM-PAT (WS-PLNC-IX)
                    + WS-MQ-TRIM-PERD (WS-PLNC-IX)
            END-IF.

            MOVE "SALDO INICIAL" TO WS-IMP-CONCEPTO.
            MOVE WS-INICIAL-EMP TO WS-IMP-EMPLEADO.
            MOVE WS-INICIAL-PAT TO WS-IMP-PATRONAL.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-IMP-EMPLEADO WS-IMP-PATRONAL.
            IF WS-PLNC-IX > 0
                MOVE WS-MQ-TRIM-EMP (WS-PLNC-IX) TO WS-IMP-EMPLEADO
                MOVE WS-MQ-TRIM-PAT (WS-PLNC-IX) TO WS-IMP-PATRONAL
            END-IF.
            MOVE "APORTES DEL TRIMESTRE" TO WS-IMP-CONCEPTO.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            IF WS-PLNC-IX > 0
                IF WS-MQ-TRIM-PERD (WS-PLNC-IX) > 0
                    MOVE "PERDIDO POR BAJA" TO WS-IMP-CONCEPTO
                    MOVE 0 TO WS-IMP-EMPLEADO
                    COMPUTE WS-IMP-PATRONAL =
                        0 - WS-MQ-TRIM-PERD (WS-PLNC-IX)
                    WRITE REPORT-LINE FROM WS-IMPORTE-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-IF.
            MOVE "SALDO FINAL" TO WS-IMP-CONCEPTO.
            MOVE WS-FINAL-EMP TO WS-IMP-EMPLEADO.
            MOVE WS-FINAL-PAT TO WS-IMP-PATRONAL.
            WRITE REPORT-LINE FROM WS-IMPORTE-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM CONSOLIDACION-MIEMBRO.

       CONSOLIDACION-MIEMBRO.
      *    La escala se aplica a los saldos al cierre del trimestre,
      *    que se dejan en la tabla de cuentas (este programa no la
      *    graba). Tras la baja lo no consolidado ya se perdio.
            IF WS-HR-FOUND
                MOVE HR-FECHA-ALTA TO WS-PLAN-FECHA-INGRESO
            ELSE
                MOVE WS-PLNM-TBL-INGRESO (WS-PLNM-I)
                    TO WS-PLAN-FECHA-INGRESO
            END-IF.
            MOVE WS-TRIM-HASTA TO WS-PLAN-FECHA-CORTE.
            IF WS-PLNM-TBL-ESTADO (WS-PLNM-I) = "B"
                    AND WS-PLNM-TBL-BAJA (WS-PLNM-I) <= WS-TRIM-HASTA
                MOVE WS-PLNM-TBL-BAJA (WS-PLNM-I)
                    TO WS-PLAN-FECHA-CORTE
            END-IF.
            IF WS-PLNC-IX = 0
                MOVE 0 TO WS-PLAN-CONSOLIDADO
                MOVE 0 TO WS-PLAN-ANOS
                IF WS-PLAN-FECHA-CORTE > WS-PLAN-FECHA-INGRESO
                    COMPUTE WS-PLAN-ANOS =
                        (WS-PLAN-FECHA-CORTE - WS-PLAN-FECHA-INGRESO)
                        / 10000
                END-IF
                IF WS-PLAN-ANOS >= 5
                    MOVE WS-PLAN-CONSOLIDA (6)
                        TO WS-PLAN-PORC-CONSOLIDADO
                ELSE
                    MOVE WS-PLAN-CONSOLIDA (WS-PLAN-ANOS + 1)
                        TO WS-PLAN-PORC-CONSOLIDADO
                END-IF
            ELSE
                MOVE WS-FINAL-EMP TO WS-PLNC-TBL-SALDO-EMP (WS-PLNC-IX)
                MOVE WS-FINAL-PAT TO WS-PLNC-TBL-SALDO-PAT (WS-PLNC-IX)
                PERFORM CALCULA-CONSOLIDACION
                IF WS-PLNM-TBL-ESTADO (WS-PLNM-I) = "B"
                        AND WS-PLNM-TBL-BAJA (WS-PLNM-I)
                        <= WS-TRIM-HASTA
                    COMPUTE WS-PLAN-CONSOLIDADO =
                        WS-FINAL-EMP + WS-FINAL-PAT
                END-IF
            END-IF.
            MOVE WS-PLAN-ANOS TO WS-CON-ANOS.
            MOVE WS-PLAN-PORC-CONSOLIDADO TO WS-CON-PORC.
            WRITE REPORT-LINE FROM WS-CONSOLIDA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-PLAN-CONSOLIDADO TO WS-SCN-IMPORTE.
            WRITE REPORT-LINE FROM WS-SALDO-CONS-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ESTADO-RETIRO WRITE ESTRETIR"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "PLANRWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ESTADO-RETIRO.
