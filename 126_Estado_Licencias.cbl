      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave balance statement per employee for the year of
      *          the business date (LICSTMT.TXT). Walks the HR-MASTER
      *          roster in department order and prints, for every
      *          employee, the vacation balance on VACBAL.DAT and,
      *          for each active leave type on LEAVETYP.DAT, the
      *          entitlement of the year (the employee's own on
      *          LEAVEBAL.DAT or the type's when none was opened
      *          yet), the days granted and the days left, followed
      *          by the approved leaves of the year on LEAVEREQ.DAT
      *          (MANTIENE-LICENCIAS) with their paid flag, under a
      *          heading at each department for the managers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-LICENCIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT VACATION-BALANCES ASSIGN TO "VACBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAC-STATUS.
           SELECT LEAVE-TYPES ASSIGN TO "LEAVETYP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTY-STATUS.
           SELECT LEAVE-BALANCES ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBA-STATUS.
           SELECT LEAVE-REQUESTS ASSIGN TO "LEAVEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "LICSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Mismo layout que mantiene ACUMULA-VACACIONES.
       FD  VACATION-BALANCES.
       01  VACATION-BALANCE-RECORD.
           05  VB-EMPLOYEE-ID       PIC 9(6).
           05  VB-BALANCE           PIC 9(3)V99.

      *    Mismos layouts que mantiene MANTIENE-LICENCIAS.
       FD  LEAVE-TYPES.
       01  LEAVE-TYPE-RECORD.
           05  LT-CODIGO            PIC X(3).
           05  LT-DESCRIPCION       PIC X(20).
           05  LT-DERECHO           PIC 9(3).
           05  LT-PAGADA            PIC X.
           05  LT-ACTIVO            PIC X.

       FD  LEAVE-BALANCES.
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMPLOYEE-ID       PIC 9(6).
           05  LB-CODIGO            PIC X(3).
           05  LB-ANO               PIC 9(4).
           05  LB-DERECHO           PIC 9(3).
           05  LB-TOMADOS           PIC 9(3).

       FD  LEAVE-REQUESTS.
       01  LEAVE-REQUEST-RECORD.
           05  LR-EMPLOYEE-ID       PIC 9(6).
           05  LR-CODIGO            PIC X(3).
           05  LR-DESDE             PIC 9(8).
           05  LR-HASTA             PIC 9(8).
           05  LR-DIAS              PIC 9(3).
           05  LR-PAGADA            PIC X.
           05  LR-ESTADO            PIC X.
           05  LR-APROBADOR         PIC X(8).
           05  LR-FECHA             PIC 9(8).

       FD  STATEMENT-FILE.
       01  REPORT-LINE              PIC X(80).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-VAC-STATUS            PIC XX.
           88  WS-VAC-OK            VALUE "00".
       01  WS-LTY-STATUS            PIC XX.
           88  WS-LTY-OK            VALUE "00".
       01  WS-LBA-STATUS            PIC XX.
           88  WS-LBA-OK            VALUE "00".
       01  WS-LRQ-STATUS            PIC XX.
           88  WS-LRQ-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-CARGA-EOF-SWITCH      PIC X VALUE "N".
           88  WS-CARGA-EOF         VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH   PIC X VALUE "Y".
           88  WS-FIRST-RECORD      VALUE "Y".

       01  WS-ANO-NEGOCIO           PIC 9(4).
       01  WS-ANO-DESDE             PIC 9(8).
       01  WS-ANO-HASTA             PIC 9(8).
       01  WS-CURRENT-DEPT          PIC X(4).
       01  WS-EMP-COUNT             PIC 9(6) VALUE 0.

       01  WS-VB-MAX                PIC 9(4) VALUE 2000.
       01  WS-VB-COUNT              PIC 9(4) VALUE 0.
       01  WS-VB-TABLE.
           05  WS-VB-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VB-IDX.
               10  WS-VB-EMP        PIC 9(6).
               10  WS-VB-SALDO      PIC 9(3)V99.

       01  WS-LT-MAX                PIC 9(3) VALUE 50.
       01  WS-LT-COUNT              PIC 9(3) VALUE 0.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 50 TIMES
                   INDEXED BY LT-IDX.
               10  WS-LT-CODIGO     PIC X(3).
               10  WS-LT-DESC       PIC X(20).
               10  WS-LT-DERECHO    PIC 9(3).
               10  WS-LT-PAGADA     PIC X.

       01  WS-LB-MAX                PIC 9(4) VALUE 5000.
       01  WS-LB-COUNT              PIC 9(4) VALUE 0.
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY OCCURS 5000 TIMES
                   INDEXED BY LB-IDX.
               10  WS-LB-EMP        PIC 9(6).
               10  WS-LB-CODIGO     PIC X(3).
               10  WS-LB-DERECHO    PIC 9(3).
               10  WS-LB-TOMADOS    PIC 9(3).

       01  WS-LR-MAX                PIC 9(4) VALUE 5000.
       01  WS-LR-COUNT              PIC 9(4) VALUE 0.
       01  WS-LR-TABLE.
           05  WS-LR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY LR-IDX.
               10  WS-LR-EMP        PIC 9(6).
               10  WS-LR-CODIGO     PIC X(3).
               10  WS-LR-DESDE      PIC 9(8).
               10  WS-LR-HASTA      PIC 9(8).
               10  WS-LR-DIAS       PIC 9(3).
               10  WS-LR-PAGADA     PIC X.

       01  WS-DERECHO               PIC 9(3).
       01  WS-TOMADOS               PIC 9(3).
       01  WS-SALDO                 PIC 9(3).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(26)
                   VALUE "ESTADO DE LICENCIAS - ANO ".
           05  WS-TIT-ANO           PIC 9(4).
       01  WS-DEPTO-LINE.
           05  FILLER               PIC X(14) VALUE "DEPARTAMENTO: ".
           05  WS-DEP-CODE          PIC X(4).
       01  WS-EMPLEADO-LINE.
           05  WS-EMP-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EMP-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EMP-NOMBRE        PIC X(15).
       01  WS-VACACION-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(29)
                   VALUE "VAC VACACIONES (VACBAL)".
           05  FILLER               PIC X(8) VALUE "SALDO: ".
           05  WS-VAC-SALDO         PIC ZZ9.99.
       01  WS-TIPO-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-TIP-CODIGO        PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TIP-DESC          PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TIP-PAGADA        PIC X.
           05  FILLER               PIC X(10) VALUE " DERECHO: ".
           05  WS-TIP-DERECHO       PIC ZZ9.
           05  FILLER               PIC X(10) VALUE " TOMADOS: ".
           05  WS-TIP-TOMADOS       PIC ZZ9.
           05  FILLER               PIC X(8) VALUE " SALDO: ".
           05  WS-TIP-SALDO         PIC X(8).
       01  WS-SALDO-EDIT            PIC ZZ9.
       01  WS-LICENCIA-LINE.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE "LICENCIA ".
           05  WS-LIN-CODIGO        PIC X(3).
           05  FILLER               PIC X(5) VALUE " DEL ".
           05  WS-LIN-DESDE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE " AL ".
           05  WS-LIN-HASTA         PIC 9(8).
           05  FILLER               PIC X(7) VALUE " DIAS: ".
           05  WS-LIN-DIAS          PIC ZZ9.
           05  FILLER               PIC X(9) VALUE " PAGADA: ".
           05  WS-LIN-PAGADA        PIC X.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "ESTADO-LICENCIAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            COMPUTE WS-ANO-NEGOCIO = WS-OPSLOG-DATE / 10000.
            COMPUTE WS-ANO-DESDE = WS-ANO-NEGOCIO * 10000 + 101.
            COMPUTE WS-ANO-HASTA = WS-ANO-NEGOCIO * 10000 + 1231.
            PERFORM CARGA-VACACIONES.
            PERFORM CARGA-TIPOS.
            PERFORM CARGA-SALDOS.
            PERFORM CARGA-LICENCIAS.

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
                MOVE "MAIN-PROCEDURE OPEN LICSTMT"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANO-NEGOCIO TO WS-TIT-ANO.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Recorrido en orden de departamento por la clave alterna,
      *    el orden del estado de vacaciones.
            MOVE LOW-VALUES TO HR-DEPT-CODE.
            START HR-MASTER-FILE KEY IS NOT LESS THAN HR-DEPT-CODE
                INVALID KEY SET WS-EOF TO TRUE
            END-START.

            PERFORM LEE-EMPLEADO.
            PERFORM UNTIL WS-EOF
                IF WS-FIRST-RECORD
                        OR HR-DEPT-CODE NOT = WS-CURRENT-DEPT
                    MOVE HR-DEPT-CODE TO WS-CURRENT-DEPT
                    MOVE "N" TO WS-FIRST-RECORD-SWITCH
                    PERFORM ESCRIBE-DEPARTAMENTO
                END-IF
                PERFORM ESTADO-EMPLEADO
                PERFORM LEE-EMPLEADO
            END-PERFORM.

            CLOSE HR-MASTER-FILE STATEMENT-FILE.

            DISPLAY "ESTADO DE LICENCIAS - EMPLEADOS: " WS-EMP-COUNT.

            MOVE WS-EMP-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-EMP-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ESCRIBE-DEPARTAMENTO.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CURRENT-DEPT TO WS-DEP-CODE.
            WRITE REPORT-LINE FROM WS-DEPTO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESTADO-EMPLEADO.
            ADD 1 TO WS-EMP-COUNT.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE HR-EMPLOYEE-ID TO WS-EMP-ID.
            MOVE HR-APELLIDOS TO WS-EMP-APELLIDOS.
            MOVE HR-NOMBRE TO WS-EMP-NOMBRE.
            WRITE REPORT-LINE FROM WS-EMPLEADO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE 0 TO WS-VAC-SALDO.
            PERFORM VARYING VB-IDX FROM 1 BY 1
                    UNTIL VB-IDX > WS-VB-COUNT
                IF WS-VB-EMP (VB-IDX) = HR-EMPLOYEE-ID
                    MOVE WS-VB-SALDO (VB-IDX) TO WS-VAC-SALDO
                END-IF
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-VACACION-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING LT-IDX FROM 1 BY 1
                    UNTIL LT-IDX > WS-LT-COUNT
                PERFORM ESTADO-TIPO
            END-PERFORM.

            PERFORM VARYING LR-IDX FROM 1 BY 1
                    UNTIL LR-IDX > WS-LR-COUNT
                IF WS-LR-EMP (LR-IDX) = HR-EMPLOYEE-ID
                    PERFORM ESCRIBE-LICENCIA
                END-IF
            END-PERFORM.

       ESTADO-TIPO.
      *    Sin saldo abierto en el ano rige el derecho del tipo con
      *    cero dias tomados; derecho cero es licencia sin tope.
            MOVE WS-LT-DERECHO (LT-IDX) TO WS-DERECHO.
            MOVE 0 TO WS-TOMADOS.
            PERFORM VARYING LB-IDX FROM 1 BY 1
                    UNTIL LB-IDX > WS-LB-COUNT
                IF WS-LB-EMP (LB-IDX) = HR-EMPLOYEE-ID
                        AND WS-LB-CODIGO (LB-IDX)
                            = WS-LT-CODIGO (LT-IDX)
                    MOVE WS-LB-DERECHO (LB-IDX) TO WS-DERECHO
                    MOVE WS-LB-TOMADOS (LB-IDX) TO WS-TOMADOS
                END-IF
            END-PERFORM.
            MOVE WS-LT-CODIGO (LT-IDX) TO WS-TIP-CODIGO.
            MOVE WS-LT-DESC (LT-IDX) TO WS-TIP-DESC.
            MOVE WS-LT-PAGADA (LT-IDX) TO WS-TIP-PAGADA.
            MOVE WS-DERECHO TO WS-TIP-DERECHO.
            MOVE WS-TOMADOS TO WS-TIP-TOMADOS.
            IF WS-DERECHO = 0
                MOVE "SIN TOPE" TO WS-TIP-SALDO
            ELSE
                IF WS-TOMADOS >= WS-DERECHO
                    MOVE 0 TO WS-SALDO
                ELSE
                    COMPUTE WS-SALDO = WS-DERECHO - WS-TOMADOS
                END-IF
                MOVE WS-SALDO TO WS-SALDO-EDIT
                MOVE WS-SALDO-EDIT TO WS-TIP-SALDO
            END-IF.
            WRITE REPORT-LINE FROM WS-TIPO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-LICENCIA.
            MOVE WS-LR-CODIGO (LR-IDX) TO WS-LIN-CODIGO.
            MOVE WS-LR-DESDE (LR-IDX) TO WS-LIN-DESDE.
            MOVE WS-LR-HASTA (LR-IDX) TO WS-LIN-HASTA.
            MOVE WS-LR-DIAS (LR-IDX) TO WS-LIN-DIAS.
            MOVE WS-LR-PAGADA (LR-IDX) TO WS-LIN-PAGADA.
            WRITE REPORT-LINE FROM WS-LICENCIA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CARGA-VACACIONES.
            MOVE "N" TO WS-CARGA-EOF-SWITCH.
            OPEN INPUT VACATION-BALANCES.
            IF WS-VAC-OK
                PERFORM UNTIL WS-CARGA-EOF
                    READ VACATION-BALANCES
                        AT END SET WS-CARGA-EOF TO TRUE
                        NOT AT END
                            IF WS-VB-COUNT < WS-VB-MAX
                                ADD 1 TO WS-VB-COUNT
                                SET VB-IDX TO WS-VB-COUNT
                                MOVE VB-EMPLOYEE-ID
                                    TO WS-VB-EMP (VB-IDX)
                                MOVE VB-BALANCE
                                    TO WS-VB-SALDO (VB-IDX)
                            ELSE
                                DISPLAY "TABLA DE VACACIONES LLENA - "
                                    "EMPLEADO " VB-EMPLOYEE-ID
                                    " OMITIDO"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VACATION-BALANCES
            END-IF.

       CARGA-TIPOS.
      *    Solo los tipos activos salen en el estado.
            MOVE "N" TO WS-CARGA-EOF-SWITCH.
            OPEN INPUT LEAVE-TYPES.
            IF WS-LTY-OK
                PERFORM UNTIL WS-CARGA-EOF
                    READ LEAVE-TYPES
                        AT END SET WS-CARGA-EOF TO TRUE
                        NOT AT END
                            IF LT-ACTIVO = "S"
                                PERFORM CARGA-UN-TIPO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-TYPES
            END-IF.

       CARGA-UN-TIPO.
            IF WS-LT-COUNT < WS-LT-MAX
                ADD 1 TO WS-LT-COUNT
                SET LT-IDX TO WS-LT-COUNT
                MOVE LT-CODIGO TO WS-LT-CODIGO (LT-IDX)
                MOVE LT-DESCRIPCION TO WS-LT-DESC (LT-IDX)
                MOVE LT-DERECHO TO WS-LT-DERECHO (LT-IDX)
                MOVE LT-PAGADA TO WS-LT-PAGADA (LT-IDX)
            ELSE
                DISPLAY "TABLA DE TIPOS DE LICENCIA LLENA - TIPO "
                    LT-CODIGO " OMITIDO"
            END-IF.

       CARGA-SALDOS.
            MOVE "N" TO WS-CARGA-EOF-SWITCH.
            OPEN INPUT LEAVE-BALANCES.
            IF WS-LBA-OK
                PERFORM UNTIL WS-CARGA-EOF
                    READ LEAVE-BALANCES
                        AT END SET WS-CARGA-EOF TO TRUE
                        NOT AT END
                            IF LB-ANO = WS-ANO-NEGOCIO
                                PERFORM CARGA-UN-SALDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-BALANCES
            END-IF.

       CARGA-UN-SALDO.
            IF WS-LB-COUNT < WS-LB-MAX
                ADD 1 TO WS-LB-COUNT
                SET LB-IDX TO WS-LB-COUNT
                MOVE LB-EMPLOYEE-ID TO WS-LB-EMP (LB-IDX)
                MOVE LB-CODIGO TO WS-LB-CODIGO (LB-IDX)
                MOVE LB-DERECHO TO WS-LB-DERECHO (LB-IDX)
                MOVE LB-TOMADOS TO WS-LB-TOMADOS (LB-IDX)
            ELSE
                DISPLAY "TABLA DE SALDOS DE LICENCIA LLENA - "
                    "EMPLEADO " LB-EMPLOYEE-ID " OMITIDO"
            END-IF.

       CARGA-LICENCIAS.
      *    Licencias aprobadas que empiezan en el ano del estado.
            MOVE "N" TO WS-CARGA-EOF-SWITCH.
            OPEN INPUT LEAVE-REQUESTS.
            IF WS-LRQ-OK
                PERFORM UNTIL WS-CARGA-EOF
                    READ LEAVE-REQUESTS
                        AT END SET WS-CARGA-EOF TO TRUE
                        NOT AT END
                            IF LR-ESTADO = "A"
                                    AND LR-DESDE >= WS-ANO-DESDE
                                    AND LR-DESDE <= WS-ANO-HASTA
                                PERFORM CARGA-UNA-LICENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-REQUESTS
            END-IF.

       CARGA-UNA-LICENCIA.
            IF WS-LR-COUNT < WS-LR-MAX
                ADD 1 TO WS-LR-COUNT
                SET LR-IDX TO WS-LR-COUNT
                MOVE LR-EMPLOYEE-ID TO WS-LR-EMP (LR-IDX)
                MOVE LR-CODIGO TO WS-LR-CODIGO (LR-IDX)
                MOVE LR-DESDE TO WS-LR-DESDE (LR-IDX)
                MOVE LR-HASTA TO WS-LR-HASTA (LR-IDX)
                MOVE LR-DIAS TO WS-LR-DIAS (LR-IDX)
                MOVE LR-PAGADA TO WS-LR-PAGADA (LR-IDX)
            ELSE
                DISPLAY "TABLA DE LICENCIAS LLENA - EMPLEADO "
                    LR-EMPLOYEE-ID " OMITIDO"
            END-IF.

       LEE-EMPLEADO.
            READ HR-MASTER-FILE NEXT RECORD
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    IF NOT WS-HR-OK
                        MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                        MOVE "LEE-EMPLEADO READ" TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
            END-READ.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ESTADO-LICENCIAS WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ESTADO-LICENCIAS.
