      *          department transfers and the change in total salary
      *          mass. The run closes saving the new employee image
      *          for the next month's comparison. A first run with
      *          no image reports the whole roster as joiners. With
      *          the manager rollup switched on in PARM60.DAT the
      *          snapshot also writes HCJEFES.TXT: one row per
      *          employee with reports along HR-SUPERVISOR-ID, with
      *          the direct reports, the headcount and the salary
      *          mass of everyone under them at any level; employees
      *          caught in a reporting loop are counted apart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MOVEMENT-REPORT ASSIGN TO "HCMOVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARM60.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MANAGER-REPORT ASSIGN TO "HCJEFES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JEF-STATUS.
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FD  MOVEMENT-REPORT.
       01  MOVEMENT-LINE            PIC X(80).

      *    Opciones del corte: "S" en la primera columna agrega el
      *    acumulado por jefe. Sin PARM60.DAT no se produce.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ROLLUP-JEFES    PIC X.

       FD  MANAGER-REPORT.
       01  MANAGER-LINE             PIC X(80).

       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
           88  WS-NEW-OK            VALUE "00".
       01  WS-MOV-STATUS            PIC XX.
           88  WS-MOV-OK            VALUE "00".
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-JEF-STATUS            PIC XX.
           88  WS-JEF-OK            VALUE "00".
       01  WS-ROLLUP-SWITCH         PIC X VALUE "N".
           88  WS-ROLLUP-JEFES      VALUE "S".
       01  WS-HR-EOF-SWITCH         PIC X VALUE "N".
           88  WS-HR-EOF            VALUE "Y".
       01  WS-IMG-EOF-SWITCH        PIC X VALUE "N".
           05  FILLER               PIC X(24)
                   VALUE "CAMBIO EN MASA SALARIAL:".
           05  WS-MVM-DELTA         PIC -(10)9.99.
       01  WS-JEF-TITULO-LINE.
           05  FILLER               PIC X(32)
                   VALUE "ACUMULADO POR JEFE - CORTE AL ".
           05  WS-JFT-FECHA         PIC 9(8).
       01  WS-JEF-COLUMNAS-LINE.
           05  FILLER               PIC X(40)
                   VALUE "JEFE   APELLIDOS            DEPT  DIR".
           05  FILLER               PIC X(40)
                   VALUE "   TOT     MASA BAJO EL JEFE".
       01  WS-JEF-DETAIL-LINE.
           05  WS-JFD-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-JFD-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-JFD-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-JFD-DIRECTOS      PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-JFD-TOTAL         PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-JFD-MASA          PIC Z(10)9.99.
       01  WS-JEF-TOTAL-LINE.
           05  FILLER               PIC X(7) VALUE "JEFES: ".
           05  WS-JFT-JEFES         PIC ZZZZ9.
           05  FILLER               PIC X(19)
                   VALUE " CIMAS DE LINEA: ".
           05  WS-JFT-CIMAS         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE " HUERFANOS: ".
           05  WS-JFT-HUERFANOS     PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE " EN CICLO: ".
           05  WS-JFT-CICLOS        PIC ZZZZ9.
       01  WS-TRASLADO-TEXTO.
           05  WS-TRL-DE            PIC X(4).
           05  FILLER               PIC X(4) VALUE " -> ".
           05  WS-TRL-A             PIC X(4).
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "JERQWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
            MOVE "INSTANTANEA-MENSUAL" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM LEE-OPCIONES.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK

            PERFORM ESCRIBE-TOTALES-MOVIMIENTO.
            PERFORM GRABA-INSTANTANEA-DEPTOS.
            IF WS-ROLLUP-JEFES
                PERFORM ESCRIBE-ACUMULADO-JEFES
            END-IF.

            CLOSE MOVEMENT-REPORT NEW-EMPLOYEE-IMAGE
                HR-MASTER-FILE.
                ADD EI-SALARIO TO WS-MASA-PREVIA
            END-IF.
            PERFORM ACUMULA-DEPTO.
            IF WS-ROLLUP-JEFES
                PERFORM AGREGA-JERARQUIA
            END-IF.
            MOVE HR-EMPLOYEE-ID TO NI-EMPLOYEE-ID.
            MOVE HR-DEPT-CODE TO NI-DEPT.
            MOVE HR-SALARIO TO NI-SALARIO.
            END-PERFORM.
            CLOSE SNAPSHOT-HISTORY.

       ESCRIBE-ACUMULADO-JEFES.
      *    Un renglon por empleado con subordinados; el acumulado
      *    cubre todos los niveles bajo el jefe, sin el propio jefe.
            PERFORM RESUELVE-JERARQUIA.
            OPEN OUTPUT MANAGER-REPORT.
            IF NOT WS-JEF-OK
                MOVE WS-JEF-STATUS TO WS-ABEND-STATUS
                MOVE "ESCRIBE-ACUMULADO OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE WS-OPSLOG-DATE TO WS-JFT-FECHA.
            WRITE MANAGER-LINE FROM WS-JEF-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA-JEFES.
            WRITE MANAGER-LINE FROM WS-JEF-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA-JEFES.
            PERFORM VARYING WS-JQ-I FROM 1 BY 1
                    UNTIL WS-JQ-I > WS-JQ-COUNT
                IF WS-JQ-TBL-DIRECTOS (WS-JQ-I) > 0
                    MOVE WS-JQ-TBL-ID (WS-JQ-I) TO WS-JFD-ID
                    MOVE WS-JQ-TBL-APELLIDOS (WS-JQ-I)
                        TO WS-JFD-APELLIDOS
                    MOVE WS-JQ-TBL-DEPT (WS-JQ-I) TO WS-JFD-DEPT
                    MOVE WS-JQ-TBL-DIRECTOS (WS-JQ-I)
                        TO WS-JFD-DIRECTOS
                    MOVE WS-JQ-TBL-TOTAL (WS-JQ-I) TO WS-JFD-TOTAL
                    MOVE WS-JQ-TBL-MASA (WS-JQ-I) TO WS-JFD-MASA
                    WRITE MANAGER-LINE FROM WS-JEF-DETAIL-LINE
                    PERFORM VERIFICA-ESCRITURA-JEFES
                END-IF
            END-PERFORM.
            MOVE WS-JQ-JEFES TO WS-JFT-JEFES.
            MOVE WS-JQ-CIMAS TO WS-JFT-CIMAS.
            MOVE WS-JQ-HUERFANOS TO WS-JFT-HUERFANOS.
            MOVE WS-JQ-CICLOS TO WS-JFT-CICLOS.
            WRITE MANAGER-LINE FROM WS-JEF-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA-JEFES.
            CLOSE MANAGER-REPORT.

       VERIFICA-ESCRITURA-JEFES.
            IF NOT WS-JEF-OK
                MOVE WS-JEF-STATUS TO WS-ABEND-STATUS
                MOVE "ESCRIBE-ACUMULADO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       LEE-OPCIONES.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PARM-ROLLUP-JEFES TO WS-ROLLUP-SWITCH
                END-READ
                CLOSE PARM-FILE
            END-IF.

       PROMUEVE-IMAGEN.
            MOVE "N" TO WS-IMG-EOF-SWITCH.
            OPEN INPUT NEW-EMPLOYEE-IMAGE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "JERQWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM INSTANTANEA-MENSUAL.
