      ******************************************************************
      * Author:
      * Date:
      * Purpose: Organization chart over the reporting lines kept on
      *          HRMAST (HR-SUPERVISOR-ID). Prints every line from
      *          its top down (ORGCHART.TXT), one employee per row,
      *          indented two columns per level, with the department,
      *          the span of control (direct reports) and the total
      *          headcount under the employee at any level. Orphans
      *          -- employees whose supervisor is no longer on
      *          HRMAST -- are printed as the top of their own line
      *          and flagged with the missing supervisor; employees
      *          in a reporting loop, or hanging under one, cannot be
      *          placed and are listed apart for correction at
      *          MANTIENE-SUPERVISORES. Closes with the number of
      *          lines, orphans, loops, managers, the deepest level
      *          and the average and widest span of control. Run on
      *          demand; not part of the nightly chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGANIGRAMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT ORG-REPORT ASSIGN TO "ORGCHART.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  ORG-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-HR-EOF-SWITCH         PIC X VALUE "N".
           88  WS-HR-EOF            VALUE "Y".
       01  WS-FIN-ARBOL-SWITCH      PIC X.
           88  WS-FIN-ARBOL         VALUE "Y".

       01  WS-RAIZ                  PIC 9(5).
       01  WS-NODO                  PIC 9(5).
       01  WS-SANGRIA               PIC 9(3).
      *    Mas alla de este nivel la sangria ya no crece, para que el
      *    renglon no se salga de la hoja.
       01  WS-SANGRIA-MAX           PIC 9(3) VALUE 8.
       01  WS-LISTADOS              PIC 9(5) VALUE 0.
       01  WS-SUMA-DIRECTOS         PIC 9(7) VALUE 0.
       01  WS-TRAMO-MAX             PIC 9(5) VALUE 0.
       01  WS-TRAMO-PROMEDIO        PIC 9(5)V9.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(31)
                   VALUE "ORGANIGRAMA - LINEAS DE REPORTE".
           05  FILLER               PIC X(4) VALUE " AL ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(40)
                   VALUE "EMPLEADO (SANGRIA = NIVEL)".
           05  FILLER               PIC X(40)
                   VALUE "     DEPT   DIR   TOT MARCA".
       01  WS-SEPARADOR-LINE        PIC X(80) VALUE ALL "-".
       01  WS-DETALLE-LINE.
           05  WS-DET-AREA          PIC X(44).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIRECTOS      PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-TOTAL         PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MARCA         PIC X(16).
       01  WS-NODO-TEXTO.
           05  WS-NT-ID             PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NT-APELLIDOS      PIC X(20).
       01  WS-HUERFANO-MARCA.
           05  FILLER               PIC X(9) VALUE "HUERFANO ".
           05  WS-HM-SUPERVISOR     PIC 9(6).
       01  WS-CICLO-TITULO-LINE     PIC X(80) VALUE
           "EN CICLO O BAJO UN CICLO - SIN UBICAR EN EL ORGANIGRAMA".
       01  WS-CICLO-LINE.
           05  WS-CIC-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CIC-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CIC-NOMBRE        PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CIC-DEPT          PIC X(4).
           05  FILLER               PIC X(11) VALUE " REPORTA A ".
           05  WS-CIC-SUPERVISOR    PIC 9(6).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(40).
           05  WS-SUM-COUNT         PIC ZZZZ9.
       01  WS-PROMEDIO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "PROMEDIO DE SUBORDINADOS POR JEFE: ".
           05  WS-PRO-TRAMO         PIC ZZZZ9.9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "JERQWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ORGANIGRAMA" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-HR-EOF
                READ HR-MASTER-FILE NEXT RECORD
                    AT END SET WS-HR-EOF TO TRUE
                    NOT AT END
                        PERFORM AGREGA-JERARQUIA
                END-READ
            END-PERFORM.
            CLOSE HR-MASTER-FILE.
            PERFORM RESUELVE-JERARQUIA.

            OPEN OUTPUT ORG-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN ORGCHART"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARADOR-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Cada cima (o huerfano) abre su linea de reporte.
            PERFORM VARYING WS-RAIZ FROM 1 BY 1
                    UNTIL WS-RAIZ > WS-JQ-COUNT
                IF WS-JQ-TBL-ESTADO (WS-RAIZ) = "T" OR "H"
                    PERFORM RECORRE-LINEA
                END-IF
            END-PERFORM.

            IF WS-JQ-CICLOS > 0
                PERFORM ESCRIBE-CICLOS
            END-IF.
            PERFORM ESCRIBE-RESUMEN-GENERAL.
            CLOSE ORG-REPORT.

            DISPLAY "ORGANIGRAMA - EMPLEADOS " WS-JQ-COUNT
                " HUERFANOS " WS-JQ-HUERFANOS
                " EN CICLO " WS-JQ-CICLOS.

            MOVE WS-JQ-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-LISTADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       RECORRE-LINEA.
      *    Recorrido en profundidad por los enlaces hijo/hermano:
      *    baja al primer subordinado; sin subordinados pasa al
      *    siguiente hermano, subiendo mientras no haya, hasta volver
      *    a la cima.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-RAIZ TO WS-NODO.
            PERFORM ESCRIBE-NODO.
            MOVE "N" TO WS-FIN-ARBOL-SWITCH.
            PERFORM UNTIL WS-FIN-ARBOL
                IF WS-JQ-TBL-PRIMER-HIJO (WS-NODO) > 0
                    MOVE WS-JQ-TBL-PRIMER-HIJO (WS-NODO) TO WS-NODO
                    PERFORM ESCRIBE-NODO
                ELSE
                    PERFORM UNTIL WS-NODO = WS-RAIZ
                            OR WS-JQ-TBL-SIG-HERMANO (WS-NODO) > 0
                        MOVE WS-JQ-TBL-SUP-IX (WS-NODO) TO WS-NODO
                    END-PERFORM
                    IF WS-NODO = WS-RAIZ
                        SET WS-FIN-ARBOL TO TRUE
                    ELSE
                        MOVE WS-JQ-TBL-SIG-HERMANO (WS-NODO)
                            TO WS-NODO
                        PERFORM ESCRIBE-NODO
                    END-IF
                END-IF
            END-PERFORM.

       ESCRIBE-NODO.
            ADD 1 TO WS-LISTADOS.
            MOVE WS-JQ-TBL-PROFUNDIDAD (WS-NODO) TO WS-SANGRIA.
            IF WS-SANGRIA > WS-SANGRIA-MAX
                MOVE WS-SANGRIA-MAX TO WS-SANGRIA
            END-IF.
            COMPUTE WS-SANGRIA = WS-SANGRIA * 2 + 1.
            MOVE WS-JQ-TBL-ID (WS-NODO) TO WS-NT-ID.
            MOVE WS-JQ-TBL-APELLIDOS (WS-NODO) TO WS-NT-APELLIDOS.
            MOVE SPACES TO WS-DET-AREA.
            MOVE WS-NODO-TEXTO TO WS-DET-AREA (WS-SANGRIA:27).
            MOVE WS-JQ-TBL-DEPT (WS-NODO) TO WS-DET-DEPT.
            MOVE WS-JQ-TBL-DIRECTOS (WS-NODO) TO WS-DET-DIRECTOS.
            MOVE WS-JQ-TBL-TOTAL (WS-NODO) TO WS-DET-TOTAL.
            IF WS-JQ-TBL-ESTADO (WS-NODO) = "H"
                MOVE WS-JQ-TBL-SUPERVISOR (WS-NODO)
                    TO WS-HM-SUPERVISOR
                MOVE WS-HUERFANO-MARCA TO WS-DET-MARCA
            ELSE
                MOVE SPACES TO WS-DET-MARCA
            END-IF.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            IF WS-JQ-TBL-DIRECTOS (WS-NODO) > 0
                ADD WS-JQ-TBL-DIRECTOS (WS-NODO) TO WS-SUMA-DIRECTOS
                IF WS-JQ-TBL-DIRECTOS (WS-NODO) > WS-TRAMO-MAX
                    MOVE WS-JQ-TBL-DIRECTOS (WS-NODO) TO WS-TRAMO-MAX
                END-IF
            END-IF.

       ESCRIBE-CICLOS.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CICLO-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARADOR-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-JQ-I FROM 1 BY 1
                    UNTIL WS-JQ-I > WS-JQ-COUNT
                IF WS-JQ-TBL-ESTADO (WS-JQ-I) = "C"
                    MOVE WS-JQ-TBL-ID (WS-JQ-I) TO WS-CIC-ID
                    MOVE WS-JQ-TBL-APELLIDOS (WS-JQ-I)
                        TO WS-CIC-APELLIDOS
                    MOVE WS-JQ-TBL-NOMBRE (WS-JQ-I) TO WS-CIC-NOMBRE
                    MOVE WS-JQ-TBL-DEPT (WS-JQ-I) TO WS-CIC-DEPT
                    MOVE WS-JQ-TBL-SUPERVISOR (WS-JQ-I)
                        TO WS-CIC-SUPERVISOR
                    WRITE REPORT-LINE FROM WS-CICLO-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-PERFORM.

       ESCRIBE-RESUMEN-GENERAL.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "EMPLEADOS EN HRMAST: " TO WS-SUM-LABEL.
            MOVE WS-JQ-COUNT TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "CIMAS DE LINEA (SIN SUPERVISOR): " TO WS-SUM-LABEL.
            MOVE WS-JQ-CIMAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "HUERFANOS (SUPERVISOR NO EN HRMAST): "
                TO WS-SUM-LABEL.
            MOVE WS-JQ-HUERFANOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "EN CICLO O BAJO UN CICLO: " TO WS-SUM-LABEL.
            MOVE WS-JQ-CICLOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "JEFES CON SUBORDINADOS: " TO WS-SUM-LABEL.
            MOVE WS-JQ-JEFES TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "NIVELES BAJO LA CIMA MAS PROFUNDA: "
                TO WS-SUM-LABEL.
            MOVE WS-JQ-PROF-MAX TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "TRAMO DE CONTROL MAS AMPLIO: " TO WS-SUM-LABEL.
            MOVE WS-TRAMO-MAX TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            IF WS-JQ-JEFES > 0
                COMPUTE WS-TRAMO-PROMEDIO ROUNDED =
                    WS-SUMA-DIRECTOS / WS-JQ-JEFES
                MOVE WS-TRAMO-PROMEDIO TO WS-PRO-TRAMO
                WRITE REPORT-LINE FROM WS-PROMEDIO-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ORGANIGRAMA WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE "N" TO WS-HR-EOF-SWITCH.
            MOVE 0 TO WS-LISTADOS WS-SUMA-DIRECTOS WS-TRAMO-MAX
                WS-JQ-COUNT.

       COPY "JERQWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ORGANIGRAMA.
