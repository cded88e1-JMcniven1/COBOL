      *          lands on the review report (RETAINED.TXT) with the
      *          failing subjects. The old-year enrollment state is
      *          archived to ENRLSUBJ.Ayyyy before anything is
      *          touched. With a maximum of unexcused absences on
      *          PARM103.DAT (zero or absent: no check) a student
      *          whose year total on ASISACUM.DAT exceeds it is held
      *          for excessive absence whatever the grades, and lands
      *          on the review report with the count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RETAINED-REPORT ASSIGN TO "RETAINED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "ASISSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Promedio minimo (dos decimales implicitos) y maximo de
      *    materias suspendidas para promover; maximo de ausencias sin
      *    justificar en el ano (cero o ausente: sin control).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PROM-MIN        PIC 9V99.
           05  PARM-MAX-SUSP        PIC 9(2).
           05  PARM-MAX-AUSENCIAS   PIC 9(3).

       FD  CUTOFF-PARM-FILE.
       01  CUTOFF-PARM-RECORD.
       FD  RETAINED-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "ASISFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".

       01  WS-ANO                   PIC 9(4).
       01  WS-PROM-MIN              PIC 9V99 VALUE 6.00.
       01  WS-MAX-SUSP              PIC 9(2) VALUE 2.
       01  WS-MAX-AUSENCIAS         PIC 9(3) VALUE 0.
       01  WS-GRADOS-OK-SWITCH      PIC X.
           88  WS-GRADOS-OK         VALUE "Y".
       01  WS-ASISTENCIA-OK-SWITCH  PIC X.
           88  WS-ASISTENCIA-OK     VALUE "Y".
       01  WS-RETENIDOS-AUSENCIA    PIC 9(3) VALUE 0.
       01  WS-NOTA-SUFICIENTE       PIC 9 VALUE 5.

      *    Expediente del ano por alumno: suma ponderada, pesos,
           05  WS-RET-SUSP          PIC Z9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RET-MATERIAS      PIC X(30).
       01  WS-RETAINED-ABS-LINE.
           05  FILLER               PIC X(10) VALUE "RETENIDO: ".
           05  WS-RTA-ID            PIC 9(6).
           05  FILLER               PIC X(27)
                   VALUE " AUSENCIAS SIN JUSTIFICAR ".
           05  WS-RTA-AUSENCIAS     PIC ZZZZ9.
           05  FILLER               PIC X(7) VALUE " TOPE ".
           05  WS-RTA-TOPE          PIC ZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ASISWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM INICIA-RUNSTATS.
            COMPUTE WS-ANO = WS-OPSLOG-DATE / 10000.
            PERFORM LEE-PARAMETROS.
            IF WS-MAX-AUSENCIAS > 0
                PERFORM CARGA-ACUMULADOS
            END-IF.

            PERFORM ACUMULA-EXPEDIENTES.
            IF WS-AL-COUNT = 0

            DISPLAY "PROMOVIDOS: " WS-PROMOVIDOS
                " RETENIDOS: " WS-RETENIDOS.
            IF WS-RETENIDOS-AUSENCIA > 0
                DISPLAY "RETENIDOS POR AUSENTISMO: "
                    WS-RETENIDOS-AUSENCIA
            END-IF.

            MOVE WS-AL-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-PROMOVIDOS TO WS-RUNST-OUT-COUNT.
            ELSE
                MOVE 0 TO WS-PROMEDIO
            END-IF.
      *    Las notas y la asistencia se evaluan por separado: quien
      *    falla en ambas queda en el reporte con las dos lineas.
            MOVE "N" TO WS-GRADOS-OK-SWITCH.
            IF WS-PROMEDIO >= WS-PROM-MIN
                    AND WS-AL-SUSP (AL-IDX) <= WS-MAX-SUSP
                SET WS-GRADOS-OK TO TRUE
            END-IF.
            SET WS-ASISTENCIA-OK TO TRUE.
            IF WS-MAX-AUSENCIAS > 0
                MOVE WS-AL-ID (AL-IDX) TO WS-AA-LOOKUP-ALUMNO
                PERFORM SUMA-ASISTENCIA-ALUMNO
                IF WS-AA-SUM-AUSENTES > WS-MAX-AUSENCIAS
                    MOVE "N" TO WS-ASISTENCIA-OK-SWITCH
                END-IF
            END-IF.
            IF WS-GRADOS-OK AND WS-ASISTENCIA-OK
                MOVE "S" TO WS-AL-PROMUEVE (AL-IDX)
                ADD 1 TO WS-PROMOVIDOS
            ELSE
                MOVE "N" TO WS-AL-PROMUEVE (AL-IDX)
                ADD 1 TO WS-RETENIDOS
            END-IF.
            IF NOT WS-GRADOS-OK
                MOVE WS-AL-ID (AL-IDX) TO WS-RET-ID
                MOVE WS-PROMEDIO TO WS-RET-PROM
                MOVE WS-AL-SUSP (AL-IDX) TO WS-RET-SUSP
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            IF NOT WS-ASISTENCIA-OK
                ADD 1 TO WS-RETENIDOS-AUSENCIA
                MOVE WS-AL-ID (AL-IDX) TO WS-RTA-ID
                MOVE WS-AA-SUM-AUSENTES TO WS-RTA-AUSENCIAS
                MOVE WS-MAX-AUSENCIAS TO WS-RTA-TOPE
                WRITE REPORT-LINE FROM WS-RETAINED-ABS-LINE
                IF NOT WS-RPT-OK
                    MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                    MOVE "DETERMINA-UNO WRITE AUS"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.

       ARMA-MATERIAS-SUSPENSAS.
            PERFORM VARYING WS-MAT-I FROM 1 BY 1
                        IF PARM-MAX-SUSP IS NUMERIC
                            MOVE PARM-MAX-SUSP TO WS-MAX-SUSP
                        END-IF
                        IF PARM-MAX-AUSENCIAS IS NUMERIC
                            MOVE PARM-MAX-AUSENCIAS
                                TO WS-MAX-AUSENCIAS
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "ASISWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

