      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly report of the badges that entered and never
      *          exited. Every row still on the live occupancy file
      *          (OCUPA.DAT, kept by the entry gate Condicional_IF_OR)
      *          with an entry up to the business date is a badge that
      *          went in and did not badge out at an exit reader; it
      *          is listed with its zone, the moment of entry, the
      *          days it has been open, and who it is (the visit's
      *          sponsor on VISLOG.DAT or the employee id the
      *          badge-to-employee linkage BADGEMP.DAT gives). A
      *          second section lists the ANTIPASSBACK denials the
      *          gate stamped on ACCSAUDT.TXT for the business date:
      *          a second entry to the same zone with no exit in
      *          between. A row open longer than the days of
      *          PARM180.DAT is released from OCUPA.DAT so it no
      *          longer shows on the muster list (LISTA-EVACUACION);
      *          zero days, the default, releases nothing. The report
      *          goes to SINSALID.TXT for security.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTA-SIN-SALIDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM180.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "ACCSAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT BADGE-EMPLOYEE ASSIGN TO "BADGEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDG-STATUS.
           SELECT VISITOR-LOG ASSIGN TO "VISLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIS-STATUS.
           SELECT EXIT-REPORT ASSIGN TO "SINSALID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OCUPSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Dias que una fila puede seguir abierta en OCUPA.DAT antes
      *    de liberarse; cero o sin fichero, ninguna se libera.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DIAS-LIBERA     PIC 9(3).

       FD  AUDIT-TRAIL.
       01  AUDIT-LINE               PIC X(80).

      *    Vinculo credencial-empleado: la misma atadura que une los
      *    badges de PINMAST con los ids de HRMAST.
       FD  BADGE-EMPLOYEE.
       01  BADGE-EMPLOYEE-RECORD.
           05  BE-BADGE-ID          PIC X(8).
           05  BE-EMPLOYEE-ID       PIC 9(6).

      *    Mismo layout que graba GESTIONA-VISITAS.
       FD  VISITOR-LOG.
       01  VISITOR-LOG-RECORD.
           05  VL-BADGE-ID          PIC X(8).
           05  VL-FECHA             PIC 9(8).
           05  VL-SPONSOR           PIC X(20).
           05  VL-MOTIVO            PIC X(20).
           05  VL-ESTADO            PIC X.

       FD  EXIT-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "OCUPFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-AUD-STATUS            PIC XX.
           88  WS-AUD-OK            VALUE "00".
       01  WS-BDG-STATUS            PIC XX.
           88  WS-BDG-OK            VALUE "00".
       01  WS-VIS-STATUS            PIC XX.
           88  WS-VIS-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-DIAS-LIBERA           PIC 9(3) VALUE 0.

      *    Vinculo credencial-empleado cargado a memoria.
       01  WS-BDG-MAX               PIC 9(4) VALUE 2000.
       01  WS-BDG-COUNT             PIC 9(4) VALUE 0.
       01  WS-BDG-TABLE.
           05  WS-BDG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BDG-IDX.
               10  WS-BDG-BADGE     PIC X(8).
               10  WS-BDG-EMP       PIC 9(6).

      *    Visitas con su sponsor; los ids de la serie VIS no se
      *    reusan, asi que la fila del badge es unica.
       01  WS-VIS-MAX               PIC 9(4) VALUE 2000.
       01  WS-VIS-COUNT             PIC 9(4) VALUE 0.
       01  WS-VIS-TABLE.
           05  WS-VIS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VIS-IDX.
               10  WS-VIS-BADGE     PIC X(8).
               10  WS-VIS-SPONSOR   PIC X(20).

      *    Linea de ACCSAUDT.TXT tal como la escribe el gate.
       01  WS-AUDIT-PARSED.
           05  WS-AUP-FECHA         PIC 9(8).
           05  FILLER               PIC X.
           05  WS-AUP-HORA          PIC 9(8).
           05  FILLER               PIC X.
           05  WS-AUP-BADGE         PIC X(8).
           05  FILLER               PIC X.
           05  WS-AUP-DECISION      PIC X(16).
           05  FILLER               PIC X.
           05  WS-AUP-SEQ           PIC X(9).
           05  FILLER               PIC X.
           05  WS-AUP-ZONA          PIC X(4).
           05  FILLER               PIC X(22).

       01  WS-DIAS-ABIERTA          PIC 9(5).
       01  WS-FILA                  PIC 9(4).
       01  WS-SIN-SALIDA            PIC 9(4) VALUE 0.
       01  WS-LIBERADAS             PIC 9(4) VALUE 0.
       01  WS-ANTIPASSBACK          PIC 9(4) VALUE 0.
       01  WS-AUD-LEIDAS            PIC 9(7) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(38)
                   VALUE "CREDENCIALES SIN SALIDA REGISTRADA AL ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(40)
                   VALUE "BADGE    TIPO     REFERENCIA".
           05  FILLER               PIC X(40)
                   VALUE "ZONA ENTRADA         DIAS".
       01  WS-DETAIL-LINE.
           05  WS-DET-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-TIPO          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-REFERENCIA    PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-ZONA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-HORA          PIC 99B99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIAS          PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MARCA         PIC X(9).
       01  WS-DET-HORA-NUM          PIC 9(4).
       01  WS-APB-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "DENEGACIONES ANTIPASSBACK DEL DIA".
       01  WS-APB-LINE.
           05  FILLER               PIC X(6) VALUE "BADGE ".
           05  WS-APB-BADGE         PIC X(8).
           05  FILLER               PIC X(6) VALUE " HORA ".
           05  WS-APB-HORA          PIC 99B99B99.
           05  FILLER               PIC X(6) VALUE " ZONA ".
           05  WS-APB-ZONA          PIC X(4).
           05  FILLER               PIC X(5) VALUE " SEC ".
           05  WS-APB-SEQ           PIC X(9).
       01  WS-APB-HORA-NUM          PIC 9(6).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "SIN SALIDA: ".
           05  WS-TOT-SIN-SALIDA    PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE "  LIBERADAS: ".
           05  WS-TOT-LIBERADAS     PIC ZZZ9.
           05  FILLER               PIC X(17)
                   VALUE "  ANTIPASSBACK: ".
           05  WS-TOT-ANTIPASSBACK  PIC ZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OCUPWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "REPORTA-SIN-SALIDA" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-OCUPACION.
            PERFORM CARGA-VINCULOS.
            PERFORM CARGA-VISITAS.

            OPEN OUTPUT EXIT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN SINSALID"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-FILA FROM 1 BY 1
                    UNTIL WS-FILA > WS-OC-COUNT
                MOVE WS-FILA TO WS-OC-IX
                IF WS-OC-TBL-FECHA (WS-OC-IX) <= WS-OPSLOG-DATE
                    PERFORM ESCRIBE-SIN-SALIDA
                END-IF
            END-PERFORM.
      *    La liberacion va de atras hacia adelante: quitar una fila
      *    corre las siguientes un lugar y el recorrido no las salta.
            IF WS-LIBERADAS > 0
                PERFORM VARYING WS-FILA FROM WS-OC-COUNT BY -1
                        UNTIL WS-FILA < 1
                    MOVE WS-FILA TO WS-OC-IX
                    IF WS-OC-TBL-FECHA (WS-OC-IX) <= WS-OPSLOG-DATE
                        PERFORM CALCULA-DIAS-ABIERTA
                        IF WS-DIAS-ABIERTA > WS-DIAS-LIBERA
                            PERFORM QUITA-OCUPANTE
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-APB-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM RECORRE-AUDITORIA.

            MOVE WS-SIN-SALIDA TO WS-TOT-SIN-SALIDA.
            MOVE WS-LIBERADAS TO WS-TOT-LIBERADAS.
            MOVE WS-ANTIPASSBACK TO WS-TOT-ANTIPASSBACK.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE EXIT-REPORT.

            PERFORM GRABA-OCUPACION.
            IF WS-SIN-SALIDA > 0 OR WS-ANTIPASSBACK > 0
                DISPLAY "SIN SALIDA: " WS-SIN-SALIDA
                    " LIBERADAS: " WS-LIBERADAS
                    " ANTIPASSBACK: " WS-ANTIPASSBACK
                    " - VER SINSALID.TXT"
            END-IF.

            ADD WS-OC-COUNT WS-LIBERADAS GIVING WS-RUNST-IN-COUNT.
            ADD WS-AUD-LEIDAS TO WS-RUNST-IN-COUNT.
            ADD WS-SIN-SALIDA WS-ANTIPASSBACK
                GIVING WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ESCRIBE-SIN-SALIDA.
            MOVE WS-OC-TBL-BADGE (WS-OC-IX) TO WS-DET-BADGE.
            MOVE WS-OC-TBL-ZONA (WS-OC-IX) TO WS-DET-ZONA.
            MOVE WS-OC-TBL-FECHA (WS-OC-IX) TO WS-DET-FECHA.
            MOVE WS-OC-TBL-HORA (WS-OC-IX) TO WS-DET-HORA-NUM.
            MOVE WS-DET-HORA-NUM TO WS-DET-HORA.
            INSPECT WS-DET-HORA REPLACING ALL " " BY ":".
            PERFORM CALCULA-DIAS-ABIERTA.
            MOVE WS-DIAS-ABIERTA TO WS-DET-DIAS.
            PERFORM IDENTIFICA-CREDENCIAL.
            MOVE SPACES TO WS-DET-MARCA.
            ADD 1 TO WS-SIN-SALIDA.
            IF WS-DIAS-LIBERA > 0
                    AND WS-DIAS-ABIERTA > WS-DIAS-LIBERA
                MOVE "LIBERADA" TO WS-DET-MARCA
                ADD 1 TO WS-LIBERADAS
            END-IF.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
            PERFORM VERIFICA-ESCRITURA.

       CALCULA-DIAS-ABIERTA.
            IF WS-OC-TBL-FECHA (WS-OC-IX) > 0
                COMPUTE WS-DIAS-ABIERTA =
                    FUNCTION INTEGER-OF-DATE (WS-OPSLOG-DATE)
                    - FUNCTION INTEGER-OF-DATE
                        (WS-OC-TBL-FECHA (WS-OC-IX))
            ELSE
                MOVE 0 TO WS-DIAS-ABIERTA
            END-IF.

       IDENTIFICA-CREDENCIAL.
      *    Primero como visita (sponsor de VISLOG.DAT), despues como
      *    empleado (id de BADGEMP.DAT).
            MOVE SPACES TO WS-DET-REFERENCIA.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING VIS-IDX FROM 1 BY 1
                    UNTIL VIS-IDX > WS-VIS-COUNT
                IF WS-VIS-BADGE (VIS-IDX) = WS-OC-TBL-BADGE (WS-OC-IX)
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-HALLADO
                MOVE "VISITA" TO WS-DET-TIPO
                MOVE WS-VIS-SPONSOR (VIS-IDX) TO WS-DET-REFERENCIA
            ELSE
                PERFORM VARYING BDG-IDX FROM 1 BY 1
                        UNTIL BDG-IDX > WS-BDG-COUNT
                    IF WS-BDG-BADGE (BDG-IDX)
                            = WS-OC-TBL-BADGE (WS-OC-IX)
                        SET WS-HALLADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF WS-HALLADO
                    MOVE "EMPLEADO" TO WS-DET-TIPO
                    MOVE WS-BDG-EMP (BDG-IDX) TO WS-DET-REFERENCIA
                ELSE
                    MOVE "SIN ID" TO WS-DET-TIPO
                    MOVE "SIN VINCULO" TO WS-DET-REFERENCIA
                END-IF
            END-IF.

       RECORRE-AUDITORIA.
      *    Solo las ANTIPASSBACK de la fecha de negocio; sin
      *    ACCSAUDT.TXT la seccion queda vacia.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT AUDIT-TRAIL.
            IF NOT WS-AUD-OK
                DISPLAY "ACCSAUDT.TXT AUSENTE - SIN DENEGACIONES"
                SET WS-EOF TO TRUE
            END-IF.
            PERFORM UNTIL WS-EOF
                READ AUDIT-TRAIL INTO WS-AUDIT-PARSED
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-AUD-LEIDAS
                        IF WS-AUP-FECHA = WS-OPSLOG-DATE
                                AND WS-AUP-DECISION (1:12)
                                    = "ANTIPASSBACK"
                            PERFORM ESCRIBE-ANTIPASSBACK
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-AUD-OK OR WS-AUD-STATUS = "10"
                CLOSE AUDIT-TRAIL
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ESCRIBE-ANTIPASSBACK.
            MOVE WS-AUP-BADGE TO WS-APB-BADGE.
            MOVE WS-AUP-HORA (1:6) TO WS-APB-HORA-NUM.
            MOVE WS-APB-HORA-NUM TO WS-APB-HORA.
            INSPECT WS-APB-HORA REPLACING ALL " " BY ":".
            MOVE WS-AUP-ZONA TO WS-APB-ZONA.
            MOVE WS-AUP-SEQ TO WS-APB-SEQ.
            WRITE REPORT-LINE FROM WS-APB-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD 1 TO WS-ANTIPASSBACK.

       CARGA-VINCULOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BADGE-EMPLOYEE.
            IF WS-BDG-OK
                PERFORM UNTIL WS-EOF
                    READ BADGE-EMPLOYEE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-BDG-COUNT >= WS-BDG-MAX
                                DISPLAY "TABLA DE VINCULOS LLENA EN "
                                    WS-BDG-MAX " ENTRADAS"
                                MOVE "CARGA-VINCULOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-BDG-COUNT
                            SET BDG-IDX TO WS-BDG-COUNT
                            MOVE BE-BADGE-ID TO WS-BDG-BADGE (BDG-IDX)
                            MOVE BE-EMPLOYEE-ID TO WS-BDG-EMP (BDG-IDX)
                    END-READ
                END-PERFORM
                CLOSE BADGE-EMPLOYEE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-VISITAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VISITOR-LOG.
            IF WS-VIS-OK
                PERFORM UNTIL WS-EOF
                    READ VISITOR-LOG
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-VIS-COUNT >= WS-VIS-MAX
                                DISPLAY "TABLA DE VISITAS LLENA EN "
                                    WS-VIS-MAX " ENTRADAS"
                                MOVE "CARGA-VISITAS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-VIS-COUNT
                            SET VIS-IDX TO WS-VIS-COUNT
                            MOVE VL-BADGE-ID TO WS-VIS-BADGE (VIS-IDX)
                            MOVE VL-SPONSOR
                                TO WS-VIS-SPONSOR (VIS-IDX)
                    END-READ
                END-PERFORM
                CLOSE VISITOR-LOG
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-DIAS-LIBERA IS NUMERIC
                            MOVE PARM-DIAS-LIBERA TO WS-DIAS-LIBERA
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REPORTA-SIN-SALIDA WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-BDG-COUNT WS-VIS-COUNT WS-DIAS-LIBERA.
            MOVE 0 TO WS-SIN-SALIDA WS-LIBERADAS WS-ANTIPASSBACK.
            MOVE 0 TO WS-AUD-LEIDAS.

       COPY "OCUPWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REPORTA-SIN-SALIDA.
