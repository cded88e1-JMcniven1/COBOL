      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly fee hold run for the school. Every fee
      *          invoice logged on CUOTFACT.DAT by FACTURA-CUOTAS is
      *          looked up on INVMAST.DAT; one still open or written
      *          off (not in dispute) more than the payment term of
      *          PARM176.DAT (default 30 days) after it was raised
      *          puts each student billed on it on fee hold (R),
      *          flagged on the class listings and the report cards;
      *          past the cutoff of PARM176.DAT (default 60 days,
      *          never less than the payment term) the student is
      *          blocked (B): EVALUACION-MULTIPPLE withholds the
      *          report card and CORRIGE-NOTAS the transcript until
      *          the invoice is paid. The oldest unpaid invoice sets
      *          the level; the amount owed is the student's share of
      *          every unpaid fee invoice (a student whose share is
      *          nil, fully covered by a scholarship, is never held).
      *          RETCUOTA.DAT is rewritten whole each night, so a
      *          payment applied by APLICA-COBROS releases the student
      *          on the next run. The holds are listed on RETCUOTA.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIENE-CUOTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM176.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HOLD-REPORT ASSIGN TO "RETCUOTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CUOTSL.cpy".
           COPY "RCUOSL.cpy".
           COPY "INVMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DIAS-PLAZO      PIC 9(3).
           05  PARM-DIAS-CORTE      PIC 9(3).

       FD  HOLD-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "CUOTFD.cpy".
       COPY "RCUOFD.cpy".
       COPY "INVMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".

      *    Parametros de PARM176.DAT, con sus valores por omision.
       01  WS-DIAS-PLAZO            PIC 9(3) VALUE 30.
       01  WS-DIAS-CORTE            PIC 9(3) VALUE 60.

       01  WS-RETENIDOS             PIC 9(6) VALUE 0.
       01  WS-BLOQUEADOS            PIC 9(6) VALUE 0.
       01  WS-SIN-FACTURA           PIC 9(6) VALUE 0.
       01  WS-TOT-ADEUDADO          PIC 9(7)V99 VALUE 0.

       01  WS-DIA-HOY               PIC 9(7).
       01  WS-DIA-FACTURA           PIC 9(7).
       01  WS-DIAS-VENCIDA          PIC 9(4).

       01  WS-REG-TITULO.
           05  FILLER               PIC X(39)
                   VALUE "RETENCIONES POR CUOTAS IMPAGAS - AL DIA".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGT-FECHA         PIC 9(8).
           05  FILLER               PIC X(8) VALUE "  PLAZO ".
           05  WS-RGT-PLAZO         PIC ZZ9.
           05  FILLER               PIC X(7) VALUE " CORTE ".
           05  WS-RGT-CORTE         PIC ZZ9.
       01  WS-REG-CABECERA.
           05  FILLER               PIC X(40)
                   VALUE "ALUMNO NIVEL      FACTURA FECHA    DIAS".
           05  FILLER               PIC X(12) VALUE "    ADEUDADO".
       01  WS-REG-DETALLE.
           05  WS-RGD-ALUMNO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-NIVEL         PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-FACTURA       PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGD-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-DIAS          PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGD-ADEUDADO      PIC Z,ZZZ,ZZ9.99.
       01  WS-REG-TOTALES.
           05  FILLER               PIC X(11) VALUE "RETENIDOS: ".
           05  WS-RGT-RETENIDOS     PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE " BLOQUEADOS: ".
           05  WS-RGT-BLOQUEADOS    PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE " ADEUDADO: ".
           05  WS-RGT-ADEUDADO      PIC Z,ZZZ,ZZ9.99.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CUOTWS.cpy".
       COPY "RCUOWS.cpy".
       COPY "INVMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "RETIENE-CUOTAS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            COMPUTE WS-DIA-HOY =
                FUNCTION INTEGER-OF-DATE(WS-OPSLOG-DATE).

            PERFORM CARGA-FACTURACION-CUOTAS.
            PERFORM CARGA-FACTURAS-CLIENTE.

            PERFORM VARYING WS-CQ-I FROM 1 BY 1
                    UNTIL WS-CQ-I > WS-CQ-COUNT
      *    El becado total no debe nada aunque la factura de su
      *    familia siga impaga.
                IF WS-CQ-TBL-FACTURA (WS-CQ-I) > 0
                        AND WS-CQ-TBL-NETO (WS-CQ-I) > 0
                    PERFORM EVALUA-FACTURA-CUOTA
                END-IF
            END-PERFORM.

            PERFORM GRABA-RETENCIONES-CUOTA.

            OPEN OUTPUT HOLD-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RETCUOTA"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-RGT-FECHA.
            MOVE WS-DIAS-PLAZO TO WS-RGT-PLAZO.
            MOVE WS-DIAS-CORTE TO WS-RGT-CORTE.
            WRITE REPORT-LINE FROM WS-REG-TITULO.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-REG-CABECERA.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-HQ-I FROM 1 BY 1
                    UNTIL WS-HQ-I > WS-HQ-COUNT
                PERFORM ESCRIBE-DETALLE
            END-PERFORM.
            MOVE WS-RETENIDOS TO WS-RGT-RETENIDOS.
            MOVE WS-BLOQUEADOS TO WS-RGT-BLOQUEADOS.
            MOVE WS-TOT-ADEUDADO TO WS-RGT-ADEUDADO.
            WRITE REPORT-LINE FROM WS-REG-TOTALES.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE HOLD-REPORT.

            DISPLAY "RETENCIONES DE CUOTA - RETENIDOS: " WS-RETENIDOS
                " BLOQUEADOS: " WS-BLOQUEADOS.
            IF WS-SIN-FACTURA > 0
                DISPLAY "FACTURAS DE CUOTA AUSENTES DE INVMAST.DAT: "
                    WS-SIN-FACTURA
            END-IF.

            MOVE WS-CQ-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-HQ-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-DIAS-PLAZO IS NUMERIC
                                AND PARM-DIAS-PLAZO > 0
                            MOVE PARM-DIAS-PLAZO TO WS-DIAS-PLAZO
                        END-IF
                        IF PARM-DIAS-CORTE IS NUMERIC
                                AND PARM-DIAS-CORTE > 0
                            MOVE PARM-DIAS-CORTE TO WS-DIAS-CORTE
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
      *    Un corte antes del plazo bloquearia sin haber retenido.
            IF WS-DIAS-CORTE < WS-DIAS-PLAZO
                MOVE WS-DIAS-PLAZO TO WS-DIAS-CORTE
            END-IF.

       EVALUA-FACTURA-CUOTA.
      *    Mismo criterio de morosidad que OFRECE-CONTINUACION: abierta
      *    o incobrable, no retenida en disputa, pasado el plazo.
            MOVE WS-CQ-TBL-FACTURA (WS-CQ-I) TO WS-IM-LOOKUP-NUMERO.
            PERFORM BUSCA-FACTURA-CLIENTE.
            IF WS-IM-IX = 0
                ADD 1 TO WS-SIN-FACTURA
            ELSE
                IF (WS-IM-TBL-ESTADO (WS-IM-IX) = "A"
                        OR WS-IM-TBL-ESTADO (WS-IM-IX) = "I")
                        AND WS-IM-TBL-RETENIDA (WS-IM-IX) NOT = "S"
                    COMPUTE WS-DIA-FACTURA = FUNCTION INTEGER-OF-DATE
                        (WS-IM-TBL-FECHA (WS-IM-IX))
                    IF WS-DIA-FACTURA + WS-DIAS-PLAZO < WS-DIA-HOY
                        COMPUTE WS-DIAS-VENCIDA =
                            WS-DIA-HOY - WS-DIA-FACTURA
                        PERFORM ANOTA-RETENCION
                    END-IF
                END-IF
            END-IF.

       ANOTA-RETENCION.
      *    La factura impaga mas antigua del alumno fija el nivel.
            MOVE WS-CQ-TBL-ALUMNO (WS-CQ-I) TO WS-HQ-LOOKUP-ALUMNO.
            PERFORM BUSCA-RETENCION-CUOTA.
            IF WS-HQ-IX = 0
                IF WS-HQ-COUNT >= WS-HQ-MAX
                    DISPLAY "TABLA DE RETENCIONES DE CUOTA LLENA EN "
                        WS-HQ-MAX " ENTRADAS"
                    MOVE "ANOTA-RETENCION" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-HQ-COUNT
                MOVE WS-HQ-COUNT TO WS-HQ-IX
                MOVE WS-CQ-TBL-ALUMNO (WS-CQ-I)
                    TO WS-HQ-TBL-ALUMNO (WS-HQ-IX)
                MOVE 0 TO WS-HQ-TBL-ADEUDADO (WS-HQ-IX)
                MOVE 0 TO WS-HQ-TBL-DIAS (WS-HQ-IX)
            END-IF.
            IF WS-DIAS-VENCIDA > WS-HQ-TBL-DIAS (WS-HQ-IX)
                MOVE WS-DIAS-VENCIDA TO WS-HQ-TBL-DIAS (WS-HQ-IX)
                MOVE WS-CQ-TBL-FACTURA (WS-CQ-I)
                    TO WS-HQ-TBL-FACTURA (WS-HQ-IX)
                MOVE WS-IM-TBL-FECHA (WS-IM-IX)
                    TO WS-HQ-TBL-FECHA (WS-HQ-IX)
                IF WS-DIAS-VENCIDA > WS-DIAS-CORTE
                    MOVE "B" TO WS-HQ-TBL-NIVEL (WS-HQ-IX)
                ELSE
                    MOVE "R" TO WS-HQ-TBL-NIVEL (WS-HQ-IX)
                END-IF
            END-IF.
            ADD WS-CQ-TBL-NETO (WS-CQ-I)
                TO WS-HQ-TBL-ADEUDADO (WS-HQ-IX).

       ESCRIBE-DETALLE.
            MOVE WS-HQ-TBL-ALUMNO (WS-HQ-I) TO WS-RGD-ALUMNO.
            IF WS-HQ-TBL-NIVEL (WS-HQ-I) = "B"
                MOVE "BLOQUEADO" TO WS-RGD-NIVEL
                ADD 1 TO WS-BLOQUEADOS
            ELSE
                MOVE "RETENIDO" TO WS-RGD-NIVEL
                ADD 1 TO WS-RETENIDOS
            END-IF.
            MOVE WS-HQ-TBL-FACTURA (WS-HQ-I) TO WS-RGD-FACTURA.
            MOVE WS-HQ-TBL-FECHA (WS-HQ-I) TO WS-RGD-FECHA.
            MOVE WS-HQ-TBL-DIAS (WS-HQ-I) TO WS-RGD-DIAS.
            MOVE WS-HQ-TBL-ADEUDADO (WS-HQ-I) TO WS-RGD-ADEUDADO.
            ADD WS-HQ-TBL-ADEUDADO (WS-HQ-I) TO WS-TOT-ADEUDADO.
            WRITE REPORT-LINE FROM WS-REG-DETALLE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "RETIENE-CUOTAS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-RETENIDOS WS-BLOQUEADOS WS-SIN-FACTURA.
            MOVE 0 TO WS-TOT-ADEUDADO WS-HQ-COUNT.
            MOVE 30 TO WS-DIAS-PLAZO.
            MOVE 60 TO WS-DIAS-CORTE.

       COPY "CUOTWR.cpy".
       COPY "RCUOWR.cpy".
       COPY "INVMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM RETIENE-CUOTAS.
