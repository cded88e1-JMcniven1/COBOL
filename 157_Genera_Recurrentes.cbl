      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end generation of the standing journals kept on
      *          MANTIENE-RECURRENTES (DIARREC.DAT). For the period of
      *          the run (PARM157.DAT, AAAAMM; absent, the month of
      *          the business date, the step running at month end
      *          ahead of EXTRAE-GL and CIERRE-MENSUAL) every active
      *          journal whose first period has come, whose last
      *          period has not passed and whose frequency falls due
      *          (monthly, or every third, sixth or twelfth month
      *          counted from the first period) is generated once,
      *          dated the last day of the period, onto the standing
      *          journal feed (DIARGL.DAT) that EXTRAE-GL posts to
      *          GLINTF.DAT and the period journal. A journal flagged
      *          to reverse also gets its reversal, debits and
      *          credits swapped, dated the first day of the next
      *          period; EXTRAE-GL holds those lines until that
      *          period comes. The master keeps the last period
      *          generated, so a second run of the same period
      *          generates nothing. A period closed on PERSTAT.DAT,
      *          either the one generated or the one a reversal
      *          falls in, is refused with return code 8 and nothing
      *          generated. What was generated is listed on
      *          RECURREN.TXT in the 90-column width
      *          DISTRIBUYE-REPORTES copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-RECURRENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM157.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GENERATION-REPORT ASSIGN TO "RECURREN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "DRECSL.cpy".
           COPY "DRGLSL.cpy".
           COPY "PERSTSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ANOMES          PIC 9(6).

       FD  GENERATION-REPORT.
       01  REPORT-LINE              PIC X(90).

       COPY "DRECFD.cpy".
       COPY "DRGLFD.cpy".
       COPY "PERSTFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-RECHAZO-SWITCH        PIC X VALUE "N".
           88  WS-RECHAZO           VALUE "Y".

      *    Periodo de la corrida, el siguiente y sus fechas.
       01  WS-ANOMES                PIC 9(6).
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           05  WS-ANOMES-ANO        PIC 9(4).
           05  WS-ANOMES-MES        PIC 99.
       01  WS-SIG-ANOMES            PIC 9(6).
       01  WS-SIG-ANOMES-R REDEFINES WS-SIG-ANOMES.
           05  WS-SIG-ANO           PIC 9(4).
           05  WS-SIG-MES           PIC 99.
       01  WS-FECHA-DIARIO          PIC 9(8).
       01  WS-FECHA-REVERSION       PIC 9(8).
       01  WS-FECHA-INT             PIC 9(7).
       01  WS-INICIO-ANOMES         PIC 9(6).
       01  WS-INICIO-ANOMES-R REDEFINES WS-INICIO-ANOMES.
           05  WS-INICIO-ANO        PIC 9(4).
           05  WS-INICIO-MES        PIC 99.
       01  WS-MESES-DESDE-INICIO    PIC 9(5).
       01  WS-INTERVALO             PIC 99.
       01  WS-COCIENTE              PIC 9(5).
       01  WS-RESTO                 PIC 99.
       01  WS-VENCE-SWITCH          PIC X.
           88  WS-VENCE             VALUE "Y".

       01  WS-DIARIOS-LEIDOS        PIC 9(6) VALUE 0.
       01  WS-DIARIOS-GENERADOS     PIC 9(6) VALUE 0.
       01  WS-REVERSIONES           PIC 9(6) VALUE 0.
       01  WS-LINEAS-GRABADAS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBE            PIC 9(11)V99 VALUE 0.

       01  WS-SEPARA-LINE           PIC X(90) VALUE ALL "=".
       01  WS-GUION-LINE            PIC X(90) VALUE ALL "-".
       01  WS-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "DIARIOS RECURRENTES GENERADOS - PERIODO ".
           05  WS-TIT-ANOMES        PIC 9(6).
       01  WS-RECHAZO-LINE.
           05  FILLER               PIC X(8) VALUE "PERIODO ".
           05  WS-REC-ANOMES        PIC 9(6).
           05  FILLER               PIC X(42)
                   VALUE " CERRADO EN PERSTAT - NADA GENERADO".
       01  WS-DIARIO-LINE.
           05  FILLER               PIC X(7) VALUE "DIARIO ".
           05  WS-DIL-CODIGO        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DIL-DESC          PIC X(30).
           05  FILLER               PIC X(7) VALUE " FECHA ".
           05  WS-DIL-FECHA         PIC 9(8).
           05  FILLER               PIC X(6) VALUE " FREC ".
           05  WS-DIL-FRECUENCIA    PIC X.
       01  WS-LINEA-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-LIL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIL-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIL-DEBE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIL-HABER         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REVERSION-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(36)
                   VALUE "REVERSION AUTOMATICA (DEBE/HABER) AL".
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RVL-FECHA         PIC 9(8).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20)
                   VALUE "DIARIOS GENERADOS:  ".
           05  WS-TTL-DIARIOS       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16)
                   VALUE "   REVERSIONES: ".
           05  WS-TTL-REVERSIONES   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16)
                   VALUE "   TOTAL DEBE:  ".
           05  WS-TTL-DEBE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TTL-MONEDA        PIC X(3).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "DRECWS.cpy".
       COPY "DRGLWS.cpy".
       COPY "PERSTWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "GENERA-RECURRENTES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CALCULA-PERIODO.
            PERFORM ABRE-REPORTE.
            PERFORM CARGA-RECURRENTES.
            PERFORM VERIFICA-PERIODOS.

            IF WS-RECHAZO
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-JD-IX FROM 1 BY 1
                        UNTIL WS-JD-IX > WS-JD-COUNT
                    IF WS-JD-TBL-ESTADO (WS-JD-IX) = "A"
                        ADD 1 TO WS-DIARIOS-LEIDOS
                        PERFORM EVALUA-VENCIMIENTO
                        IF WS-VENCE
                            PERFORM GENERA-DIARIO
                        END-IF
                    END-IF
                END-PERFORM
                PERFORM GRABA-RECURRENTES
                PERFORM IMPRIME-TOTALES
            END-IF.
            CLOSE GENERATION-REPORT.

            DISPLAY "DIARIOS RECURRENTES " WS-ANOMES
                " ACTIVOS: " WS-DIARIOS-LEIDOS
                " GENERADOS: " WS-DIARIOS-GENERADOS
                " REVERSIONES: " WS-REVERSIONES.

            MOVE WS-DIARIOS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-LINEAS-GRABADAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CALCULA-PERIODO.
      *    Sin parametro valido, el mes de la fecha de negocio: el
      *    paso corre al cierre del mes, antes de EXTRAE-GL.
            IF WS-ANOMES = 0
                COMPUTE WS-ANOMES = WS-OPSLOG-DATE / 100
            END-IF.
            IF WS-ANOMES-MES = 12
                COMPUTE WS-SIG-ANO = WS-ANOMES-ANO + 1
                MOVE 1 TO WS-SIG-MES
            ELSE
                MOVE WS-ANOMES-ANO TO WS-SIG-ANO
                COMPUTE WS-SIG-MES = WS-ANOMES-MES + 1
            END-IF.
            COMPUTE WS-FECHA-REVERSION = WS-SIG-ANOMES * 100 + 1.
            COMPUTE WS-FECHA-INT =
                FUNCTION INTEGER-OF-DATE (WS-FECHA-REVERSION) - 1.
            COMPUTE WS-FECHA-DIARIO =
                FUNCTION DATE-OF-INTEGER (WS-FECHA-INT).

       VERIFICA-PERIODOS.
      *    Nada se genera en un periodo cerrado; el siguiente solo
      *    importa si algun diario que vence ahora se reversa.
            PERFORM CARGA-PERSTAT.
            MOVE WS-ANOMES TO WS-PERST-LOOKUP.
            PERFORM BUSCA-PERSTAT.
            IF WS-PERST-CERRADO
                SET WS-RECHAZO TO TRUE
                MOVE WS-ANOMES TO WS-REC-ANOMES
            ELSE
                MOVE WS-SIG-ANOMES TO WS-PERST-LOOKUP
                PERFORM BUSCA-PERSTAT
                IF WS-PERST-CERRADO
                    PERFORM VARYING WS-JD-IX FROM 1 BY 1
                            UNTIL WS-JD-IX > WS-JD-COUNT
                        IF WS-JD-TBL-ESTADO (WS-JD-IX) = "A"
                                AND WS-JD-TBL-REVERSA (WS-JD-IX) = "S"
                            PERFORM EVALUA-VENCIMIENTO
                            IF WS-VENCE
                                SET WS-RECHAZO TO TRUE
                                MOVE WS-SIG-ANOMES TO WS-REC-ANOMES
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.
            IF WS-RECHAZO
                WRITE REPORT-LINE FROM WS-RECHAZO-LINE
                PERFORM VERIFICA-ESCRITURA
                DISPLAY "PERIODO " WS-REC-ANOMES
                    " CERRADO - NADA GENERADO"
            END-IF.

       EVALUA-VENCIMIENTO.
      *    Vence si el periodo cae entre el primero y el ultimo, no
      *    se genero ya y la distancia al primero es multiplo de la
      *    frecuencia.
            MOVE "N" TO WS-VENCE-SWITCH.
            IF WS-JD-TBL-INICIO (WS-JD-IX) <= WS-ANOMES
                    AND WS-JD-TBL-ULTIMO (WS-JD-IX) < WS-ANOMES
                    AND (WS-JD-TBL-FIN (WS-JD-IX) = 0
                    OR WS-JD-TBL-FIN (WS-JD-IX) >= WS-ANOMES)
                MOVE WS-JD-TBL-INICIO (WS-JD-IX) TO WS-INICIO-ANOMES
                COMPUTE WS-MESES-DESDE-INICIO =
                    (WS-ANOMES-ANO * 12 + WS-ANOMES-MES)
                    - (WS-INICIO-ANO * 12 + WS-INICIO-MES)
                EVALUATE WS-JD-TBL-FRECUENCIA (WS-JD-IX)
                    WHEN "T"
                        MOVE 3 TO WS-INTERVALO
                    WHEN "S"
                        MOVE 6 TO WS-INTERVALO
                    WHEN "A"
                        MOVE 12 TO WS-INTERVALO
                    WHEN OTHER
                        MOVE 1 TO WS-INTERVALO
                END-EVALUATE
                DIVIDE WS-MESES-DESDE-INICIO BY WS-INTERVALO
                    GIVING WS-COCIENTE REMAINDER WS-RESTO
                IF WS-RESTO = 0
                    SET WS-VENCE TO TRUE
                END-IF
            END-IF.

       GENERA-DIARIO.
            ADD 1 TO WS-DIARIOS-GENERADOS.
            MOVE WS-JD-TBL-CODIGO (WS-JD-IX) TO WS-DIL-CODIGO.
            MOVE WS-JD-TBL-DESC (WS-JD-IX) TO WS-DIL-DESC.
            MOVE WS-FECHA-DIARIO TO WS-DIL-FECHA.
            MOVE WS-JD-TBL-FRECUENCIA (WS-JD-IX) TO WS-DIL-FRECUENCIA.
            WRITE REPORT-LINE FROM WS-DIARIO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE WS-JD-TBL-CODIGO (WS-JD-IX) TO WS-JG-CODIGO.
            MOVE WS-ANOMES TO WS-JG-ANOMES.
            MOVE "G" TO WS-JG-CLASE.
            MOVE WS-FECHA-DIARIO TO WS-JG-FECHA.
            PERFORM VARYING WS-JD-L FROM 1 BY 1
                    UNTIL WS-JD-L > WS-JD-TBL-LINEAS (WS-JD-IX)
                MOVE WS-JD-TBL-TIPO (WS-JD-IX, WS-JD-L) TO WS-JG-TIPO
                PERFORM GRABA-LINEA-DIARIO
                PERFORM IMPRIME-LINEA
                IF WS-JG-TIPO = "D"
                    ADD WS-JG-IMPORTE TO WS-TOTAL-DEBE
                END-IF
            END-PERFORM.

            IF WS-JD-TBL-REVERSA (WS-JD-IX) = "S"
                ADD 1 TO WS-REVERSIONES
                MOVE WS-FECHA-REVERSION TO WS-RVL-FECHA
                WRITE REPORT-LINE FROM WS-REVERSION-LINE
                PERFORM VERIFICA-ESCRITURA
                MOVE WS-SIG-ANOMES TO WS-JG-ANOMES
                MOVE "R" TO WS-JG-CLASE
                MOVE WS-FECHA-REVERSION TO WS-JG-FECHA
                PERFORM VARYING WS-JD-L FROM 1 BY 1
                        UNTIL WS-JD-L > WS-JD-TBL-LINEAS (WS-JD-IX)
                    IF WS-JD-TBL-TIPO (WS-JD-IX, WS-JD-L) = "D"
                        MOVE "C" TO WS-JG-TIPO
                    ELSE
                        MOVE "D" TO WS-JG-TIPO
                    END-IF
                    PERFORM GRABA-LINEA-DIARIO
                END-PERFORM
            END-IF.

            MOVE WS-ANOMES TO WS-JD-TBL-ULTIMO (WS-JD-IX).
            SET WS-JD-CAMBIADO TO TRUE.

       GRABA-LINEA-DIARIO.
            MOVE WS-JD-TBL-CUENTA (WS-JD-IX, WS-JD-L) TO WS-JG-CUENTA.
            MOVE WS-JD-TBL-IMPORTE (WS-JD-IX, WS-JD-L)
                TO WS-JG-IMPORTE.
            PERFORM AGREGA-ASIENTO-RECURRENTE.
            ADD 1 TO WS-LINEAS-GRABADAS.

       IMPRIME-LINEA.
            MOVE WS-JG-TIPO TO WS-LIL-TIPO.
            MOVE WS-JG-CUENTA TO WS-LIL-CUENTA.
            IF WS-JG-TIPO = "D"
                MOVE WS-JG-IMPORTE TO WS-LIL-DEBE
                MOVE 0 TO WS-LIL-HABER
            ELSE
                MOVE 0 TO WS-LIL-DEBE
                MOVE WS-JG-IMPORTE TO WS-LIL-HABER
            END-IF.
            WRITE REPORT-LINE FROM WS-LINEA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ABRE-REPORTE.
            OPEN OUTPUT GENERATION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-REPORTE OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ANOMES TO WS-TIT-ANOMES.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       IMPRIME-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-DIARIOS-GENERADOS TO WS-TTL-DIARIOS.
            MOVE WS-REVERSIONES TO WS-TTL-REVERSIONES.
            MOVE WS-TOTAL-DEBE TO WS-TTL-DEBE.
            MOVE WS-SITE-CURRENCY TO WS-TTL-MONEDA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-ANOMES IS NUMERIC
                                AND PARM-ANOMES > 0
                                AND PARM-ANOMES (5:2) >= "01"
                                AND PARM-ANOMES (5:2) <= "12"
                            MOVE PARM-ANOMES TO WS-ANOMES
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "GENERA-RECURRENTES WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-ANOMES.
            MOVE "N" TO WS-RECHAZO-SWITCH.
            MOVE 0 TO WS-DIARIOS-LEIDOS.
            MOVE 0 TO WS-DIARIOS-GENERADOS.
            MOVE 0 TO WS-REVERSIONES.
            MOVE 0 TO WS-LINEAS-GRABADAS.
            MOVE 0 TO WS-TOTAL-DEBE.

       COPY "DRECWR.cpy".
       COPY "DRGLWR.cpy".
       COPY "PERSTWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM GENERA-RECURRENTES.
