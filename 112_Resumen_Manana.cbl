      *          (ALRTACK.DAT), badges locked in BADGLOCK.DAT,
      *          payroll gross and net off PAYREG.TXT when the run
      *          printed them in clear, suspense counts
      *          (LEDGSUSP.TXT and CANDSUSP.TXT), total assets and
      *          the year-to-date net result of the last month-end
      *          statements ESTADOS-FINANCIEROS printed (BALGRAL.TXT
      *          and ESTRES.TXT) with their retained-earnings proof,
      *          and the chain's elapsed seconds from RUNSTATS.DAT
      *          against the average of the previous days. Every
      *          figure prints beside yesterday's, kept run to run
      *          on SUMMHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  SH-NOMINA-NETO       PIC 9(9)V99.
           05  SH-SUSPENSOS         PIC 9(6).
           05  SH-ELAPSED           PIC 9(6).
      *    Las fotos anteriores a los estados financieros terminan
      *    aqui; sus importes llegan en blanco.
           05  SH-TOTAL-ACTIVO      PIC S9(11)V99.
           05  SH-RESULTADO         PIC S9(11)V99.

       COPY "RUNSTFD.cpy".
       COPY "OPSLOGFD.cpy".
           05  WS-H-NOM-NETO        PIC 9(9)V99 VALUE 0.
           05  WS-H-SUSPENSOS       PIC 9(6) VALUE 0.
           05  WS-H-ELAPSED         PIC 9(6) VALUE 0.
           05  WS-H-TOTAL-ACTIVO    PIC S9(11)V99 VALUE 0.
           05  WS-H-RESULTADO       PIC S9(11)V99 VALUE 0.
       01  WS-AYER.
           05  WS-A-TRANSACCIONES   PIC 9(6) VALUE 0.
           05  WS-A-TOTAL-DIA       PIC 9(9) VALUE 0.
           05  WS-A-NOM-NETO       PIC 9(9)V99 VALUE 0.
           05  WS-A-SUSPENSOS       PIC 9(6) VALUE 0.
           05  WS-A-ELAPSED         PIC 9(6) VALUE 0.
           05  WS-A-TOTAL-ACTIVO    PIC S9(11)V99 VALUE 0.
           05  WS-A-RESULTADO       PIC S9(11)V99 VALUE 0.
       01  WS-AYER-HALLADO-SWITCH   PIC X VALUE "N".
           88  WS-AYER-HALLADO      VALUE "Y".

       01  WS-ACKS                  PIC 9(6) VALUE 0.
       01  WS-H-PRUEBA-ESTADOS      PIC X(11) VALUE "SIN ESTADOS".
       01  WS-CONTADOR              PIC 9(6).
       01  WS-ELAPSED-PREVIO        PIC 9(8) VALUE 0.
       01  WS-DIAS-PREVIOS          PIC 9(4) VALUE 0.
           05  WS-CTA-HOY           PIC ZZZZZ9.
           05  FILLER               PIC X(8) VALUE "  AYER: ".
           05  WS-CTA-AYER          PIC ZZZZZ9.
       01  WS-SALDO-LINE.
           05  WS-SAL-ETIQUETA      PIC X(30).
           05  WS-SAL-HOY           PIC -(9)9.99.
           05  FILLER               PIC X(8) VALUE "  AYER: ".
           05  WS-SAL-AYER          PIC -(9)9.99.
       01  WS-PRUEBA-ESTADOS-LINE.
           05  FILLER               PIC X(30)
                   VALUE "UTILIDADES RETENIDAS:".
           05  WS-PEL-PRUEBA        PIC X(11).
       01  WS-ELAPSED-LINE.
           05  FILLER               PIC X(30)
                   VALUE "CADENA (SEGUNDOS):".
            PERFORM CUENTA-BLOQUEADOS.
            PERFORM EXTRAE-NOMINA.
            PERFORM CUENTA-SUSPENSOS.
            PERFORM EXTRAE-ESTADOS-FINANCIEROS.
            PERFORM EXTRAE-TIEMPOS-CADENA.
            PERFORM CARGA-FOTO-AYER.

            PERFORM CUENTA-LINEAS.
            ADD WS-CONTADOR TO WS-H-SUSPENSOS.

       EXTRAE-ESTADOS-FINANCIEROS.
      *    Saldo de TOTAL ACTIVO (columnas 19-30) y resultado del
      *    ano (RESULTADO NETO, columnas 55-66) de los ultimos
      *    estados de cierre de mes, y el veredicto de su prueba de
      *    utilidades retenidas.
            MOVE "BALGRAL.TXT" TO WS-SCAN-FILENAME.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SCAN-FILE.
            IF WS-SCAN-OK
                PERFORM UNTIL WS-EOF
                    READ SCAN-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF SCAN-LINE (1:13) = "TOTAL ACTIVO "
                                COMPUTE WS-H-TOTAL-ACTIVO =
                                    FUNCTION NUMVAL(
                                        SCAN-LINE (19:12))
                            END-IF
                            IF SCAN-LINE (1:31) =
                                    "PRUEBA DE UTILIDADES RETENIDAS:"
                                MOVE SCAN-LINE (33:9)
                                    TO WS-H-PRUEBA-ESTADOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SCAN-FILE
            END-IF.
            MOVE "ESTRES.TXT" TO WS-SCAN-FILENAME.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SCAN-FILE.
            IF WS-SCAN-OK
                PERFORM UNTIL WS-EOF
                    READ SCAN-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF SCAN-LINE (1:15) = "RESULTADO NETO "
                                COMPUTE WS-H-RESULTADO =
                                    FUNCTION NUMVAL(
                                        SCAN-LINE (55:12))
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SCAN-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CUENTA-LINEAS.
            MOVE 0 TO WS-CONTADOR.
            MOVE "N" TO WS-EOF-SWITCH.
                                MOVE SH-SUSPENSOS
                                    TO WS-A-SUSPENSOS
                                MOVE SH-ELAPSED TO WS-A-ELAPSED
                                PERFORM CARGA-AYER-ESTADOS
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-AYER-ESTADOS.
            IF SH-TOTAL-ACTIVO IS NUMERIC
                MOVE SH-TOTAL-ACTIVO TO WS-A-TOTAL-ACTIVO
            ELSE
                MOVE 0 TO WS-A-TOTAL-ACTIVO
            END-IF.
            IF SH-RESULTADO IS NUMERIC
                MOVE SH-RESULTADO TO WS-A-RESULTADO
            ELSE
                MOVE 0 TO WS-A-RESULTADO
            END-IF.

       ESCRIBE-RESUMEN.
            OPEN OUTPUT SUMMARY-REPORT.
            IF NOT WS-RPT-OK
            MOVE WS-H-SUSPENSOS TO WS-CTA-HOY.
            MOVE WS-A-SUSPENSOS TO WS-CTA-AYER.
            PERFORM ESCRIBE-CUENTA.
            MOVE "TOTAL ACTIVO (ESTADOS):" TO WS-SAL-ETIQUETA.
            MOVE WS-H-TOTAL-ACTIVO TO WS-SAL-HOY.
            MOVE WS-A-TOTAL-ACTIVO TO WS-SAL-AYER.
            PERFORM ESCRIBE-SALDO.
            MOVE "RESULTADO DEL ANO (ESTADOS):" TO WS-SAL-ETIQUETA.
            MOVE WS-H-RESULTADO TO WS-SAL-HOY.
            MOVE WS-A-RESULTADO TO WS-SAL-AYER.
            PERFORM ESCRIBE-SALDO.
            MOVE WS-H-PRUEBA-ESTADOS TO WS-PEL-PRUEBA.
            WRITE REPORT-LINE FROM WS-PRUEBA-ESTADOS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-H-ELAPSED TO WS-ELA-HOY.
            MOVE WS-PROMEDIO-ELAPSED TO WS-ELA-PROM.
            WRITE REPORT-LINE FROM WS-ELAPSED-LINE.
            WRITE REPORT-LINE FROM WS-CUENTA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-SALDO.
            WRITE REPORT-LINE FROM WS-SALDO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       GRABA-FOTO-HOY.
            OPEN EXTEND SUMMARY-HISTORY.
            IF NOT WS-HIS-OK
            MOVE WS-H-NOM-NETO TO SH-NOMINA-NETO.
            MOVE WS-H-SUSPENSOS TO SH-SUSPENSOS.
            MOVE WS-H-ELAPSED TO SH-ELAPSED.
            MOVE WS-H-TOTAL-ACTIVO TO SH-TOTAL-ACTIVO.
            MOVE WS-H-RESULTADO TO SH-RESULTADO.
            WRITE SUMMARY-HISTORY-RECORD.
            IF NOT WS-HIS-OK
                MOVE WS-HIS-STATUS TO WS-ABEND-STATUS
