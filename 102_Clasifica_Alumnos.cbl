      *          configurable honor-roll cutoff (PARM102.DAT, the
      *          PARM11.DAT idiom) also get their certificate
      *          printed on HONOR.TXT under the company header.
      *          Students on fee hold in RETCUOTA.DAT (RETIENE-CUOTAS)
      *          are flagged on the listing: CUOTA RET while the fees
      *          are overdue, CUOTA BLOQ once past the cutoff.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HONOR-FILE ASSIGN TO "HONOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HON-STATUS.
           COPY "RCUOSL.cpy".
           COPY "SITESL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
      *    el cierre de ano.
           05  ST-GRADO             PIC 9(2).

       COPY "SECTFD.cpy".

       FD  RANKING-LISTING.
       01  REPORT-LINE              PIC X(90).
       FD  HONOR-FILE.
       01  HONOR-LINE               PIC X(80).

       COPY "RCUOFD.cpy".
       COPY "SITEFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
           05  WS-RNK-GLOB          PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RNK-MARCA         PIC X(14).
           05  WS-RNK-CUOTA         PIC X(10).
       01  WS-HONOR-CAB             PIC X(30)
               VALUE "CERTIFICADO DE CUADRO DE HONOR".
       01  WS-HONOR-DET.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RCUOWS.cpy".
       COPY "SITEWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-ALUMNOS.
            PERFORM CARGA-SECCIONES.
            PERFORM CARGA-RETENCIONES-CUOTA.
            PERFORM ACUMULA-NOTAS.

            IF WS-AL-COUNT = 0
                    ELSE
                        MOVE SPACES TO WS-RNK-MARCA
                    END-IF
                    MOVE WS-AL-ID (WS-I) TO WS-HQ-LOOKUP-ALUMNO
                    PERFORM BUSCA-RETENCION-CUOTA
                    EVALUATE TRUE
                        WHEN WS-HQ-BLOQUEADO
                            MOVE "CUOTA BLOQ" TO WS-RNK-CUOTA
                        WHEN WS-HQ-RETENIDO
                            MOVE "CUOTA RET" TO WS-RNK-CUOTA
                        WHEN OTHER
                            MOVE SPACES TO WS-RNK-CUOTA
                    END-EVALUATE
                    WRITE REPORT-LINE FROM WS-RANK-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "RCUOWR.cpy".
       COPY "SITEWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
