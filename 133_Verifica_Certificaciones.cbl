      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly certification check of the zone rights.
      *          Every BADGZONE.DAT row on a zone that requires
      *          safety certifications (ZONECERT.DAT) is checked
      *          against the certification master (CERTMAST.DAT) of
      *          the employee the badge belongs to (BADGEMP.DAT): a
      *          holder missing any required course, or holding it
      *          lapsed on the business date, has the zone right
      *          suspended (BZ-ESTADO = C), which the gate denies as
      *          CERTIF VENCIDA; a suspended right whose holder is
      *          current again -- the certification was renewed on
      *          MANTIENE-CERTIFICACIONES or the zone no longer
      *          requires it -- is reinstated. A badge with no
      *          employee behind it cannot hold a certification and
      *          is suspended on such zones. The row itself is never
      *          removed, so no grant has to be keyed again. A right
      *          suspended by the quarterly recertification
      *          (BZ-ESTADO = R, APLICA-RECERTIF) is left as it is:
      *          only the department head's certification gives it
      *          back. Each suspension and reinstatement goes to
      *          the shared OPSLOG and onto CERTSUSP.TXT for
      *          security.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CERTIFICACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-EMPLOYEE ASSIGN TO "BADGEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDG-STATUS.
           SELECT BADGE-ZONE-MATRIX ASSIGN TO "BADGZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BZM-STATUS.
           SELECT BADGE-ZONE-NEW ASSIGN TO "BADGZONE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BZN-STATUS.
           SELECT SUSPENSION-REPORT ASSIGN TO "CERTSUSP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CERTSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-EMPLOYEE.
       01  BADGE-EMPLOYEE-RECORD.
           05  BE-BADGE-ID          PIC X(8).
           05  BE-EMPLOYEE-ID       PIC 9(6).

      *    Mismo layout que carga Condicional_IF_OR a su matriz.
       FD  BADGE-ZONE-MATRIX.
       01  BADGE-ZONE-RECORD.
           05  BZ-BADGE-ID          PIC X(8).
           05  BZ-ZONA              PIC X(4).
           05  BZ-ESTADO            PIC X.

       FD  BADGE-ZONE-NEW.
       01  BADGE-ZONE-NEW-LINE      PIC X(13).

       FD  SUSPENSION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "CERTFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BDG-STATUS            PIC XX.
           88  WS-BDG-OK            VALUE "00".
       01  WS-BZM-STATUS            PIC XX.
           88  WS-BZM-OK            VALUE "00".
       01  WS-BZN-STATUS            PIC XX.
           88  WS-BZN-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

       01  WS-BDG-MAX               PIC 9(4) VALUE 500.
       01  WS-BDG-COUNT             PIC 9(4) VALUE 0.
       01  WS-BDG-TABLE.
           05  WS-BDG-ENTRY OCCURS 500 TIMES
                   INDEXED BY BDG-IDX.
               10  WS-BDG-BADGE     PIC X(8).
               10  WS-BDG-EMP       PIC 9(6).
       01  WS-BDG-HALLADO-SWITCH    PIC X.
           88  WS-BDG-HALLADO       VALUE "Y".

       01  WS-ESTADO-NUEVO          PIC X.
       01  WS-LEIDAS                PIC 9(5) VALUE 0.
       01  WS-SUSPENDIDAS           PIC 9(5) VALUE 0.
       01  WS-REHABILITADAS         PIC 9(5) VALUE 0.
       01  WS-EN-SUSPENSO           PIC 9(5) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "ZONAS SUSPENDIDAS POR CERTIFICACION - ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-DETALLE-LINE.
           05  WS-DET-ACCION        PIC X(11).
           05  FILLER               PIC X(7) VALUE " BADGE ".
           05  WS-DET-BADGE         PIC X(8).
           05  FILLER               PIC X(6) VALUE " ZONA ".
           05  WS-DET-ZONA          PIC X(4).
           05  FILLER               PIC X(10) VALUE " EMPLEADO ".
           05  WS-DET-EMP           PIC 9(6).
           05  FILLER               PIC X(7) VALUE " CURSO ".
           05  WS-DET-CURSO         PIC X(6).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(28).
           05  WS-SUM-COUNT         PIC ZZZZ9.

       01  WS-CERT-EVENTO.
           05  WS-CEV-ACCION        PIC X(11).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-ZONA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-CURSO         PIC X(6).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CERTWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "VERIFICA-CERTIFICACIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-CERTIFICACIONES.
            PERFORM CARGA-REQUISITOS-ZONA.
            PERFORM CARGA-VINCULOS.
            MOVE WS-OPSLOG-DATE TO WS-CERT-FECHA.

            OPEN OUTPUT SUSPENSION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RPT" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Sin matriz de zonas el edificio es la puerta unica
      *    historica: no hay derecho de zona que suspender.
            OPEN INPUT BADGE-ZONE-MATRIX.
            IF NOT WS-BZM-OK
                DISPLAY "BADGZONE.DAT AUSENTE - SIN ZONAS "
                    "QUE VERIFICAR"
            ELSE
                PERFORM VERIFICA-MATRIZ
            END-IF.

            MOVE "SUSPENDIDAS HOY: " TO WS-SUM-LABEL.
            MOVE WS-SUSPENDIDAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "REHABILITADAS HOY: " TO WS-SUM-LABEL.
            MOVE WS-REHABILITADAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "EN SUSPENSO AL CIERRE: " TO WS-SUM-LABEL.
            MOVE WS-EN-SUSPENSO TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            CLOSE SUSPENSION-REPORT.

            DISPLAY "ZONAS SUSPENDIDAS: " WS-SUSPENDIDAS
                " REHABILITADAS: " WS-REHABILITADAS
                " EN SUSPENSO: " WS-EN-SUSPENSO.

            MOVE WS-LEIDAS TO WS-RUNST-IN-COUNT.
            COMPUTE WS-RUNST-OUT-COUNT =
                WS-SUSPENDIDAS + WS-REHABILITADAS.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VERIFICA-MATRIZ.
      *    La matriz se regraba entera por el fichero de trabajo
      *    (patron PROMUEVE-IMAGEN), solo si algo cambio.
            OPEN OUTPUT BADGE-ZONE-NEW.
            IF NOT WS-BZN-OK
                MOVE WS-BZN-STATUS TO WS-ABEND-STATUS
                MOVE "VERIFICA-MATRIZ OPEN NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
                READ BADGE-ZONE-MATRIX
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LEIDAS
                        PERFORM VERIFICA-DERECHO
                END-READ
            END-PERFORM.
            CLOSE BADGE-ZONE-MATRIX BADGE-ZONE-NEW.
            IF WS-SUSPENDIDAS > 0 OR WS-REHABILITADAS > 0
                PERFORM PROMUEVE-ZONAS
            END-IF.

       VERIFICA-DERECHO.
            IF BZ-ESTADO = "R"
                PERFORM GRABA-DERECHO
            ELSE
                PERFORM VERIFICA-DERECHO-2
            END-IF.

       VERIFICA-DERECHO-2.
            PERFORM BUSCA-VINCULO-BADGE.
            IF WS-BDG-HALLADO
                MOVE WS-BDG-EMP (BDG-IDX) TO WS-CERT-LOOKUP-EMP
            ELSE
                MOVE 0 TO WS-CERT-LOOKUP-EMP
            END-IF.
            MOVE BZ-ZONA TO WS-CERT-LOOKUP-ZONA.
            PERFORM VERIFICA-REQUISITOS-ZONA.
            IF WS-CERT-ZONA-EXIGE AND NOT WS-CERT-CUMPLE
                MOVE "C" TO WS-ESTADO-NUEVO
            ELSE
                MOVE SPACE TO WS-ESTADO-NUEVO
            END-IF.
            IF WS-ESTADO-NUEVO NOT = BZ-ESTADO
                IF WS-ESTADO-NUEVO = "C"
                    ADD 1 TO WS-SUSPENDIDAS
                    MOVE "SUSPENDE" TO WS-DET-ACCION
                ELSE
                    ADD 1 TO WS-REHABILITADAS
                    MOVE "REHABILITA" TO WS-DET-ACCION
                END-IF
                MOVE WS-ESTADO-NUEVO TO BZ-ESTADO
                PERFORM ANOTA-CAMBIO
            END-IF.
            IF BZ-ESTADO = "C"
                ADD 1 TO WS-EN-SUSPENSO
            END-IF.
            PERFORM GRABA-DERECHO.

       GRABA-DERECHO.
            WRITE BADGE-ZONE-NEW-LINE FROM BADGE-ZONE-RECORD.
            IF NOT WS-BZN-OK
                MOVE WS-BZN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-DERECHO WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       ANOTA-CAMBIO.
            MOVE BZ-BADGE-ID TO WS-DET-BADGE.
            MOVE BZ-ZONA TO WS-DET-ZONA.
            MOVE WS-CERT-LOOKUP-EMP TO WS-DET-EMP.
            MOVE WS-CERT-FALTANTE TO WS-DET-CURSO.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-DET-ACCION TO WS-CEV-ACCION.
            MOVE BZ-BADGE-ID TO WS-CEV-BADGE.
            MOVE BZ-ZONA TO WS-CEV-ZONA.
            MOVE WS-CERT-FALTANTE TO WS-CEV-CURSO.
            MOVE WS-CERT-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       BUSCA-VINCULO-BADGE.
            MOVE "N" TO WS-BDG-HALLADO-SWITCH.
            PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BDG-COUNT
                    OR WS-BDG-HALLADO
                IF WS-BDG-BADGE (BDG-IDX) = BZ-BADGE-ID
                    SET WS-BDG-HALLADO TO TRUE
                END-IF
            END-PERFORM.
            IF WS-BDG-HALLADO
                SET BDG-IDX DOWN BY 1
            END-IF.

       PROMUEVE-ZONAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BADGE-ZONE-NEW.
            IF NOT WS-BZN-OK
                MOVE WS-BZN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ZONAS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT BADGE-ZONE-MATRIX.
            IF NOT WS-BZM-OK
                MOVE WS-BZM-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ZONAS OPEN Z"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BADGE-ZONE-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE BADGE-ZONE-RECORD
                            FROM BADGE-ZONE-NEW-LINE
                        IF NOT WS-BZM-OK
                            MOVE WS-BZM-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ZONAS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BADGE-ZONE-NEW BADGE-ZONE-MATRIX.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-VINCULOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BADGE-EMPLOYEE.
            IF WS-BDG-OK
                PERFORM UNTIL WS-EOF
                    READ BADGE-EMPLOYEE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-BDG-COUNT < WS-BDG-MAX
                                ADD 1 TO WS-BDG-COUNT
                                SET BDG-IDX TO WS-BDG-COUNT
                                MOVE BE-BADGE-ID
                                    TO WS-BDG-BADGE (BDG-IDX)
                                MOVE BE-EMPLOYEE-ID
                                    TO WS-BDG-EMP (BDG-IDX)
                            ELSE
      *                         Un vinculo fuera de la tabla
      *                         suspenderia a un certificado.
                                DISPLAY "TABLA DE VINCULOS LLENA"
                                MOVE "CARGA-VINCULOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BADGE-EMPLOYEE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "VERIFICA-CERTIF WRITE RPT"
                    TO WS-ABEND-PARAGRAPH
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
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE 0 TO WS-BDG-COUNT WS-LEIDAS WS-SUSPENDIDAS
                WS-REHABILITADAS WS-EN-SUSPENSO.

       COPY "CERTWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM VERIFICA-CERTIFICACIONES.
