      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly enforcement of the quarterly zone-access
      *          recertification (RECERZON.DAT). Takes the department
      *          heads' answers keyed on RECERTIFICA-ZONAS to the
      *          badge-to-zone matrix BADGZONE.DAT: a grant marked
      *          QUITA is removed, and one certified after the
      *          deadline gets back the right the deadline suspended.
      *          A grant still unanswered the day after the deadline
      *          is suspended (BZ-ESTADO = R, denied at the gate as
      *          SIN RECERTIF) and stays so until its head certifies
      *          it; the row is never removed for want of an answer,
      *          so a late certification needs no new grant. Only the
      *          latest campaign of a grant acts on its suspension.
      *          Pending answers past the overdue date set at opening
      *          are reminded every night on RECRECOR.TXT, one block
      *          per head. RECAVANC.TXT is the campaign completion
      *          report for the auditors: the day's actions, then per
      *          campaign and department the grants certified,
      *          removed, pending and suspended, and the percentage
      *          answered. Each action goes to the shared OPSLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-RECERTIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT BADGE-ZONE-MATRIX ASSIGN TO "BADGZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BZM-STATUS.
           SELECT BADGE-ZONE-NEW ASSIGN TO "BADGZONE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BZN-STATUS.
           SELECT REMINDER-REPORT ASSIGN TO "RECRECOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT PROGRESS-REPORT ASSIGN TO "RECAVANC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "RCRTSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Mismo layout que carga Condicional_IF_OR a su matriz.
       FD  BADGE-ZONE-MATRIX.
       01  BADGE-ZONE-RECORD.
           05  BZ-BADGE-ID          PIC X(8).
           05  BZ-ZONA              PIC X(4).
           05  BZ-ESTADO            PIC X.

       FD  BADGE-ZONE-NEW.
       01  BADGE-ZONE-NEW-LINE      PIC X(13).

       FD  REMINDER-REPORT.
       01  REMINDER-LINE            PIC X(80).

       FD  PROGRESS-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "RCRTFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-BZM-STATUS            PIC XX.
           88  WS-BZM-OK            VALUE "00".
       01  WS-BZN-STATUS            PIC XX.
           88  WS-BZN-OK            VALUE "00".
       01  WS-REC-STATUS            PIC XX.
           88  WS-REC-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-BZ-CAMBIADO-SWITCH    PIC X VALUE "N".
           88  WS-BZ-CAMBIADO       VALUE "Y".
       01  WS-MATRIZ-SWITCH         PIC X VALUE "N".
           88  WS-HAY-MATRIZ        VALUE "Y".

      *    Derechos de la matriz; B = quitado esta noche.
       01  WS-BZ-MAX                PIC 9(5) VALUE 10000.
       01  WS-BZ-COUNT              PIC 9(5) VALUE 0.
       01  WS-BZ-I                  PIC 9(5).
       01  WS-BZ-IX                 PIC 9(5).
       01  WS-BZ-TABLE.
           05  WS-BZ-ENTRY OCCURS 10000 TIMES.
               10  WS-BZ-BADGE      PIC X(8).
               10  WS-BZ-ZONA       PIC X(4).
               10  WS-BZ-ESTADO     PIC X.
               10  WS-BZ-MARCA      PIC X.

      *    Jefes con respuestas atrasadas, en orden de aparicion.
       01  WS-JF-MAX                PIC 9(4) VALUE 2000.
       01  WS-JF-COUNT              PIC 9(4) VALUE 0.
       01  WS-JF-I                  PIC 9(4).
       01  WS-JF-TABLE.
           05  WS-JF-ENTRY OCCURS 2000 TIMES.
               10  WS-JF-JEFE       PIC 9(6).
               10  WS-JF-PENDIENTES PIC 9(5).

       01  WS-RCRT-J                PIC 9(5).
       01  WS-POSTERIOR-SWITCH      PIC X.
           88  WS-HAY-POSTERIOR     VALUE "Y".
       01  WS-ACCION                PIC X(11).
       01  WS-CAMPANA-ACTUAL        PIC 9(5).
       01  WS-CAMPANA-EDIT.
           05  WS-CED-ANO           PIC 9(4).
           05  FILLER               PIC X(2) VALUE "-T".
           05  WS-CED-TRIMESTRE     PIC 9.
       01  WS-CAMPANA-PARTES.
           05  WS-CP-ANO            PIC 9(4).
           05  WS-CP-TRIMESTRE      PIC 9.
       01  WS-DEPTO-ACTUAL          PIC X(4).
       01  WS-JEFE-NOMBRE           PIC X(20).

       01  WS-COUNTERS.
           05  WS-CNT-QUITADAS      PIC 9(5) VALUE 0.
           05  WS-CNT-SUSPENDIDAS   PIC 9(5) VALUE 0.
           05  WS-CNT-REHABILITADAS PIC 9(5) VALUE 0.
           05  WS-CNT-ATRASADAS     PIC 9(5) VALUE 0.
           05  WS-CNT-ACCIONES      PIC 9(5) VALUE 0.
       01  WS-TOTALES-DEPTO.
           05  WS-TD-FILAS          PIC 9(5).
           05  WS-TD-CERTIFICADAS   PIC 9(5).
           05  WS-TD-QUITADAS       PIC 9(5).
           05  WS-TD-PENDIENTES     PIC 9(5).
           05  WS-TD-SUSPENDIDAS    PIC 9(5).
       01  WS-TOTALES-CAMPANA.
           05  WS-TC-FILAS          PIC 9(5).
           05  WS-TC-CERTIFICADAS   PIC 9(5).
           05  WS-TC-QUITADAS       PIC 9(5).
           05  WS-TC-PENDIENTES     PIC 9(5).
           05  WS-TC-SUSPENDIDAS    PIC 9(5).

       01  WS-REC-TITULO-LINE.
           05  FILLER               PIC X(42)
                   VALUE "RECERTIFICACIONES DE ZONAS ATRASADAS AL ".
           05  WS-RTT-FECHA         PIC 9(8).
       01  WS-REC-JEFE-LINE.
           05  FILLER               PIC X(5) VALUE "JEFE ".
           05  WS-RJF-JEFE          PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RJF-NOMBRE        PIC X(20).
           05  FILLER               PIC X(13) VALUE " PENDIENTES: ".
           05  WS-RJF-PENDIENTES    PIC ZZZZ9.
       01  WS-REC-DETALLE-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "CAMPANA ".
           05  WS-RDT-CAMPANA       PIC X(7).
           05  FILLER               PIC X(7) VALUE " BADGE ".
           05  WS-RDT-BADGE         PIC X(8).
           05  FILLER               PIC X(6) VALUE " ZONA ".
           05  WS-RDT-ZONA          PIC X(4).
           05  FILLER               PIC X(10) VALUE " EMPLEADO ".
           05  WS-RDT-EMP           PIC 9(6).
           05  FILLER               PIC X(8) VALUE " LIMITE ".
           05  WS-RDT-LIMITE        PIC 9(8).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(42)
                   VALUE "AVANCE DE RECERTIFICACION DE ZONAS AL ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-ACCIONES-TITULO-LINE  PIC X(80)
                   VALUE "ACCIONES DEL DIA".
       01  WS-ACCION-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-ACC-ACCION        PIC X(11).
           05  FILLER               PIC X(7) VALUE " BADGE ".
           05  WS-ACC-BADGE         PIC X(8).
           05  FILLER               PIC X(6) VALUE " ZONA ".
           05  WS-ACC-ZONA          PIC X(4).
           05  FILLER               PIC X(9) VALUE " CAMPANA ".
           05  WS-ACC-CAMPANA       PIC X(7).
           05  FILLER               PIC X(6) VALUE " JEFE ".
           05  WS-ACC-JEFE          PIC 9(6).
       01  WS-CAMPANA-LINE.
           05  FILLER               PIC X(8) VALUE "CAMPANA ".
           05  WS-CMP-CAMPANA       PIC X(7).
           05  FILLER               PIC X(9) VALUE "  LIMITE ".
           05  WS-CMP-LIMITE        PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(40)
                   VALUE "DEPTO NOMBRE               DERECHOS CERT".
           05  FILLER               PIC X(40)
                   VALUE "IF QUITADOS PENDIEN SUSPEND %RESP".
       01  WS-AVANCE-LINE.
           05  WS-AVL-DEPTO         PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVL-NOMBRE        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVL-FILAS         PIC ZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVL-CERTIFICADAS  PIC ZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVL-QUITADAS      PIC ZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVL-PENDIENTES    PIC ZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVL-SUSPENDIDAS   PIC ZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AVL-PORCENTAJE    PIC ZZ9.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(32).
           05  WS-SUM-COUNT         PIC ZZZZ9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-RECERT-EVENTO.
           05  WS-REV-ACCION        PIC X(11).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REV-ZONA          PIC X(4).
           05  FILLER               PIC X(8) VALUE " RECERT ".
           05  WS-REV-CAMPANA       PIC 9(5).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RCRTWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "APLICA-RECERTIF" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-RECERTIFICACION.
            PERFORM CARGA-DEPTMAST.
            PERFORM CARGA-MATRIZ.

            OPEN OUTPUT PROGRESS-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RECAVANC"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-ACCIONES-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                    UNTIL WS-RCRT-I > WS-RCRT-COUNT
                PERFORM APLICA-FILA
            END-PERFORM.

            PERFORM GRABA-MATRIZ.
            PERFORM GRABA-RECERTIFICACION.

            PERFORM ESCRIBE-AVANCE.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "QUITADOS HOY: " TO WS-SUM-LABEL.
            MOVE WS-CNT-QUITADAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "SUSPENDIDOS HOY AL LIMITE: " TO WS-SUM-LABEL.
            MOVE WS-CNT-SUSPENDIDAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "REHABILITADOS HOY: " TO WS-SUM-LABEL.
            MOVE WS-CNT-REHABILITADAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "RESPUESTAS ATRASADAS: " TO WS-SUM-LABEL.
            MOVE WS-CNT-ATRASADAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            CLOSE PROGRESS-REPORT.

            PERFORM ESCRIBE-RECORDATORIOS.

            DISPLAY "RECERTIFICACION - QUITADOS: " WS-CNT-QUITADAS
                " SUSPENDIDOS: " WS-CNT-SUSPENDIDAS
                " REHABILITADOS: " WS-CNT-REHABILITADAS
                " ATRASADOS: " WS-CNT-ATRASADAS.

            MOVE WS-RCRT-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-CNT-ACCIONES TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       APLICA-FILA.
            PERFORM BUSCA-DERECHO.
            EVALUATE TRUE
                WHEN WS-RCRT-QUITAR (WS-RCRT-I)
                    IF WS-BZ-IX > 0
                        MOVE "B" TO WS-BZ-MARCA (WS-BZ-IX)
                        SET WS-BZ-CAMBIADO TO TRUE
                        ADD 1 TO WS-CNT-QUITADAS
                        MOVE "QUITA" TO WS-ACCION
                        PERFORM ANOTA-ACCION
                    END-IF
                WHEN WS-RCRT-CERTIFICADO (WS-RCRT-I)
                    IF WS-BZ-IX > 0
                        IF WS-BZ-ESTADO (WS-BZ-IX) = "R"
                            PERFORM BUSCA-POSTERIOR
                            IF NOT WS-HAY-POSTERIOR
                                MOVE SPACE TO WS-BZ-ESTADO (WS-BZ-IX)
                                SET WS-BZ-CAMBIADO TO TRUE
                                ADD 1 TO WS-CNT-REHABILITADAS
                                MOVE "REHABILITA" TO WS-ACCION
                                PERFORM ANOTA-ACCION
                            END-IF
                        END-IF
                    END-IF
                WHEN WS-RCRT-PENDIENTE (WS-RCRT-I)
                    IF WS-OPSLOG-DATE > WS-RCRT-TBL-LIMITE (WS-RCRT-I)
                        PERFORM SUSPENDE-FILA
                    ELSE
                        IF WS-OPSLOG-DATE
                                >= WS-RCRT-TBL-AVISO (WS-RCRT-I)
                            PERFORM ANOTA-ATRASADA
                        END-IF
                    END-IF
            END-EVALUATE.

       SUSPENDE-FILA.
      *    El derecho ya no esta en la matriz (baja, visita vencida):
      *    la fila queda suspendida igual, sin nada que tocar.
            MOVE "S" TO WS-RCRT-TBL-ESTADO (WS-RCRT-I).
            SET WS-RCRT-CAMBIADO TO TRUE.
            ADD 1 TO WS-CNT-SUSPENDIDAS.
            IF WS-BZ-IX > 0
                MOVE "R" TO WS-BZ-ESTADO (WS-BZ-IX)
                SET WS-BZ-CAMBIADO TO TRUE
            END-IF.
            MOVE "SUSPENDE" TO WS-ACCION.
            PERFORM ANOTA-ACCION.

       BUSCA-DERECHO.
            MOVE 0 TO WS-BZ-IX.
            PERFORM VARYING WS-BZ-I FROM 1 BY 1
                    UNTIL WS-BZ-I > WS-BZ-COUNT
                IF WS-BZ-BADGE (WS-BZ-I) = WS-RCRT-TBL-BADGE (WS-RCRT-I)
                        AND WS-BZ-ZONA (WS-BZ-I)
                            = WS-RCRT-TBL-ZONA (WS-RCRT-I)
                        AND WS-BZ-MARCA (WS-BZ-I) = SPACE
                    MOVE WS-BZ-I TO WS-BZ-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-POSTERIOR.
      *    Una campana posterior del mismo derecho manda sobre su
      *    suspension: la certificacion tardia de una vieja no la
      *    levanta.
            MOVE "N" TO WS-POSTERIOR-SWITCH.
            PERFORM VARYING WS-RCRT-J FROM WS-RCRT-I BY 1
                    UNTIL WS-RCRT-J > WS-RCRT-COUNT
                IF WS-RCRT-TBL-BADGE (WS-RCRT-J)
                        = WS-RCRT-TBL-BADGE (WS-RCRT-I)
                        AND WS-RCRT-TBL-ZONA (WS-RCRT-J)
                            = WS-RCRT-TBL-ZONA (WS-RCRT-I)
                        AND WS-RCRT-TBL-CAMPANA (WS-RCRT-J)
                            > WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                    SET WS-HAY-POSTERIOR TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       ANOTA-ACCION.
            ADD 1 TO WS-CNT-ACCIONES.
            MOVE WS-RCRT-TBL-CAMPANA (WS-RCRT-I) TO WS-CAMPANA-ACTUAL.
            PERFORM EDITA-CAMPANA.
            MOVE WS-ACCION TO WS-ACC-ACCION.
            MOVE WS-RCRT-TBL-BADGE (WS-RCRT-I) TO WS-ACC-BADGE.
            MOVE WS-RCRT-TBL-ZONA (WS-RCRT-I) TO WS-ACC-ZONA.
            MOVE WS-CAMPANA-EDIT TO WS-ACC-CAMPANA.
            MOVE WS-RCRT-TBL-JEFE (WS-RCRT-I) TO WS-ACC-JEFE.
            WRITE REPORT-LINE FROM WS-ACCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ACCION TO WS-REV-ACCION.
            MOVE WS-RCRT-TBL-BADGE (WS-RCRT-I) TO WS-REV-BADGE.
            MOVE WS-RCRT-TBL-ZONA (WS-RCRT-I) TO WS-REV-ZONA.
            MOVE WS-RCRT-TBL-CAMPANA (WS-RCRT-I) TO WS-REV-CAMPANA.
            MOVE WS-RECERT-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       ANOTA-ATRASADA.
            ADD 1 TO WS-CNT-ATRASADAS.
            MOVE 0 TO WS-JF-I.
            PERFORM VARYING WS-JF-I FROM 1 BY 1
                    UNTIL WS-JF-I > WS-JF-COUNT
                IF WS-JF-JEFE (WS-JF-I) = WS-RCRT-TBL-JEFE (WS-RCRT-I)
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-JF-I > WS-JF-COUNT
                IF WS-JF-COUNT >= WS-JF-MAX
                    DISPLAY "TABLA DE JEFES LLENA EN " WS-JF-MAX
                        " ENTRADAS"
                    MOVE "ANOTA-ATRASADA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-JF-COUNT
                MOVE WS-JF-COUNT TO WS-JF-I
                MOVE WS-RCRT-TBL-JEFE (WS-RCRT-I)
                    TO WS-JF-JEFE (WS-JF-I)
                MOVE 0 TO WS-JF-PENDIENTES (WS-JF-I)
            END-IF.
            ADD 1 TO WS-JF-PENDIENTES (WS-JF-I).

       ESCRIBE-RECORDATORIOS.
      *    Un bloque por jefe con sus derechos atrasados de todas las
      *    campanas aun abiertas.
            OPEN OUTPUT REMINDER-REPORT.
            IF NOT WS-REC-OK
                MOVE WS-REC-STATUS TO WS-ABEND-STATUS
                MOVE "ESCRIBE-RECORDATORIOS OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REMINDER-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-RECORDATORIO.
            MOVE WS-OPSLOG-DATE TO WS-RTT-FECHA.
            WRITE REMINDER-LINE FROM WS-REC-TITULO-LINE.
            PERFORM VERIFICA-RECORDATORIO.
            IF WS-JF-COUNT > 0
                OPEN INPUT HR-MASTER-FILE
                IF NOT WS-HR-OK
                    MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                    MOVE "ESCRIBE-RECORDATORIOS HRMAST"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-JF-I FROM 1 BY 1
                        UNTIL WS-JF-I > WS-JF-COUNT
                    PERFORM ESCRIBE-BLOQUE-JEFE
                END-PERFORM
                CLOSE HR-MASTER-FILE
            END-IF.
            CLOSE REMINDER-REPORT.

       ESCRIBE-BLOQUE-JEFE.
            IF WS-JF-JEFE (WS-JF-I) = 0
                MOVE "SEGURIDAD - SIN TIT." TO WS-JEFE-NOMBRE
            ELSE
                MOVE "** NO EN HRMAST **" TO WS-JEFE-NOMBRE
                MOVE WS-JF-JEFE (WS-JF-I) TO HR-EMPLOYEE-ID
                READ HR-MASTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE HR-APELLIDOS TO WS-JEFE-NOMBRE
                END-READ
            END-IF.
            WRITE REMINDER-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-RECORDATORIO.
            MOVE WS-JF-JEFE (WS-JF-I) TO WS-RJF-JEFE.
            MOVE WS-JEFE-NOMBRE TO WS-RJF-NOMBRE.
            MOVE WS-JF-PENDIENTES (WS-JF-I) TO WS-RJF-PENDIENTES.
            WRITE REMINDER-LINE FROM WS-REC-JEFE-LINE.
            PERFORM VERIFICA-RECORDATORIO.
            PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                    UNTIL WS-RCRT-I > WS-RCRT-COUNT
                IF WS-RCRT-TBL-JEFE (WS-RCRT-I) = WS-JF-JEFE (WS-JF-I)
                        AND WS-RCRT-PENDIENTE (WS-RCRT-I)
                        AND WS-OPSLOG-DATE
                            >= WS-RCRT-TBL-AVISO (WS-RCRT-I)
                    MOVE WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                        TO WS-CAMPANA-ACTUAL
                    PERFORM EDITA-CAMPANA
                    MOVE WS-CAMPANA-EDIT TO WS-RDT-CAMPANA
                    MOVE WS-RCRT-TBL-BADGE (WS-RCRT-I) TO WS-RDT-BADGE
                    MOVE WS-RCRT-TBL-ZONA (WS-RCRT-I) TO WS-RDT-ZONA
                    MOVE WS-RCRT-TBL-EMP (WS-RCRT-I) TO WS-RDT-EMP
                    MOVE WS-RCRT-TBL-LIMITE (WS-RCRT-I)
                        TO WS-RDT-LIMITE
                    WRITE REMINDER-LINE FROM WS-REC-DETALLE-LINE
                    PERFORM VERIFICA-RECORDATORIO
                END-IF
            END-PERFORM.

       ESCRIBE-AVANCE.
      *    Las filas de una campana se grabaron juntas y por
      *    departamento: corte de control por campana y depto.
            MOVE 0 TO WS-CAMPANA-ACTUAL.
            PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                    UNTIL WS-RCRT-I > WS-RCRT-COUNT
                IF WS-RCRT-TBL-CAMPANA (WS-RCRT-I)
                        NOT = WS-CAMPANA-ACTUAL
                    IF WS-CAMPANA-ACTUAL NOT = 0
                        PERFORM CIERRA-DEPTO
                        PERFORM CIERRA-CAMPANA
                    END-IF
                    PERFORM ABRE-CAMPANA-AVANCE
                ELSE
                    IF WS-RCRT-TBL-DEPTO (WS-RCRT-I)
                            NOT = WS-DEPTO-ACTUAL
                        PERFORM CIERRA-DEPTO
                        MOVE WS-RCRT-TBL-DEPTO (WS-RCRT-I)
                            TO WS-DEPTO-ACTUAL
                        INITIALIZE WS-TOTALES-DEPTO
                    END-IF
                END-IF
                PERFORM CUENTA-FILA
            END-PERFORM.
            IF WS-CAMPANA-ACTUAL NOT = 0
                PERFORM CIERRA-DEPTO
                PERFORM CIERRA-CAMPANA
            END-IF.

       ABRE-CAMPANA-AVANCE.
            MOVE WS-RCRT-TBL-CAMPANA (WS-RCRT-I) TO WS-CAMPANA-ACTUAL.
            PERFORM EDITA-CAMPANA.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CAMPANA-EDIT TO WS-CMP-CAMPANA.
            MOVE WS-RCRT-TBL-LIMITE (WS-RCRT-I) TO WS-CMP-LIMITE.
            WRITE REPORT-LINE FROM WS-CAMPANA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-RCRT-TBL-DEPTO (WS-RCRT-I) TO WS-DEPTO-ACTUAL.
            INITIALIZE WS-TOTALES-DEPTO.
            INITIALIZE WS-TOTALES-CAMPANA.

       CUENTA-FILA.
            ADD 1 TO WS-TD-FILAS WS-TC-FILAS.
            EVALUATE TRUE
                WHEN WS-RCRT-CERTIFICADO (WS-RCRT-I)
                    ADD 1 TO WS-TD-CERTIFICADAS WS-TC-CERTIFICADAS
                WHEN WS-RCRT-QUITAR (WS-RCRT-I)
                    ADD 1 TO WS-TD-QUITADAS WS-TC-QUITADAS
                WHEN WS-RCRT-PENDIENTE (WS-RCRT-I)
                    ADD 1 TO WS-TD-PENDIENTES WS-TC-PENDIENTES
                WHEN OTHER
                    ADD 1 TO WS-TD-SUSPENDIDAS WS-TC-SUSPENDIDAS
            END-EVALUATE.

       CIERRA-DEPTO.
            IF WS-TD-FILAS > 0
                MOVE WS-DEPTO-ACTUAL TO WS-AVL-DEPTO
                IF WS-DEPTO-ACTUAL = SPACES
                    MOVE "SIN TITULAR" TO WS-AVL-NOMBRE
                ELSE
                    MOVE WS-DEPTO-ACTUAL TO WS-DEPTM-LOOKUP-CODE
                    PERFORM BUSCA-DEPTMAST
                    MOVE WS-DEPTM-NAME TO WS-AVL-NOMBRE
                END-IF
                MOVE WS-TD-FILAS TO WS-AVL-FILAS
                MOVE WS-TD-CERTIFICADAS TO WS-AVL-CERTIFICADAS
                MOVE WS-TD-QUITADAS TO WS-AVL-QUITADAS
                MOVE WS-TD-PENDIENTES TO WS-AVL-PENDIENTES
                MOVE WS-TD-SUSPENDIDAS TO WS-AVL-SUSPENDIDAS
                COMPUTE WS-AVL-PORCENTAJE =
                    (WS-TD-CERTIFICADAS + WS-TD-QUITADAS) * 100
                    / WS-TD-FILAS
                WRITE REPORT-LINE FROM WS-AVANCE-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.
            INITIALIZE WS-TOTALES-DEPTO.

       CIERRA-CAMPANA.
            MOVE "TOTAL" TO WS-AVL-DEPTO.
            MOVE SPACES TO WS-AVL-NOMBRE.
            MOVE WS-TC-FILAS TO WS-AVL-FILAS.
            MOVE WS-TC-CERTIFICADAS TO WS-AVL-CERTIFICADAS.
            MOVE WS-TC-QUITADAS TO WS-AVL-QUITADAS.
            MOVE WS-TC-PENDIENTES TO WS-AVL-PENDIENTES.
            MOVE WS-TC-SUSPENDIDAS TO WS-AVL-SUSPENDIDAS.
            COMPUTE WS-AVL-PORCENTAJE =
                (WS-TC-CERTIFICADAS + WS-TC-QUITADAS) * 100
                / WS-TC-FILAS.
            WRITE REPORT-LINE FROM WS-AVANCE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       EDITA-CAMPANA.
            MOVE WS-CAMPANA-ACTUAL TO WS-CAMPANA-PARTES.
            MOVE WS-CP-ANO TO WS-CED-ANO.
            MOVE WS-CP-TRIMESTRE TO WS-CED-TRIMESTRE.

       CARGA-MATRIZ.
      *    Sin matriz de zonas no hay derecho que tocar; las
      *    respuestas y el avance se llevan igual.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BADGE-ZONE-MATRIX.
            IF WS-BZM-OK
                SET WS-HAY-MATRIZ TO TRUE
                PERFORM UNTIL WS-EOF
                    READ BADGE-ZONE-MATRIX
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-DERECHO
                    END-READ
                END-PERFORM
                CLOSE BADGE-ZONE-MATRIX
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-DERECHO.
      *    Un derecho fuera de la tabla se perderia al regrabar.
            IF WS-BZ-COUNT >= WS-BZ-MAX
                DISPLAY "TABLA DE DERECHOS LLENA EN " WS-BZ-MAX
                    " ENTRADAS"
                MOVE "AGREGA-DERECHO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-BZ-COUNT.
            MOVE BZ-BADGE-ID TO WS-BZ-BADGE (WS-BZ-COUNT).
            MOVE BZ-ZONA TO WS-BZ-ZONA (WS-BZ-COUNT).
            MOVE BZ-ESTADO TO WS-BZ-ESTADO (WS-BZ-COUNT).
            MOVE SPACE TO WS-BZ-MARCA (WS-BZ-COUNT).

       GRABA-MATRIZ.
      *    La matriz se regraba entera por el fichero de trabajo
      *    (patron PROMUEVE-IMAGEN), solo si algo cambio.
            IF WS-BZ-CAMBIADO AND WS-HAY-MATRIZ
                OPEN OUTPUT BADGE-ZONE-NEW
                IF NOT WS-BZN-OK
                    MOVE WS-BZN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-MATRIZ OPEN NEW" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-BZ-I FROM 1 BY 1
                        UNTIL WS-BZ-I > WS-BZ-COUNT
                    IF WS-BZ-MARCA (WS-BZ-I) = SPACE
                        MOVE WS-BZ-BADGE (WS-BZ-I) TO BZ-BADGE-ID
                        MOVE WS-BZ-ZONA (WS-BZ-I) TO BZ-ZONA
                        MOVE WS-BZ-ESTADO (WS-BZ-I) TO BZ-ESTADO
                        WRITE BADGE-ZONE-NEW-LINE
                            FROM BADGE-ZONE-RECORD
                        IF NOT WS-BZN-OK
                            MOVE WS-BZN-STATUS TO WS-ABEND-STATUS
                            MOVE "GRABA-MATRIZ WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE BADGE-ZONE-NEW
                PERFORM PROMUEVE-ZONAS
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

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "APLICA-RECERTIF WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       VERIFICA-RECORDATORIO.
            IF NOT WS-REC-OK
                MOVE WS-REC-STATUS TO WS-ABEND-STATUS
                MOVE "APLICA-RECERTIF WRITE REC"
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
            MOVE 0 TO WS-BZ-COUNT WS-JF-COUNT.
            MOVE "N" TO WS-BZ-CAMBIADO-SWITCH.
            MOVE "N" TO WS-MATRIZ-SWITCH.
            INITIALIZE WS-COUNTERS.

       COPY "RCRTWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM APLICA-RECERTIF.
