      ******************************************************************
      * Author:
      * Date:
      * Purpose: Opens the quarterly recertification campaign of the
      *          zone rights, run by security once a quarter. Every
      *          grant on BADGZONE.DAT is put before the head of the
      *          department of the employee the badge belongs to
      *          (BADGEMP.DAT, HRMAST): one RECERZON.DAT row per
      *          grant, campaign = year and quarter of the business
      *          date, and one list per department on RECLISTA.TXT
      *          for the head to mark each grant CERTIFICA or QUITA.
      *          The department head is the top of the department's
      *          reporting line on HRMAST (a member reporting to no
      *          one or to someone outside the department); the
      *          head's own grants go to the person the head reports
      *          to (security at the top of the organisation), so
      *          nobody certifies their own access. Visitor
      *          badges (on VISLOG.DAT) are left out, they expire on
      *          their own; a badge with no employee behind it goes
      *          to security on a SIN TITULAR list. Rights already
      *          suspended for want of recertification stay out
      *          until certified on the campaign that suspended them.
      *          Answers are overdue, and reminded every night, from
      *          PARM182.DAT days after opening (default 14); at the
      *          deadline (default 30 days) APLICA-RECERTIF suspends
      *          what was not certified. A campaign already opened
      *          for the quarter is not opened again (return code 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABRE-RECERTIFICACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM182.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT BADGE-EMPLOYEE ASSIGN TO "BADGEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDG-STATUS.
           SELECT BADGE-ZONE-MATRIX ASSIGN TO "BADGZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BZM-STATUS.
           SELECT VISIT-LOG ASSIGN TO "VISLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIS-STATUS.
           SELECT ZONE-MASTER ASSIGN TO "ZONEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZON-STATUS.
           SELECT REVIEW-LISTS ASSIGN TO "RECLISTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "RCRTSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Dias desde la apertura hasta que la respuesta se da por
      *    atrasada y hasta la fecha limite. Cero o no numerico, rige
      *    el valor compilado.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DIAS-AVISO      PIC 9(3).
           05  PARM-DIAS-LIMITE     PIC 9(3).

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

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

      *    Mismo layout que mantiene GESTIONA-VISITAS.
       FD  VISIT-LOG.
       01  VISIT-LOG-RECORD.
           05  VL-BADGE-ID          PIC X(8).
           05  VL-FECHA             PIC 9(8).
           05  VL-SPONSOR           PIC X(20).
           05  VL-MOTIVO            PIC X(20).
           05  VL-ESTADO            PIC X.

       FD  ZONE-MASTER.
       01  ZONE-MASTER-RECORD.
           05  ZM-ZONA              PIC X(4).
           05  ZM-DESC              PIC X(20).

       FD  REVIEW-LISTS.
       01  REPORT-LINE              PIC X(80).

       COPY "RCRTFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-BDG-STATUS            PIC XX.
           88  WS-BDG-OK            VALUE "00".
       01  WS-BZM-STATUS            PIC XX.
           88  WS-BZM-OK            VALUE "00".
       01  WS-VIS-STATUS            PIC XX.
           88  WS-VIS-OK            VALUE "00".
       01  WS-ZON-STATUS            PIC XX.
           88  WS-ZON-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-YA-ABIERTA-SWITCH     PIC X VALUE "N".
           88  WS-YA-ABIERTA        VALUE "Y".
       01  WS-DEPTO-IMPRESO-SWITCH  PIC X VALUE "N".
           88  WS-DEPTO-IMPRESO     VALUE "Y".

       01  WS-DIAS-AVISO            PIC 9(3) VALUE 14.
       01  WS-DIAS-LIMITE           PIC 9(3) VALUE 30.
       01  WS-DIA-HOY               PIC 9(7).
       01  WS-FECHA-AVISO           PIC 9(8).
       01  WS-FECHA-LIMITE          PIC 9(8).
       01  WS-FECHA-HOY             PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANO           PIC 9(4).
           05  WS-HOY-MES           PIC 9(2).
           05  WS-HOY-DIA           PIC 9(2).
       01  WS-CAMPANA               PIC 9(5).
       01  WS-CAMPANA-R REDEFINES WS-CAMPANA.
           05  WS-CAMP-ANO          PIC 9(4).
           05  WS-CAMP-TRIMESTRE    PIC 9.
       01  WS-CURRENT-DEPT          PIC X(4).
       01  WS-JEFE                  PIC 9(6).
       01  WS-REVISOR               PIC 9(6).

      *    Derechos de la matriz; M = ya puesto en una lista.
       01  WS-BZ-MAX                PIC 9(5) VALUE 10000.
       01  WS-BZ-COUNT              PIC 9(5) VALUE 0.
       01  WS-BZ-I                  PIC 9(5).
       01  WS-BZ-TABLE.
           05  WS-BZ-ENTRY OCCURS 10000 TIMES.
               10  WS-BZ-BADGE      PIC X(8).
               10  WS-BZ-ZONA       PIC X(4).
               10  WS-BZ-ESTADO     PIC X.
               10  WS-BZ-MARCA      PIC X.

       01  WS-BDG-MAX               PIC 9(4) VALUE 2000.
       01  WS-BDG-COUNT             PIC 9(4) VALUE 0.
       01  WS-BDG-I                 PIC 9(4).
       01  WS-BDG-TABLE.
           05  WS-BDG-ENTRY OCCURS 2000 TIMES.
               10  WS-BDG-BADGE     PIC X(8).
               10  WS-BDG-EMP       PIC 9(6).

       01  WS-VIS-MAX               PIC 9(4) VALUE 2000.
       01  WS-VIS-COUNT             PIC 9(4) VALUE 0.
       01  WS-VIS-TABLE.
           05  WS-VIS-BADGE OCCURS 2000 TIMES
                   INDEXED BY VIS-IDX
                                    PIC X(8).

       01  WS-ZON-COUNT             PIC 9(3) VALUE 0.
       01  WS-ZON-TABLE.
           05  WS-ZON-ENTRY OCCURS 50 TIMES
                   INDEXED BY ZON-IDX.
               10  WS-ZON-ZONA      PIC X(4).
               10  WS-ZON-DESC      PIC X(20).

      *    Integrantes del departamento en curso.
       01  WS-MB-MAX                PIC 9(4) VALUE 1000.
       01  WS-MB-COUNT              PIC 9(4) VALUE 0.
       01  WS-MB-I                  PIC 9(4).
       01  WS-MB-J                  PIC 9(4).
       01  WS-MB-JEFE-IX            PIC 9(4).
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 1000 TIMES.
               10  WS-MB-EMP        PIC 9(6).
               10  WS-MB-SUPERVISOR PIC 9(6).
               10  WS-MB-APELLIDOS  PIC X(20).

       01  WS-EMP-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-FILAS-CAMPANA         PIC 9(5) VALUE 0.
       01  WS-FILAS-DEPTO           PIC 9(5) VALUE 0.
       01  WS-DEPTOS                PIC 9(3) VALUE 0.
       01  WS-SIN-TITULAR           PIC 9(5) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(35)
                   VALUE "RECERTIFICACION DE ZONAS - CAMPANA ".
           05  WS-TIT-ANO           PIC 9(4).
           05  FILLER               PIC X(2) VALUE "-T".
           05  WS-TIT-TRIMESTRE     PIC 9.
       01  WS-PLAZO-LINE.
           05  FILLER               PIC X(17)
                   VALUE "RESPONDER ANTES: ".
           05  WS-PLZ-AVISO         PIC 9(8).
           05  FILLER               PIC X(10) VALUE "  LIMITE: ".
           05  WS-PLZ-LIMITE        PIC 9(8).
           05  FILLER               PIC X(37)
                   VALUE " - LO NO CERTIFICADO SE SUSPENDE".
       01  WS-DEPTO-LINE.
           05  FILLER               PIC X(14) VALUE "DEPARTAMENTO: ".
           05  WS-DEP-CODE          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DEP-NOMBRE        PIC X(20).
           05  FILLER               PIC X(7) VALUE "  JEFE ".
           05  WS-DEP-JEFE          PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DEP-JEFE-NOMBRE   PIC X(20).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(40)
                   VALUE "BADGE    ZONA DESCRIPCION          EMPLE".
           05  FILLER               PIC X(40)
                   VALUE "ADO APELLIDOS            CERTIFICA QUITA".
       01  WS-DETALLE-LINE.
           05  WS-DET-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ZONA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ZONA-DESC     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-EMP           PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-APELLIDOS     PIC X(20).
           05  FILLER               PIC X(16)
                   VALUE "    [ ]     [ ]".
       01  WS-DEPTO-TOTAL-LINE.
           05  FILLER               PIC X(20)
                   VALUE "DERECHOS A REVISAR: ".
           05  WS-DTT-FILAS         PIC ZZZZ9.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(32).
           05  WS-SUM-COUNT         PIC ZZZZ9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

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

            MOVE "ABRE-RECERTIFICACION" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
      *    Campana = ano y trimestre de la fecha de negocio.
            MOVE WS-OPSLOG-DATE TO WS-FECHA-HOY.
            MOVE WS-HOY-ANO TO WS-CAMP-ANO.
            COMPUTE WS-CAMP-TRIMESTRE = (WS-HOY-MES + 2) / 3.
            COMPUTE WS-DIA-HOY =
                FUNCTION INTEGER-OF-DATE(WS-OPSLOG-DATE).
            COMPUTE WS-FECHA-AVISO =
                FUNCTION DATE-OF-INTEGER(WS-DIA-HOY + WS-DIAS-AVISO).
            COMPUTE WS-FECHA-LIMITE =
                FUNCTION DATE-OF-INTEGER(WS-DIA-HOY + WS-DIAS-LIMITE).

            PERFORM CARGA-RECERTIFICACION.
            PERFORM VARYING WS-RCRT-I FROM 1 BY 1
                    UNTIL WS-RCRT-I > WS-RCRT-COUNT
                IF WS-RCRT-TBL-CAMPANA (WS-RCRT-I) = WS-CAMPANA
                    SET WS-YA-ABIERTA TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

            IF WS-YA-ABIERTA
                DISPLAY "CAMPANA " WS-CAMP-ANO "-T" WS-CAMP-TRIMESTRE
                    " YA ABIERTA - SIN CAMBIOS"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM ABRE-CAMPANA
            END-IF.

            MOVE WS-EMP-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-FILAS-CAMPANA TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ABRE-CAMPANA.
            PERFORM CARGA-DEPTMAST.
            PERFORM CARGA-DERECHOS.
            PERFORM CARGA-VINCULOS.
            PERFORM CARGA-VISITAS.
            PERFORM CARGA-ZONAS.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-CAMPANA OPEN HRMAST" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT REVIEW-LISTS.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-CAMPANA OPEN RECLISTA" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CAMP-ANO TO WS-TIT-ANO.
            MOVE WS-CAMP-TRIMESTRE TO WS-TIT-TRIMESTRE.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-FECHA-AVISO TO WS-PLZ-AVISO.
            MOVE WS-FECHA-LIMITE TO WS-PLZ-LIMITE.
            WRITE REPORT-LINE FROM WS-PLAZO-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Recorrido en orden de departamento por la clave alterna,
      *    como el aviso de certificaciones por vencer; cada
      *    departamento se junta entero antes de listarlo porque el
      *    jefe sale de su linea de reporte.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO HR-DEPT-CODE.
            START HR-MASTER-FILE KEY IS NOT LESS THAN HR-DEPT-CODE
                INVALID KEY SET WS-EOF TO TRUE
            END-START.
            MOVE 0 TO WS-MB-COUNT.
            PERFORM LEE-EMPLEADO.
            PERFORM UNTIL WS-EOF
                IF WS-MB-COUNT > 0
                        AND HR-DEPT-CODE NOT = WS-CURRENT-DEPT
                    PERFORM LISTA-DEPARTAMENTO
                    MOVE 0 TO WS-MB-COUNT
                END-IF
                MOVE HR-DEPT-CODE TO WS-CURRENT-DEPT
                ADD 1 TO WS-EMP-LEIDOS
                PERFORM AGREGA-INTEGRANTE
                PERFORM LEE-EMPLEADO
            END-PERFORM.
            IF WS-MB-COUNT > 0
                PERFORM LISTA-DEPARTAMENTO
            END-IF.
            CLOSE HR-MASTER-FILE.

            PERFORM LISTA-SIN-TITULAR.

            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "DEPARTAMENTOS CON LISTA: " TO WS-SUM-LABEL.
            MOVE WS-DEPTOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "DERECHOS EN LA CAMPANA: " TO WS-SUM-LABEL.
            MOVE WS-FILAS-CAMPANA TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "  DE ELLOS SIN TITULAR: " TO WS-SUM-LABEL.
            MOVE WS-SIN-TITULAR TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            CLOSE REVIEW-LISTS.

            IF WS-FILAS-CAMPANA > 0
                SET WS-RCRT-CAMBIADO TO TRUE
                PERFORM GRABA-RECERTIFICACION
            END-IF.

            DISPLAY "CAMPANA " WS-CAMP-ANO "-T" WS-CAMP-TRIMESTRE
                " ABIERTA - DERECHOS: " WS-FILAS-CAMPANA
                " DEPARTAMENTOS: " WS-DEPTOS
                " LIMITE: " WS-FECHA-LIMITE.

       AGREGA-INTEGRANTE.
            IF WS-MB-COUNT >= WS-MB-MAX
                DISPLAY "TABLA DE INTEGRANTES LLENA EN " WS-MB-MAX
                    " ENTRADAS"
                MOVE "AGREGA-INTEGRANTE" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-MB-COUNT.
            MOVE HR-EMPLOYEE-ID TO WS-MB-EMP (WS-MB-COUNT).
            MOVE HR-SUPERVISOR-ID TO WS-MB-SUPERVISOR (WS-MB-COUNT).
            MOVE HR-APELLIDOS TO WS-MB-APELLIDOS (WS-MB-COUNT).

       LISTA-DEPARTAMENTO.
      *    Jefe: el primero que no reporta a nadie del departamento.
            MOVE 0 TO WS-MB-JEFE-IX.
            PERFORM VARYING WS-MB-I FROM 1 BY 1
                    UNTIL WS-MB-I > WS-MB-COUNT
                    OR WS-MB-JEFE-IX > 0
                MOVE "N" TO WS-HALLADO-SWITCH
                PERFORM VARYING WS-MB-J FROM 1 BY 1
                        UNTIL WS-MB-J > WS-MB-COUNT
                    IF WS-MB-EMP (WS-MB-J) = WS-MB-SUPERVISOR (WS-MB-I)
                        SET WS-HALLADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF NOT WS-HALLADO
                    MOVE WS-MB-I TO WS-MB-JEFE-IX
                END-IF
            END-PERFORM.
            IF WS-MB-JEFE-IX = 0
                MOVE 1 TO WS-MB-JEFE-IX
            END-IF.
            MOVE WS-MB-EMP (WS-MB-JEFE-IX) TO WS-JEFE.
            MOVE "N" TO WS-DEPTO-IMPRESO-SWITCH.
            MOVE 0 TO WS-FILAS-DEPTO.
            PERFORM VARYING WS-MB-I FROM 1 BY 1
                    UNTIL WS-MB-I > WS-MB-COUNT
                PERFORM LISTA-DERECHOS-INTEGRANTE
            END-PERFORM.
            IF WS-DEPTO-IMPRESO
                MOVE WS-FILAS-DEPTO TO WS-DTT-FILAS
                WRITE REPORT-LINE FROM WS-DEPTO-TOTAL-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       LISTA-DERECHOS-INTEGRANTE.
      *    Los derechos del propio jefe los revisa su superior; en
      *    la cima de la organizacion (0) los revisa seguridad, como
      *    los sin titular: nadie certifica su propio acceso.
            IF WS-MB-I = WS-MB-JEFE-IX
                MOVE WS-MB-SUPERVISOR (WS-MB-I) TO WS-REVISOR
            ELSE
                MOVE WS-JEFE TO WS-REVISOR
            END-IF.
            PERFORM VARYING WS-BDG-I FROM 1 BY 1
                    UNTIL WS-BDG-I > WS-BDG-COUNT
                IF WS-BDG-EMP (WS-BDG-I) = WS-MB-EMP (WS-MB-I)
                    PERFORM VARYING WS-BZ-I FROM 1 BY 1
                            UNTIL WS-BZ-I > WS-BZ-COUNT
                        IF WS-BZ-BADGE (WS-BZ-I)
                                = WS-BDG-BADGE (WS-BDG-I)
                                AND WS-BZ-MARCA (WS-BZ-I) = SPACE
                            MOVE "M" TO WS-BZ-MARCA (WS-BZ-I)
                            IF NOT WS-DEPTO-IMPRESO
                                PERFORM ESCRIBE-DEPARTAMENTO
                            END-IF
                            MOVE WS-MB-EMP (WS-MB-I) TO WS-DET-EMP
                            MOVE WS-MB-APELLIDOS (WS-MB-I)
                                TO WS-DET-APELLIDOS
                            PERFORM AGREGA-FILA
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

       ESCRIBE-DEPARTAMENTO.
            ADD 1 TO WS-DEPTOS.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CURRENT-DEPT TO WS-DEP-CODE.
            MOVE WS-CURRENT-DEPT TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            MOVE WS-DEPTM-NAME TO WS-DEP-NOMBRE.
            MOVE WS-JEFE TO WS-DEP-JEFE.
            MOVE WS-MB-APELLIDOS (WS-MB-JEFE-IX) TO WS-DEP-JEFE-NOMBRE.
            WRITE REPORT-LINE FROM WS-DEPTO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            SET WS-DEPTO-IMPRESO TO TRUE.

       LISTA-SIN-TITULAR.
      *    Lo que quedo sin lista: badges sin empleado en HRMAST. Las
      *    credenciales de visita vencen solas y no se recertifican.
            MOVE "N" TO WS-DEPTO-IMPRESO-SWITCH.
            MOVE 0 TO WS-FILAS-DEPTO.
            MOVE SPACES TO WS-CURRENT-DEPT.
            MOVE 0 TO WS-JEFE WS-REVISOR.
            PERFORM VARYING WS-BZ-I FROM 1 BY 1
                    UNTIL WS-BZ-I > WS-BZ-COUNT
                IF WS-BZ-MARCA (WS-BZ-I) = SPACE
                    MOVE "N" TO WS-HALLADO-SWITCH
                    PERFORM VARYING VIS-IDX FROM 1 BY 1
                            UNTIL VIS-IDX > WS-VIS-COUNT
                        IF WS-VIS-BADGE (VIS-IDX)
                                = WS-BZ-BADGE (WS-BZ-I)
                            SET WS-HALLADO TO TRUE
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                    IF NOT WS-HALLADO
                        IF NOT WS-DEPTO-IMPRESO
                            PERFORM ESCRIBE-SIN-TITULAR
                        END-IF
                        MOVE 0 TO WS-DET-EMP
                        MOVE "** SIN TITULAR **" TO WS-DET-APELLIDOS
                        ADD 1 TO WS-SIN-TITULAR
                        PERFORM AGREGA-FILA
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-DEPTO-IMPRESO
                MOVE WS-FILAS-DEPTO TO WS-DTT-FILAS
                WRITE REPORT-LINE FROM WS-DEPTO-TOTAL-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       ESCRIBE-SIN-TITULAR.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO WS-DEP-CODE.
            MOVE "SIN TITULAR" TO WS-DEP-NOMBRE.
            MOVE 0 TO WS-DEP-JEFE.
            MOVE "REVISA SEGURIDAD" TO WS-DEP-JEFE-NOMBRE.
            WRITE REPORT-LINE FROM WS-DEPTO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            SET WS-DEPTO-IMPRESO TO TRUE.

       AGREGA-FILA.
            MOVE WS-BZ-BADGE (WS-BZ-I) TO WS-DET-BADGE.
            MOVE WS-BZ-ZONA (WS-BZ-I) TO WS-DET-ZONA.
            MOVE SPACES TO WS-DET-ZONA-DESC.
            PERFORM VARYING ZON-IDX FROM 1 BY 1
                    UNTIL ZON-IDX > WS-ZON-COUNT
                IF WS-ZON-ZONA (ZON-IDX) = WS-BZ-ZONA (WS-BZ-I)
                    MOVE WS-ZON-DESC (ZON-IDX) TO WS-DET-ZONA-DESC
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD 1 TO WS-FILAS-DEPTO WS-FILAS-CAMPANA.

            IF WS-RCRT-COUNT >= WS-RCRT-MAX
                DISPLAY "TABLA DE RECERTIFICACION LLENA EN "
                    WS-RCRT-MAX " ENTRADAS"
                MOVE "AGREGA-FILA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-RCRT-COUNT.
            MOVE WS-CAMPANA TO WS-RCRT-TBL-CAMPANA (WS-RCRT-COUNT).
            MOVE WS-BZ-BADGE (WS-BZ-I)
                TO WS-RCRT-TBL-BADGE (WS-RCRT-COUNT).
            MOVE WS-BZ-ZONA (WS-BZ-I)
                TO WS-RCRT-TBL-ZONA (WS-RCRT-COUNT).
            MOVE WS-DET-EMP TO WS-RCRT-TBL-EMP (WS-RCRT-COUNT).
            MOVE WS-CURRENT-DEPT TO WS-RCRT-TBL-DEPTO (WS-RCRT-COUNT).
            MOVE WS-REVISOR TO WS-RCRT-TBL-JEFE (WS-RCRT-COUNT).
            MOVE WS-FECHA-AVISO TO WS-RCRT-TBL-AVISO (WS-RCRT-COUNT).
            MOVE WS-FECHA-LIMITE
                TO WS-RCRT-TBL-LIMITE (WS-RCRT-COUNT).
            MOVE "P" TO WS-RCRT-TBL-ESTADO (WS-RCRT-COUNT).
            MOVE 0 TO WS-RCRT-TBL-FECHA-RESP (WS-RCRT-COUNT).
            MOVE SPACES TO WS-RCRT-TBL-OPERADOR (WS-RCRT-COUNT).

       LEE-EMPLEADO.
            READ HR-MASTER-FILE NEXT RECORD
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    IF NOT WS-HR-OK
                        MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                        MOVE "LEE-EMPLEADO READ" TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
            END-READ.

       CARGA-DERECHOS.
      *    Los ya suspendidos por falta de recertificacion (R) no
      *    entran: vuelven solo si se certifican en su campana.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BADGE-ZONE-MATRIX.
            IF WS-BZM-OK
                PERFORM UNTIL WS-EOF
                    READ BADGE-ZONE-MATRIX
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF BZ-ESTADO NOT = "R"
                                PERFORM AGREGA-DERECHO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BADGE-ZONE-MATRIX
            ELSE
                DISPLAY "BADGZONE.DAT AUSENTE - SIN DERECHOS "
                    "QUE RECERTIFICAR"
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-DERECHO.
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
                            MOVE BE-BADGE-ID
                                TO WS-BDG-BADGE (WS-BDG-COUNT)
                            MOVE BE-EMPLOYEE-ID
                                TO WS-BDG-EMP (WS-BDG-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BADGE-EMPLOYEE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-VISITAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VISIT-LOG.
            IF WS-VIS-OK
                PERFORM UNTIL WS-EOF
                    READ VISIT-LOG
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-VISITA
                    END-READ
                END-PERFORM
                CLOSE VISIT-LOG
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-VISITA.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING VIS-IDX FROM 1 BY 1
                    UNTIL VIS-IDX > WS-VIS-COUNT
                IF WS-VIS-BADGE (VIS-IDX) = VL-BADGE-ID
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-HALLADO
                IF WS-VIS-COUNT >= WS-VIS-MAX
                    DISPLAY "TABLA DE VISITAS LLENA EN " WS-VIS-MAX
                        " ENTRADAS"
                    MOVE "AGREGA-VISITA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-VIS-COUNT
                MOVE VL-BADGE-ID TO WS-VIS-BADGE (WS-VIS-COUNT)
            END-IF.

       CARGA-ZONAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ZONE-MASTER.
            IF WS-ZON-OK
                PERFORM UNTIL WS-EOF
                    READ ZONE-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-ZON-COUNT < 50
                                ADD 1 TO WS-ZON-COUNT
                                MOVE ZM-ZONA
                                    TO WS-ZON-ZONA (WS-ZON-COUNT)
                                MOVE ZM-DESC
                                    TO WS-ZON-DESC (WS-ZON-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ZONE-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-DIAS-AVISO IS NUMERIC
                                AND PARM-DIAS-AVISO > 0
                            MOVE PARM-DIAS-AVISO TO WS-DIAS-AVISO
                        END-IF
                        IF PARM-DIAS-LIMITE IS NUMERIC
                                AND PARM-DIAS-LIMITE > 0
                            MOVE PARM-DIAS-LIMITE TO WS-DIAS-LIMITE
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
      *    El aviso nunca despues del limite.
            IF WS-DIAS-AVISO > WS-DIAS-LIMITE
                MOVE WS-DIAS-LIMITE TO WS-DIAS-AVISO
            END-IF.

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ABRE-RECERTIFICACION WRITE"
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
            MOVE 0 TO WS-BZ-COUNT WS-BDG-COUNT WS-VIS-COUNT.
            MOVE 0 TO WS-ZON-COUNT WS-MB-COUNT.
            MOVE 0 TO WS-EMP-LEIDOS WS-FILAS-CAMPANA WS-DEPTOS.
            MOVE 0 TO WS-SIN-TITULAR.
            MOVE 14 TO WS-DIAS-AVISO.
            MOVE 30 TO WS-DIAS-LIMITE.
            MOVE "N" TO WS-YA-ABIERTA-SWITCH.

       COPY "RCRTWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ABRE-RECERTIFICACION.
