      ******************************************************************
      * Author:
      * Date:
      * Purpose: Upcoming certification expiry report for the
      *          managers (CERTVENC.TXT). Lists every certification
      *          on CERTMAST.DAT that expires within the next 30 days
      *          of the business date, walking the HR-MASTER roster
      *          in department order with a heading per department
      *          carrying its name from DEPTMAST.DAT, so each manager
      *          can have the course renewed on
      *          MANTIENE-CERTIFICACIONES before
      *          VERIFICA-CERTIFICACIONES suspends the holder's zone
      *          rights. Only departments with something expiring
      *          are printed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-CERTIFICACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "CERTVENC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CERTSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  EXPIRY-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "CERTFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH   PIC X VALUE "Y".
           88  WS-FIRST-RECORD      VALUE "Y".
       01  WS-DEPTO-IMPRESO-SWITCH  PIC X VALUE "N".
           88  WS-DEPTO-IMPRESO     VALUE "Y".

       01  WS-DIAS-AVISO            PIC 9(3) VALUE 30.
       01  WS-DIA-HOY               PIC 9(7).
       01  WS-DIA-VENCE             PIC 9(7).
       01  WS-FECHA-LIMITE          PIC 9(8).
       01  WS-DIAS-RESTAN           PIC 9(3).
       01  WS-CURRENT-DEPT          PIC X(4).
       01  WS-EMP-COUNT             PIC 9(6) VALUE 0.
       01  WS-VENCEN-COUNT          PIC 9(5) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(34)
                   VALUE "CERTIFICACIONES QUE VENCEN ENTRE ".
           05  WS-TIT-DESDE         PIC 9(8).
           05  FILLER               PIC X(3) VALUE " Y ".
           05  WS-TIT-HASTA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(44)
                   VALUE "EMPLEADO APELLIDOS            NOMBRE".
           05  FILLER               PIC X(36)
                   VALUE "CURSO  VENCE    DIAS".
       01  WS-SEPARADOR-LINE        PIC X(80) VALUE ALL "-".
       01  WS-DEPTO-LINE.
           05  FILLER               PIC X(14) VALUE "DEPARTAMENTO: ".
           05  WS-DEP-CODE          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DEP-NOMBRE        PIC X(20).
       01  WS-DETALLE-LINE.
           05  WS-DET-EMP           PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-NOMBRE        PIC X(14).
           05  WS-DET-CURSO         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-VENCE         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIAS          PIC ZZ9.
       01  WS-DESC-LINE.
           05  FILLER               PIC X(9) VALUE SPACES.
           05  WS-DSC-DESCRIPCION   PIC X(20).
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(28)
                   VALUE "CERTIFICACIONES POR VENCER: ".
           05  WS-SUM-COUNT         PIC ZZZZ9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CERTWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "VENCE-CERTIFICACIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-CERTIFICACIONES.
            PERFORM CARGA-DEPTMAST.

      *    Ventana de aviso: desde la fecha de negocio hasta treinta
      *    dias corridos despues, ambos inclusive.
            COMPUTE WS-DIA-HOY =
                FUNCTION INTEGER-OF-DATE(WS-OPSLOG-DATE).
            COMPUTE WS-FECHA-LIMITE =
                FUNCTION DATE-OF-INTEGER(WS-DIA-HOY + WS-DIAS-AVISO).

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN HRMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT EXPIRY-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN CERTVENC"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-DESDE.
            MOVE WS-FECHA-LIMITE TO WS-TIT-HASTA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARADOR-LINE.
            PERFORM VERIFICA-ESCRITURA.

      *    Recorrido en orden de departamento por la clave alterna,
      *    como el estado de licencias.
            MOVE LOW-VALUES TO HR-DEPT-CODE.
            START HR-MASTER-FILE KEY IS NOT LESS THAN HR-DEPT-CODE
                INVALID KEY SET WS-EOF TO TRUE
            END-START.

            PERFORM LEE-EMPLEADO.
            PERFORM UNTIL WS-EOF
                IF WS-FIRST-RECORD
                        OR HR-DEPT-CODE NOT = WS-CURRENT-DEPT
                    MOVE HR-DEPT-CODE TO WS-CURRENT-DEPT
                    MOVE "N" TO WS-FIRST-RECORD-SWITCH
                    MOVE "N" TO WS-DEPTO-IMPRESO-SWITCH
                END-IF
                ADD 1 TO WS-EMP-COUNT
                PERFORM VARYING WS-CERT-I FROM 1 BY 1
                        UNTIL WS-CERT-I > WS-CERT-COUNT
                    IF WS-CERT-TBL-EMP (WS-CERT-I) = HR-EMPLOYEE-ID
                            AND WS-CERT-TBL-VENCE (WS-CERT-I)
                                >= WS-OPSLOG-DATE
                            AND WS-CERT-TBL-VENCE (WS-CERT-I)
                                <= WS-FECHA-LIMITE
                        PERFORM ESCRIBE-VENCIMIENTO
                    END-IF
                END-PERFORM
                PERFORM LEE-EMPLEADO
            END-PERFORM.

            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-VENCEN-COUNT TO WS-SUM-COUNT.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

            CLOSE HR-MASTER-FILE EXPIRY-REPORT.

            DISPLAY "CERTIFICACIONES POR VENCER EN " WS-DIAS-AVISO
                " DIAS: " WS-VENCEN-COUNT.

            MOVE WS-EMP-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-VENCEN-COUNT TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ESCRIBE-DEPARTAMENTO.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CURRENT-DEPT TO WS-DEP-CODE.
            MOVE WS-CURRENT-DEPT TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            MOVE WS-DEPTM-NAME TO WS-DEP-NOMBRE.
            WRITE REPORT-LINE FROM WS-DEPTO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            SET WS-DEPTO-IMPRESO TO TRUE.

       ESCRIBE-VENCIMIENTO.
            IF NOT WS-DEPTO-IMPRESO
                PERFORM ESCRIBE-DEPARTAMENTO
            END-IF.
            ADD 1 TO WS-VENCEN-COUNT.
            COMPUTE WS-DIA-VENCE = FUNCTION INTEGER-OF-DATE
                (WS-CERT-TBL-VENCE (WS-CERT-I)).
            COMPUTE WS-DIAS-RESTAN = WS-DIA-VENCE - WS-DIA-HOY.
            MOVE HR-EMPLOYEE-ID TO WS-DET-EMP.
            MOVE HR-APELLIDOS TO WS-DET-APELLIDOS.
            MOVE HR-NOMBRE TO WS-DET-NOMBRE.
            MOVE WS-CERT-TBL-CURSO (WS-CERT-I) TO WS-DET-CURSO.
            MOVE WS-CERT-TBL-VENCE (WS-CERT-I) TO WS-DET-VENCE.
            MOVE WS-DIAS-RESTAN TO WS-DET-DIAS.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CERT-TBL-DESC (WS-CERT-I) TO WS-DSC-DESCRIPCION.
            WRITE REPORT-LINE FROM WS-DESC-LINE.
            PERFORM VERIFICA-ESCRITURA.

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

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "VENCE-CERTIF WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "CERTWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM VENCE-CERTIFICACIONES.
