      ******************************************************************
      * Author:
      * Date:
      * Purpose: Yearly personal-data retention run. The retention
      *          rules master (RETRULES.DAT: record type and months
      *          of retention) says how long each kind of former
      *          data subject stays identifiable: terminated
      *          employees (HRMAST, clock from the termination date
      *          on HRTERMS.DAT), intake candidates never hired
      *          (PERSMAST), applicants never enrolled on
      *          BENENROL.DAT (APPLICNT), students with no subject
      *          enrollment left on ENRLSUBJ.DAT (STUMAST) and
      *          expired visits (VISLOG, clock from the visit date).
      *          Records that carry no date of their own start the
      *          clock the first time this run finds them in that
      *          state; the register RETCLOCK.DAT keeps that date
      *          and drops it again when the subject comes back (a
      *          re-enrolled student, an applicant later enrolled).
      *          Past its retention a record has names replaced by
      *          ANONIMIZADO, the birth date cut to July 1st of its
      *          year (the CONVIERTE-PERSONAL approximation, so age
      *          statistics still hold) and the leaver's bank
      *          account on BANKDET.DAT masked; keys, departments,
      *          salaries and amounts are left alone so the ledger,
      *          payroll and benefit history still reconcile. The
      *          before/after images of the subject on the change
      *          history CHGHIST.DAT and the candidates purged to
      *          PERSARCH.TXT get the same treatment, and every
      *          anonymization is recorded on CHGHIST.DAT as accion
      *          N with the anonymized image only. RETENC.TXT lists
      *          what was done and, per type, the rule, the cut-off
      *          date and the subjects still within retention.
      *          Without the rules master nothing is touched and the
      *          run ends with RC 8; a type without a rule is left
      *          as it is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-DATOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-RULES ASSIGN TO "RETRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRL-STATUS.
           SELECT RETENTION-CLOCK ASSIGN TO "RETCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCK-STATUS.
           SELECT RETENTION-CLOCK-NEW ASSIGN TO "RETCLOCK.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT PERSONAL-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               ALTERNATE RECORD KEY IS PM-NAMEKEY WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT APPLICANTS-FILE ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT APPLICANTS-NEW ASSIGN TO "APPLICNT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APN-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-STATUS.
           SELECT STUDENT-NEW ASSIGN TO "STUMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STN-STATUS.
           SELECT SUBJECT-ENROLLMENT ASSIGN TO "ENRLSUBJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENS-STATUS.
           SELECT VISITOR-LOG ASSIGN TO "VISLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIS-STATUS.
           SELECT VISITOR-NEW ASSIGN TO "VISLOG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSN-STATUS.
           SELECT BANK-DETAILS ASSIGN TO "BANKDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.
           SELECT BANK-DETAILS-NEW ASSIGN TO "BANKDET.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKN-STATUS.
           SELECT PERSONAL-ARCHIVE ASSIGN TO "PERSARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT PERSONAL-ARCHIVE-NEW ASSIGN TO "PERSARCH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAN-STATUS.
           SELECT CHANGE-HISTORY-NEW ASSIGN TO "CHGHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.
           SELECT RETENTION-REPORT ASSIGN TO "RETENC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CHGHSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Reglas de retencion: tipo de registro y meses de plazo.
       FD  RETENTION-RULES.
       01  RETENTION-RULE-RECORD.
           05  RR-TIPO              PIC X(8).
           05  FILLER               PIC X.
           05  RR-MESES             PIC 9(3).

      *    Desde cuando cuenta el plazo de un registro sin fecha
      *    propia: la primera corrida que lo encontro en ese estado.
       FD  RETENTION-CLOCK.
       01  RETENTION-CLOCK-RECORD.
           05  RK-TIPO              PIC X(8).
           05  RK-CLAVE             PIC X(8).
           05  RK-FECHA             PIC 9(8).

       FD  RETENTION-CLOCK-NEW.
       01  RETENTION-CLOCK-NEW-LINE PIC X(24).

      *    Mismo layout que graba HR-MANTENIMIENTO en cada baja.
       FD  TERMINATION-FILE.
       01  TERMINATION-RECORD.
           05  TR-EMPLOYEE-ID       PIC 9(6).
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  PERSONAL-MASTER.
       COPY "PERSONAL.cpy".

       FD  APPLICANTS-FILE.
       COPY "APPLICANT.cpy".

       FD  APPLICANTS-NEW.
       01  APPLICANTS-NEW-LINE      PIC X(46).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BE-APP-ID            PIC 9(6).
           05  BE-DEPTO             PIC X(4).
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05  ST-STUDENT-ID        PIC 9(6).
           05  ST-NOMBRE            PIC X(25).
           05  ST-GRADO             PIC 9(2).

       FD  STUDENT-NEW.
       01  STUDENT-NEW-LINE         PIC X(33).

       FD  SUBJECT-ENROLLMENT.
       01  ENROLLMENT-SUBJ-RECORD.
           05  EN-STUDENT-ID        PIC 9(6).
           05  EN-MATERIA           PIC X(4).

      *    Mismo layout que graba GESTIONA-VISITAS.
       FD  VISITOR-LOG.
       01  VISITOR-LOG-RECORD.
           05  VL-BADGE-ID          PIC X(8).
           05  VL-FECHA             PIC 9(8).
           05  VL-SPONSOR           PIC X(20).
           05  VL-MOTIVO            PIC X(20).
           05  VL-ESTADO            PIC X.

       FD  VISITOR-NEW.
       01  VISITOR-NEW-LINE         PIC X(57).

       FD  BANK-DETAILS.
       01  BANK-DETAIL-RECORD.
           05  BK-EMPLOYEE-ID       PIC 9(6).
           05  BK-BANK              PIC X(4).
           05  BK-ACCOUNT           PIC X(12).

       FD  BANK-DETAILS-NEW.
       01  BANK-DETAILS-NEW-LINE    PIC X(22).

      *    Renglon que graba la purga de PERFORM-THRU.
       FD  PERSONAL-ARCHIVE.
       01  PERSONAL-ARCHIVE-RECORD.
           05  PA-ID                PIC 9(6).
           05  FILLER               PIC X.
           05  PA-NOMBRE            PIC X(15).
           05  FILLER               PIC X.
           05  PA-APELLIDOS         PIC X(20).
           05  FILLER               PIC X.
           05  PA-EDAD              PIC 99.
           05  FILLER               PIC X.
           05  PA-FECHA             PIC 9(8).
           05  FILLER               PIC X(25).

       FD  PERSONAL-ARCHIVE-NEW.
       01  PERSONAL-ARCHIVE-NEW-LINE PIC X(80).

       FD  CHANGE-HISTORY-NEW.
       01  CHANGE-HISTORY-NEW-LINE  PIC X(221).

       FD  RETENTION-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "CHGHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RRL-STATUS            PIC XX.
           88  WS-RRL-OK            VALUE "00".
       01  WS-RCK-STATUS            PIC XX.
           88  WS-RCK-OK            VALUE "00".
       01  WS-RCN-STATUS            PIC XX.
           88  WS-RCN-OK            VALUE "00".
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-OK            VALUE "00".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-PM-STATUS             PIC XX.
           88  WS-PM-OK             VALUE "00".
       01  WS-APP-STATUS            PIC XX.
           88  WS-APP-OK            VALUE "00".
       01  WS-APN-STATUS            PIC XX.
           88  WS-APN-OK            VALUE "00".
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-STU-STATUS            PIC XX.
           88  WS-STU-OK            VALUE "00".
       01  WS-STN-STATUS            PIC XX.
           88  WS-STN-OK            VALUE "00".
       01  WS-ENS-STATUS            PIC XX.
           88  WS-ENS-OK            VALUE "00".
       01  WS-VIS-STATUS            PIC XX.
           88  WS-VIS-OK            VALUE "00".
       01  WS-VSN-STATUS            PIC XX.
           88  WS-VSN-OK            VALUE "00".
       01  WS-BNK-STATUS            PIC XX.
           88  WS-BNK-OK            VALUE "00".
       01  WS-BKN-STATUS            PIC XX.
           88  WS-BKN-OK            VALUE "00".
       01  WS-PAR-STATUS            PIC XX.
           88  WS-PAR-OK            VALUE "00".
       01  WS-PAN-STATUS            PIC XX.
           88  WS-PAN-OK            VALUE "00".
       01  WS-CHN-STATUS            PIC XX.
           88  WS-CHN-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HR-ABIERTO-SWITCH     PIC X VALUE "N".
           88  WS-HR-ABIERTO        VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-VENCIDO-SWITCH        PIC X.
           88  WS-VENCIDO           VALUE "Y".
       01  WS-CAMBIO-SWITCH         PIC X.
           88  WS-HUBO-CAMBIO       VALUE "Y".

      *    Valor con que se reemplaza todo nombre.
       01  WS-ANON-TEXTO            PIC X(11) VALUE "ANONIMIZADO".
       01  WS-ANON-CUENTA           PIC X(12) VALUE ALL "*".
       01  WS-AN-FECHA              PIC 9(8).
       01  WS-AN-FECHA-R REDEFINES WS-AN-FECHA.
           05  WS-AN-ANO            PIC 9(4).
           05  WS-AN-MMDD           PIC 9(4).

      *    Una entrada por tipo de registro que el programa trata;
      *    los meses y la fecha de corte los pone RETRULES.DAT.
       01  WS-REG-COUNT             PIC 9 VALUE 5.
       01  WS-REG-I                 PIC 9.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 5 TIMES.
               10  WS-REG-TIPO      PIC X(8).
               10  WS-REG-CON-REGLA PIC X.
                   88  WS-REG-TIENE-REGLA VALUE "Y".
               10  WS-REG-MESES     PIC 9(3).
               10  WS-REG-LIMITE    PIC 9(8).
               10  WS-REG-EXAMINADOS PIC 9(5).
               10  WS-REG-EN-PLAZO  PIC 9(5).
               10  WS-REG-ANONIMOS  PIC 9(5).
       01  WS-REG-HR                PIC 9 VALUE 1.
       01  WS-REG-PM                PIC 9 VALUE 2.
       01  WS-REG-AP                PIC 9 VALUE 3.
       01  WS-REG-ST                PIC 9 VALUE 4.
       01  WS-REG-VL                PIC 9 VALUE 5.

      *    Calculo de la fecha de corte: fecha de negocio menos los
      *    meses de la regla, el dia llevado al fin de un mes corto.
       01  WS-LIM-MESES-TOTAL       PIC 9(6).
       01  WS-LIM-FECHA             PIC 9(8).
       01  WS-LIM-FECHA-R REDEFINES WS-LIM-FECHA.
           05  WS-LIM-ANO           PIC 9(4).
           05  WS-LIM-MES           PIC 99.
           05  WS-LIM-DIA           PIC 99.
       01  WS-LIM-SIG-MES           PIC 9(8).
       01  WS-LIM-ULTIMO            PIC 9(8).
       01  WS-LIM-ULTIMO-R REDEFINES WS-LIM-ULTIMO.
           05  FILLER               PIC 9(6).
           05  WS-LIM-ULTIMO-DIA    PIC 99.
       01  WS-HOY                   PIC 9(8).
       01  WS-HOY-R REDEFINES WS-HOY.
           05  WS-HOY-ANO           PIC 9(4).
           05  WS-HOY-MES           PIC 99.
           05  WS-HOY-DIA           PIC 99.

      *    Empleados ya anonimizados en corridas anteriores (accion N
      *    de HRMAST en el historial): la baja sigue en HRTERMS.
       01  WS-HRN-MAX               PIC 9(4) VALUE 5000.
       01  WS-HRN-COUNT             PIC 9(4) VALUE 0.
       01  WS-HRN-I                 PIC 9(4).
       01  WS-HRN-TABLE.
           05  WS-HRN-CLAVE OCCURS 5000 TIMES PIC X(8).

      *    Ultima baja de cada legajo de HRTERMS.DAT.
       01  WS-TRM-MAX               PIC 9(4) VALUE 5000.
       01  WS-TRM-COUNT             PIC 9(4) VALUE 0.
       01  WS-TRM-I                 PIC 9(4).
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 5000 TIMES.
               10  WS-TRM-ID        PIC 9(6).
               10  WS-TRM-FECHA     PIC 9(8).

      *    Lo anonimizado en esta corrida, para limpiar sus imagenes
      *    del historial de cambios y sus datos bancarios.
       01  WS-ANR-MAX               PIC 9(4) VALUE 5000.
       01  WS-ANR-COUNT             PIC 9(4) VALUE 0.
       01  WS-ANR-I                 PIC 9(4).
       01  WS-ANR-TABLE.
           05  WS-ANR-ENTRY OCCURS 5000 TIMES.
               10  WS-ANR-MASTER    PIC X(8).
               10  WS-ANR-CLAVE     PIC X(8).

      *    Reloj de retencion de la corrida anterior.
       01  WS-RCK-MAX               PIC 9(4) VALUE 5000.
       01  WS-RCK-COUNT             PIC 9(4) VALUE 0.
       01  WS-RCK-I                 PIC 9(4).
       01  WS-RCK-TABLE.
           05  WS-RCK-ENTRY OCCURS 5000 TIMES.
               10  WS-RCK-TIPO      PIC X(8).
               10  WS-RCK-CLAVE     PIC X(8).
               10  WS-RCK-FECHA     PIC 9(8).

      *    Solicitantes inscriptos y alumnos con materias: los que
      *    siguen vigentes y no corren plazo.
       01  WS-BEN-MAX               PIC 9(4) VALUE 5000.
       01  WS-BEN-COUNT             PIC 9(4) VALUE 0.
       01  WS-BEN-I                 PIC 9(4).
       01  WS-BEN-TABLE.
           05  WS-BEN-ID OCCURS 5000 TIMES PIC 9(6).
       01  WS-ENS-MAX               PIC 9(4) VALUE 5000.
       01  WS-ENS-COUNT             PIC 9(4) VALUE 0.
       01  WS-ENS-I                 PIC 9(4).
       01  WS-ENS-TABLE.
           05  WS-ENS-ID OCCURS 5000 TIMES PIC 9(6).

      *    Sujeto en curso: tipo, clave y fecha desde la que corre.
       01  WS-SUJ-TIPO              PIC X(8).
       01  WS-SUJ-CLAVE             PIC X(8).
       01  WS-SUJ-FECHA             PIC 9(8).
       01  WS-SUJ-REG               PIC 9.

      *    Imagenes del historial de cambios por layout del master.
       01  WS-IMG-TRABAJO           PIC X(80).
       01  WS-IMG-HR.
           05  FILLER               PIC X(10).
           05  WS-IMG-HR-APELLIDOS  PIC X(20).
           05  WS-IMG-HR-NOMBRE     PIC X(15).
           05  FILLER               PIC X(19).
           05  WS-IMG-HR-FECHA-NAC  PIC X(8).
           05  FILLER               PIC X(8).
       01  WS-IMG-PM.
           05  FILLER               PIC X(6).
           05  WS-IMG-PM-APELLIDOS  PIC X(20).
           05  WS-IMG-PM-NOMBRE     PIC X(15).
           05  FILLER               PIC X(2).
           05  WS-IMG-PM-FECHA-NAC  PIC X(8).
           05  FILLER               PIC X(29).

       01  WS-COUNTERS.
           05  WS-CNT-EXAMINADOS    PIC 9(6) VALUE 0.
           05  WS-CNT-ANONIMOS      PIC 9(6) VALUE 0.
           05  WS-CNT-IMAGENES      PIC 9(6) VALUE 0.
           05  WS-CNT-ARCHIVO       PIC 9(6) VALUE 0.
           05  WS-CNT-CUENTAS       PIC 9(6) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(40)
                   VALUE "RETENCION DE DATOS PERSONALES - FECHA ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE         PIC X(80)
               VALUE "TIPO     CLAVE    DESDE    ACCION".
       01  WS-DETALLE-LINE.
           05  WS-DET-TIPO          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-CLAVE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ACCION        PIC X(30).
       01  WS-REGLAS-CAB-LINE.
           05  FILLER               PIC X(24)
                   VALUE "TIPO     MESES CORTE    ".
           05  FILLER               PIC X(32)
                   VALUE "EXAMINADOS EN PLAZO ANONIMIZADOS".
       01  WS-REGLA-LINE.
           05  WS-RGL-TIPO          PIC X(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-RGL-MESES         PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RGL-LIMITE        PIC 9(8).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-RGL-EXAMINADOS    PIC ZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-RGL-EN-PLAZO      PIC ZZZZ9.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  WS-RGL-ANONIMOS      PIC ZZZZ9.
       01  WS-SIN-REGLA-LINE.
           05  WS-SRG-TIPO          PIC X(8).
           05  FILLER               PIC X(37)
                   VALUE " SIN REGLA DE RETENCION - NO TRATADO".
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL         PIC X(45).
           05  WS-SUM-COUNT         PIC ZZZZZ9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-ANON-EVENTO.
           05  FILLER               PIC X(7) VALUE "ANONIM ".
           05  WS-ANE-TIPO          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ANE-CLAVE         PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CHGHWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "ANONIMIZA-DATOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.
            MOVE "ANONIMIZA-DATOS" TO WS-CHGH-PROGRAMA.
            MOVE WS-OPSLOG-DATE TO WS-HOY.

      *    Sin reglas no hay plazo contra el cual medir: no se toca
      *    nada antes que anonimizar por un plazo supuesto.
            OPEN INPUT RETENTION-RULES.
            IF NOT WS-RRL-OK
                DISPLAY "RETRULES.DAT AUSENTE - NO SE ANONIMIZA NADA"
                MOVE "REFUSED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-REGLAS.

            PERFORM CARGA-ANONIMIZADOS.
            PERFORM CARGA-RELOJ.
            PERFORM CARGA-INSCRIPTOS.
            PERFORM CARGA-CURSANTES.

            OPEN OUTPUT RETENTION-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RETENC"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-HOY TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.

            OPEN OUTPUT RETENTION-CLOCK-NEW.
            IF NOT WS-RCN-OK
                MOVE WS-RCN-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN RETCLOCK.NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            IF WS-REG-TIENE-REGLA (WS-REG-HR)
                PERFORM TRATA-BAJAS
            END-IF.
            IF WS-REG-TIENE-REGLA (WS-REG-PM)
                PERFORM TRATA-CANDIDATOS
                PERFORM TRATA-ARCHIVO-CANDIDATOS
            END-IF.
            IF WS-REG-TIENE-REGLA (WS-REG-AP)
                PERFORM TRATA-SOLICITANTES
            END-IF.
            IF WS-REG-TIENE-REGLA (WS-REG-ST)
                PERFORM TRATA-ALUMNOS
            END-IF.
            IF WS-REG-TIENE-REGLA (WS-REG-VL)
                PERFORM TRATA-VISITAS
            END-IF.
            CLOSE RETENTION-CLOCK-NEW.
            PERFORM PROMUEVE-RELOJ.

            IF WS-ANR-COUNT > 0
                PERFORM LIMPIA-HISTORIAL
            END-IF.
            IF WS-REG-TIENE-REGLA (WS-REG-HR)
                PERFORM ENMASCARA-CUENTAS
            END-IF.

            PERFORM ESCRIBE-REGLAS.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "REGISTROS EXAMINADOS: " TO WS-SUM-LABEL.
            MOVE WS-CNT-EXAMINADOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "REGISTROS ANONIMIZADOS: " TO WS-SUM-LABEL.
            MOVE WS-CNT-ANONIMOS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "IMAGENES DEL HISTORIAL DE CAMBIOS LIMPIADAS: "
                TO WS-SUM-LABEL.
            MOVE WS-CNT-IMAGENES TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "CANDIDATOS ARCHIVADOS ANONIMIZADOS: "
                TO WS-SUM-LABEL.
            MOVE WS-CNT-ARCHIVO TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            MOVE "CUENTAS BANCARIAS ENMASCARADAS: " TO WS-SUM-LABEL.
            MOVE WS-CNT-CUENTAS TO WS-SUM-COUNT.
            PERFORM ESCRIBE-RESUMEN.
            CLOSE RETENTION-REPORT.

            DISPLAY "RETENCION - EXAMINADOS: " WS-CNT-EXAMINADOS
                " ANONIMIZADOS: " WS-CNT-ANONIMOS.

            MOVE WS-CNT-EXAMINADOS TO WS-RUNST-IN-COUNT.
            MOVE WS-CNT-ANONIMOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       CARGA-REGLAS.
            MOVE "HRMAST" TO WS-REG-TIPO (WS-REG-HR).
            MOVE "PERSMAST" TO WS-REG-TIPO (WS-REG-PM).
            MOVE "APPLICNT" TO WS-REG-TIPO (WS-REG-AP).
            MOVE "STUMAST" TO WS-REG-TIPO (WS-REG-ST).
            MOVE "VISLOG" TO WS-REG-TIPO (WS-REG-VL).
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
                READ RETENTION-RULES
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM VARYING WS-REG-I FROM 1 BY 1
                                UNTIL WS-REG-I > WS-REG-COUNT
                            IF WS-REG-TIPO (WS-REG-I) = RR-TIPO
                                    AND RR-MESES IS NUMERIC
                                SET WS-REG-TIENE-REGLA (WS-REG-I)
                                    TO TRUE
                                MOVE RR-MESES
                                    TO WS-REG-MESES (WS-REG-I)
                                PERFORM CALCULA-LIMITE
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            CLOSE RETENTION-RULES.
            MOVE "N" TO WS-EOF-SWITCH.

       CALCULA-LIMITE.
      *    Se anonimiza lo que lleva corriendo desde esta fecha o
      *    antes; el 31 de un mes de 30 queda en el 30.
            COMPUTE WS-LIM-MESES-TOTAL =
                WS-HOY-ANO * 12 + WS-HOY-MES - 1
                - WS-REG-MESES (WS-REG-I).
            COMPUTE WS-LIM-ANO = WS-LIM-MESES-TOTAL / 12.
            COMPUTE WS-LIM-MES =
                FUNCTION MOD (WS-LIM-MESES-TOTAL, 12) + 1.
            MOVE 1 TO WS-LIM-DIA.
            IF WS-LIM-MES = 12
                COMPUTE WS-LIM-SIG-MES = (WS-LIM-ANO + 1) * 10000 + 101
            ELSE
                COMPUTE WS-LIM-SIG-MES = WS-LIM-ANO * 10000
                    + (WS-LIM-MES + 1) * 100 + 1
            END-IF.
            COMPUTE WS-LIM-ULTIMO = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-LIM-SIG-MES) - 1).
            IF WS-HOY-DIA > WS-LIM-ULTIMO-DIA
                MOVE WS-LIM-ULTIMO-DIA TO WS-LIM-DIA
            ELSE
                MOVE WS-HOY-DIA TO WS-LIM-DIA
            END-IF.
            MOVE WS-LIM-FECHA TO WS-REG-LIMITE (WS-REG-I).

       CARGA-ANONIMIZADOS.
            MOVE 0 TO WS-HRN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CHANGE-HISTORY.
            IF WS-CHGH-OK
                PERFORM UNTIL WS-EOF
                    READ CHANGE-HISTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF CH-ACCION = "N"
                                    AND CH-MASTER = "HRMAST"
                                PERFORM AGREGA-HRN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHANGE-HISTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-HRN.
            IF WS-HRN-COUNT >= WS-HRN-MAX
                DISPLAY "TABLA DE EMPLEADOS ANONIMIZADOS LLENA EN "
                    WS-HRN-MAX " ENTRADAS"
                MOVE "AGREGA-HRN" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-HRN-COUNT.
            MOVE CH-CLAVE TO WS-HRN-CLAVE (WS-HRN-COUNT).

       CARGA-RELOJ.
            MOVE 0 TO WS-RCK-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT RETENTION-CLOCK.
            IF WS-RCK-OK
                PERFORM UNTIL WS-EOF
                    READ RETENTION-CLOCK
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-RELOJ
                    END-READ
                END-PERFORM
                CLOSE RETENTION-CLOCK
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-RELOJ.
            IF WS-RCK-COUNT >= WS-RCK-MAX
                DISPLAY "TABLA DEL RELOJ DE RETENCION LLENA EN "
                    WS-RCK-MAX " ENTRADAS"
                MOVE "AGREGA-RELOJ" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-RCK-COUNT.
            MOVE RK-TIPO TO WS-RCK-TIPO (WS-RCK-COUNT).
            MOVE RK-CLAVE TO WS-RCK-CLAVE (WS-RCK-COUNT).
            MOVE RK-FECHA TO WS-RCK-FECHA (WS-RCK-COUNT).

       CARGA-INSCRIPTOS.
            MOVE 0 TO WS-BEN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ENROLLMENT-FILE.
            IF WS-ENR-OK
                PERFORM UNTIL WS-EOF
                    READ ENROLLMENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-BEN-COUNT >= WS-BEN-MAX
                                DISPLAY "TABLA DE INSCRIPTOS LLENA EN "
                                    WS-BEN-MAX " ENTRADAS"
                                MOVE "CARGA-INSCRIPTOS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-BEN-COUNT
                            MOVE BE-APP-ID TO WS-BEN-ID (WS-BEN-COUNT)
                    END-READ
                END-PERFORM
                CLOSE ENROLLMENT-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-CURSANTES.
            MOVE 0 TO WS-ENS-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SUBJECT-ENROLLMENT.
            IF WS-ENS-OK
                PERFORM UNTIL WS-EOF
                    READ SUBJECT-ENROLLMENT
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-CURSANTE
                    END-READ
                END-PERFORM
                CLOSE SUBJECT-ENROLLMENT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-CURSANTE.
      *    ENRLSUBJ.DAT trae una linea por materia: el alumno va una
      *    sola vez a la tabla.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING WS-ENS-I FROM 1 BY 1
                    UNTIL WS-ENS-I > WS-ENS-COUNT
                IF WS-ENS-ID (WS-ENS-I) = EN-STUDENT-ID
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-HALLADO
                PERFORM AGREGA-CURSANTE-NUEVO
            END-IF.

       AGREGA-CURSANTE-NUEVO.
            IF WS-ENS-COUNT >= WS-ENS-MAX
                DISPLAY "TABLA DE ALUMNOS CURSANDO LLENA EN "
                    WS-ENS-MAX " ENTRADAS"
                MOVE "AGREGA-CURSANTE-NUEVO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-ENS-COUNT.
            MOVE EN-STUDENT-ID TO WS-ENS-ID (WS-ENS-COUNT).

       TRATA-BAJAS.
      *    El registro de HRMAST se borra con la baja; lo que queda
      *    identificable son sus imagenes en el historial y la
      *    cuenta bancaria. Si el legajo sigue en el master (baja
      *    revertida a mano) tambien se anonimiza ahi.
            PERFORM CARGA-BAJAS.
            PERFORM VARYING WS-TRM-I FROM 1 BY 1
                    UNTIL WS-TRM-I > WS-TRM-COUNT
                PERFORM EVALUA-BAJA
            END-PERFORM.
            IF WS-HR-ABIERTO
                CLOSE HR-MASTER-FILE
                MOVE "N" TO WS-HR-ABIERTO-SWITCH
            END-IF.

       CARGA-BAJAS.
      *    Un legajo con varias bajas (reingreso y nueva baja) va una
      *    sola vez; el plazo corre desde la ultima.
            MOVE 0 TO WS-TRM-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TERMINATION-FILE.
            IF WS-TRM-OK
                PERFORM UNTIL WS-EOF
                    READ TERMINATION-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-BAJA
                    END-READ
                END-PERFORM
                CLOSE TERMINATION-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-BAJA.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING WS-TRM-I FROM 1 BY 1
                    UNTIL WS-TRM-I > WS-TRM-COUNT
                IF WS-TRM-ID (WS-TRM-I) = TR-EMPLOYEE-ID
                    SET WS-HALLADO TO TRUE
                    IF TR-FECHA > WS-TRM-FECHA (WS-TRM-I)
                        MOVE TR-FECHA TO WS-TRM-FECHA (WS-TRM-I)
                    END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-HALLADO
                IF WS-TRM-COUNT >= WS-TRM-MAX
                    DISPLAY "TABLA DE BAJAS LLENA EN "
                        WS-TRM-MAX " ENTRADAS"
                    MOVE "AGREGA-BAJA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-TRM-COUNT
                MOVE TR-EMPLOYEE-ID TO WS-TRM-ID (WS-TRM-COUNT)
                MOVE TR-FECHA TO WS-TRM-FECHA (WS-TRM-COUNT)
            END-IF.

       EVALUA-BAJA.
            MOVE "HRMAST" TO WS-SUJ-TIPO.
            MOVE WS-TRM-ID (WS-TRM-I) TO WS-SUJ-CLAVE.
            MOVE WS-TRM-FECHA (WS-TRM-I) TO WS-SUJ-FECHA.
            MOVE WS-REG-HR TO WS-SUJ-REG.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING WS-HRN-I FROM 1 BY 1
                    UNTIL WS-HRN-I > WS-HRN-COUNT
                IF WS-HRN-CLAVE (WS-HRN-I) = WS-SUJ-CLAVE
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-HALLADO
                ADD 1 TO WS-CNT-EXAMINADOS
                ADD 1 TO WS-REG-EXAMINADOS (WS-REG-HR)
                IF WS-SUJ-FECHA <= WS-REG-LIMITE (WS-REG-HR)
                    PERFORM ANONIMIZA-EMPLEADO
                ELSE
                    ADD 1 TO WS-REG-EN-PLAZO (WS-REG-HR)
                END-IF
            END-IF.

       ANONIMIZA-EMPLEADO.
            IF NOT WS-HR-ABIERTO
                OPEN I-O HR-MASTER-FILE
                IF WS-HR-OK
                    SET WS-HR-ABIERTO TO TRUE
                END-IF
            END-IF.
            MOVE SPACES TO WS-CHGH-DESPUES.
            IF WS-HR-ABIERTO
                MOVE WS-TRM-ID (WS-TRM-I) TO HR-EMPLOYEE-ID
                READ HR-MASTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ANON-TEXTO TO HR-APELLIDOS
                        MOVE SPACES TO HR-NOMBRE
                        MOVE HR-FECHA-NAC TO WS-AN-FECHA
                        PERFORM ANONIMIZA-FECHA
                        MOVE WS-AN-FECHA TO HR-FECHA-NAC
                        REWRITE HR-MASTER-RECORD
                            INVALID KEY
                                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
                                MOVE "ANONIMIZA-EMPLEADO REWRITE"
                                    TO WS-ABEND-PARAGRAPH
                                PERFORM 9999-ABEND-FILE-ERROR
                        END-REWRITE
                        MOVE HR-MASTER-RECORD TO WS-CHGH-DESPUES
                END-READ
            END-IF.
            PERFORM REGISTRA-ANONIMIZACION.

       TRATA-CANDIDATOS.
      *    Todo candidato de PERSMAST es alguien no contratado: la
      *    promocion a HRMAST lo borra de aqui.
            OPEN I-O PERSONAL-MASTER.
            IF WS-PM-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ PERSONAL-MASTER NEXT RECORD
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF PM-APELLIDOS NOT = WS-ANON-TEXTO
                                PERFORM EVALUA-CANDIDATO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERSONAL-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EVALUA-CANDIDATO.
            MOVE "PERSMAST" TO WS-SUJ-TIPO.
            MOVE PM-ID TO WS-SUJ-CLAVE.
            MOVE WS-REG-PM TO WS-SUJ-REG.
            PERFORM CONSULTA-RELOJ.
            IF WS-VENCIDO
                MOVE WS-ANON-TEXTO TO PM-APELLIDOS
                MOVE SPACES TO PM-NOMBRE
                MOVE PM-FECHA-NAC TO WS-AN-FECHA
                PERFORM ANONIMIZA-FECHA
                MOVE WS-AN-FECHA TO PM-FECHA-NAC
                REWRITE PERSONAL-MASTER-RECORD
                    INVALID KEY
                        MOVE WS-PM-STATUS TO WS-ABEND-STATUS
                        MOVE "EVALUA-CANDIDATO REWRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                END-REWRITE
                MOVE PERSONAL-MASTER-RECORD TO WS-CHGH-DESPUES
                PERFORM REGISTRA-ANONIMIZACION
            END-IF.

       TRATA-ARCHIVO-CANDIDATOS.
      *    Los candidatos purgados a PERSARCH.TXT corren el plazo de
      *    PERSMAST desde la fecha de archivo.
            MOVE "N" TO WS-CAMBIO-SWITCH.
            OPEN INPUT PERSONAL-ARCHIVE.
            IF WS-PAR-OK
                OPEN OUTPUT PERSONAL-ARCHIVE-NEW
                IF NOT WS-PAN-OK
                    MOVE WS-PAN-STATUS TO WS-ABEND-STATUS
                    MOVE "TRATA-ARCHIVO-CANDIDATOS OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ PERSONAL-ARCHIVE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM EVALUA-ARCHIVADO
                    END-READ
                END-PERFORM
                CLOSE PERSONAL-ARCHIVE PERSONAL-ARCHIVE-NEW
                IF WS-HUBO-CAMBIO
                    PERFORM PROMUEVE-ARCHIVO
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EVALUA-ARCHIVADO.
            IF PA-APELLIDOS NOT = WS-ANON-TEXTO
                    AND PA-FECHA IS NUMERIC
                IF PA-FECHA <= WS-REG-LIMITE (WS-REG-PM)
                    MOVE WS-ANON-TEXTO TO PA-APELLIDOS
                    MOVE SPACES TO PA-NOMBRE
                    SET WS-HUBO-CAMBIO TO TRUE
                    ADD 1 TO WS-CNT-ARCHIVO
                    MOVE "PERSARCH" TO WS-DET-TIPO
                    MOVE PA-ID TO WS-DET-CLAVE
                    MOVE PA-FECHA TO WS-DET-FECHA
                    MOVE "ARCHIVO ANONIMIZADO" TO WS-DET-ACCION
                    WRITE REPORT-LINE FROM WS-DETALLE-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-IF.
            WRITE PERSONAL-ARCHIVE-NEW-LINE
                FROM PERSONAL-ARCHIVE-RECORD.
            IF NOT WS-PAN-OK
                MOVE WS-PAN-STATUS TO WS-ABEND-STATUS
                MOVE "EVALUA-ARCHIVADO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       TRATA-SOLICITANTES.
      *    Solicitante sin inscripcion en BENENROL.DAT = rechazado.
            MOVE "N" TO WS-CAMBIO-SWITCH.
            OPEN INPUT APPLICANTS-FILE.
            IF WS-APP-OK
                OPEN OUTPUT APPLICANTS-NEW
                IF NOT WS-APN-OK
                    MOVE WS-APN-STATUS TO WS-ABEND-STATUS
                    MOVE "TRATA-SOLICITANTES OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ APPLICANTS-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM EVALUA-SOLICITANTE
                    END-READ
                END-PERFORM
                CLOSE APPLICANTS-FILE APPLICANTS-NEW
                IF WS-HUBO-CAMBIO
                    PERFORM PROMUEVE-SOLICITANTES
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EVALUA-SOLICITANTE.
            IF APP-NOMBRE NOT = WS-ANON-TEXTO
                MOVE "N" TO WS-HALLADO-SWITCH
                PERFORM VARYING WS-BEN-I FROM 1 BY 1
                        UNTIL WS-BEN-I > WS-BEN-COUNT
                    IF WS-BEN-ID (WS-BEN-I) = APP-ID
                        SET WS-HALLADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF NOT WS-HALLADO
                    MOVE "APPLICNT" TO WS-SUJ-TIPO
                    MOVE APP-ID TO WS-SUJ-CLAVE
                    MOVE WS-REG-AP TO WS-SUJ-REG
                    PERFORM CONSULTA-RELOJ
                    IF WS-VENCIDO
                        MOVE WS-ANON-TEXTO TO APP-NOMBRE
                        MOVE APP-FECHA-NAC TO WS-AN-FECHA
                        PERFORM ANONIMIZA-FECHA
                        MOVE WS-AN-FECHA TO APP-FECHA-NAC
                        SET WS-HUBO-CAMBIO TO TRUE
                        MOVE APPLICANT-RECORD TO WS-CHGH-DESPUES
                        PERFORM REGISTRA-ANONIMIZACION
                    END-IF
                END-IF
            END-IF.
            WRITE APPLICANTS-NEW-LINE FROM APPLICANT-RECORD.
            IF NOT WS-APN-OK
                MOVE WS-APN-STATUS TO WS-ABEND-STATUS
                MOVE "EVALUA-SOLICITANTE WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       TRATA-ALUMNOS.
      *    Alumno sin ninguna materia en ENRLSUBJ.DAT = ya no cursa.
            MOVE "N" TO WS-CAMBIO-SWITCH.
            OPEN INPUT STUDENT-MASTER.
            IF WS-STU-OK
                OPEN OUTPUT STUDENT-NEW
                IF NOT WS-STN-OK
                    MOVE WS-STN-STATUS TO WS-ABEND-STATUS
                    MOVE "TRATA-ALUMNOS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ STUDENT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM EVALUA-ALUMNO
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER STUDENT-NEW
                IF WS-HUBO-CAMBIO
                    PERFORM PROMUEVE-ALUMNOS
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EVALUA-ALUMNO.
            IF ST-NOMBRE NOT = WS-ANON-TEXTO
                MOVE "N" TO WS-HALLADO-SWITCH
                PERFORM VARYING WS-ENS-I FROM 1 BY 1
                        UNTIL WS-ENS-I > WS-ENS-COUNT
                    IF WS-ENS-ID (WS-ENS-I) = ST-STUDENT-ID
                        SET WS-HALLADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF NOT WS-HALLADO
                    MOVE "STUMAST" TO WS-SUJ-TIPO
                    MOVE ST-STUDENT-ID TO WS-SUJ-CLAVE
                    MOVE WS-REG-ST TO WS-SUJ-REG
                    PERFORM CONSULTA-RELOJ
                    IF WS-VENCIDO
                        MOVE WS-ANON-TEXTO TO ST-NOMBRE
                        SET WS-HUBO-CAMBIO TO TRUE
                        MOVE STUDENT-MASTER-RECORD TO WS-CHGH-DESPUES
                        PERFORM REGISTRA-ANONIMIZACION
                    END-IF
                END-IF
            END-IF.
            WRITE STUDENT-NEW-LINE FROM STUDENT-MASTER-RECORD.
            IF NOT WS-STN-OK
                MOVE WS-STN-STATUS TO WS-ABEND-STATUS
                MOVE "EVALUA-ALUMNO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       TRATA-VISITAS.
            MOVE "N" TO WS-CAMBIO-SWITCH.
            OPEN INPUT VISITOR-LOG.
            IF WS-VIS-OK
                OPEN OUTPUT VISITOR-NEW
                IF NOT WS-VSN-OK
                    MOVE WS-VSN-STATUS TO WS-ABEND-STATUS
                    MOVE "TRATA-VISITAS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ VISITOR-LOG
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM EVALUA-VISITA
                    END-READ
                END-PERFORM
                CLOSE VISITOR-LOG VISITOR-NEW
                IF WS-HUBO-CAMBIO
                    PERFORM PROMUEVE-VISLOG
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EVALUA-VISITA.
      *    Solo la visita vencida (E) corre plazo, desde su fecha.
            IF VL-ESTADO = "E" AND VL-SPONSOR NOT = WS-ANON-TEXTO
                ADD 1 TO WS-CNT-EXAMINADOS
                ADD 1 TO WS-REG-EXAMINADOS (WS-REG-VL)
                IF VL-FECHA <= WS-REG-LIMITE (WS-REG-VL)
                    MOVE WS-ANON-TEXTO TO VL-SPONSOR
                    MOVE WS-ANON-TEXTO TO VL-MOTIVO
                    SET WS-HUBO-CAMBIO TO TRUE
                    MOVE "VISLOG" TO WS-SUJ-TIPO
                    MOVE VL-BADGE-ID TO WS-SUJ-CLAVE
                    MOVE WS-REG-VL TO WS-SUJ-REG
                    MOVE VL-FECHA TO WS-SUJ-FECHA
                    MOVE VISITOR-LOG-RECORD TO WS-CHGH-DESPUES
                    PERFORM REGISTRA-ANONIMIZACION
                ELSE
                    ADD 1 TO WS-REG-EN-PLAZO (WS-REG-VL)
                END-IF
            END-IF.
            WRITE VISITOR-NEW-LINE FROM VISITOR-LOG-RECORD.
            IF NOT WS-VSN-OK
                MOVE WS-VSN-STATUS TO WS-ABEND-STATUS
                MOVE "EVALUA-VISITA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       CONSULTA-RELOJ.
      *    Para el sujeto en curso: desde cuando corre (el reloj
      *    anterior o hoy) y si ya vencio. Mientras no vence sigue
      *    en el reloj nuevo; el que se anonimiza sale de el.
            ADD 1 TO WS-CNT-EXAMINADOS.
            ADD 1 TO WS-REG-EXAMINADOS (WS-SUJ-REG).
            MOVE WS-HOY TO WS-SUJ-FECHA.
            PERFORM VARYING WS-RCK-I FROM 1 BY 1
                    UNTIL WS-RCK-I > WS-RCK-COUNT
                IF WS-RCK-TIPO (WS-RCK-I) = WS-SUJ-TIPO
                        AND WS-RCK-CLAVE (WS-RCK-I) = WS-SUJ-CLAVE
                    MOVE WS-RCK-FECHA (WS-RCK-I) TO WS-SUJ-FECHA
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-SUJ-FECHA <= WS-REG-LIMITE (WS-SUJ-REG)
                SET WS-VENCIDO TO TRUE
            ELSE
                MOVE "N" TO WS-VENCIDO-SWITCH
                ADD 1 TO WS-REG-EN-PLAZO (WS-SUJ-REG)
                MOVE WS-SUJ-TIPO TO RK-TIPO
                MOVE WS-SUJ-CLAVE TO RK-CLAVE
                MOVE WS-SUJ-FECHA TO RK-FECHA
                WRITE RETENTION-CLOCK-NEW-LINE
                    FROM RETENTION-CLOCK-RECORD
                IF NOT WS-RCN-OK
                    MOVE WS-RCN-STATUS TO WS-ABEND-STATUS
                    MOVE "CONSULTA-RELOJ WRITE" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.

       ANONIMIZA-FECHA.
      *    Cero = sin fecha de nacimiento, queda asi.
            IF WS-AN-FECHA > 0
                MOVE 0701 TO WS-AN-MMDD
            END-IF.

       REGISTRA-ANONIMIZACION.
      *    El historial guarda solo la imagen anonimizada: la de
      *    antes es justamente lo que no debe quedar.
            MOVE WS-SUJ-TIPO TO WS-CHGH-MASTER.
            MOVE WS-SUJ-CLAVE TO WS-CHGH-CLAVE.
            MOVE "N" TO WS-CHGH-ACCION.
            MOVE SPACES TO WS-CHGH-ANTES.
            PERFORM REGISTRA-CAMBIO.
            ADD 1 TO WS-CNT-ANONIMOS.
            ADD 1 TO WS-REG-ANONIMOS (WS-SUJ-REG).
            IF WS-SUJ-TIPO = "HRMAST" OR "PERSMAST"
                PERFORM AGREGA-EN-CORRIDA
            END-IF.
            MOVE WS-SUJ-TIPO TO WS-DET-TIPO.
            MOVE WS-SUJ-CLAVE TO WS-DET-CLAVE.
            MOVE WS-SUJ-FECHA TO WS-DET-FECHA.
            MOVE "ANONIMIZADO" TO WS-DET-ACCION.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-SUJ-TIPO TO WS-ANE-TIPO.
            MOVE WS-SUJ-CLAVE TO WS-ANE-CLAVE.
            MOVE WS-ANON-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       AGREGA-EN-CORRIDA.
            IF WS-ANR-COUNT >= WS-ANR-MAX
                DISPLAY "TABLA DE ANONIMIZADOS DE LA CORRIDA LLENA EN "
                    WS-ANR-MAX " ENTRADAS"
                MOVE "AGREGA-EN-CORRIDA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-ANR-COUNT.
            MOVE WS-SUJ-TIPO TO WS-ANR-MASTER (WS-ANR-COUNT).
            MOVE WS-SUJ-CLAVE TO WS-ANR-CLAVE (WS-ANR-COUNT).

       BUSCA-EN-CORRIDA.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING WS-ANR-I FROM 1 BY 1
                    UNTIL WS-ANR-I > WS-ANR-COUNT
                IF WS-ANR-MASTER (WS-ANR-I) = WS-SUJ-TIPO
                        AND WS-ANR-CLAVE (WS-ANR-I) = WS-SUJ-CLAVE
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       LIMPIA-HISTORIAL.
      *    Las imagenes previas de los legajos y candidatos recien
      *    anonimizados (altas, cambios, la baja) pierden nombres y
      *    fecha de nacimiento; las N de esta corrida ya vienen asi.
            MOVE "N" TO WS-CAMBIO-SWITCH.
            OPEN INPUT CHANGE-HISTORY.
            IF WS-CHGH-OK
                OPEN OUTPUT CHANGE-HISTORY-NEW
                IF NOT WS-CHN-OK
                    MOVE WS-CHN-STATUS TO WS-ABEND-STATUS
                    MOVE "LIMPIA-HISTORIAL OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ CHANGE-HISTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM LIMPIA-IMAGEN
                    END-READ
                END-PERFORM
                CLOSE CHANGE-HISTORY CHANGE-HISTORY-NEW
                IF WS-HUBO-CAMBIO
                    PERFORM PROMUEVE-HISTORIAL
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       LIMPIA-IMAGEN.
            IF CH-ACCION NOT = "N"
                MOVE CH-MASTER TO WS-SUJ-TIPO
                MOVE CH-CLAVE TO WS-SUJ-CLAVE
                PERFORM BUSCA-EN-CORRIDA
                IF WS-HALLADO
                    SET WS-HUBO-CAMBIO TO TRUE
                    ADD 1 TO WS-CNT-IMAGENES
                    MOVE CH-ANTES TO WS-IMG-TRABAJO
                    PERFORM LIMPIA-UNA-IMAGEN
                    MOVE WS-IMG-TRABAJO TO CH-ANTES
                    MOVE CH-DESPUES TO WS-IMG-TRABAJO
                    PERFORM LIMPIA-UNA-IMAGEN
                    MOVE WS-IMG-TRABAJO TO CH-DESPUES
                END-IF
            END-IF.
            WRITE CHANGE-HISTORY-NEW-LINE FROM CHANGE-HISTORY-RECORD.
            IF NOT WS-CHN-OK
                MOVE WS-CHN-STATUS TO WS-ABEND-STATUS
                MOVE "LIMPIA-IMAGEN WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       LIMPIA-UNA-IMAGEN.
      *    Imagen vacia (lado que la accion no tiene) queda vacia.
            IF WS-IMG-TRABAJO NOT = SPACES
                IF CH-MASTER = "HRMAST"
                    MOVE WS-IMG-TRABAJO TO WS-IMG-HR
                    MOVE WS-ANON-TEXTO TO WS-IMG-HR-APELLIDOS
                    MOVE SPACES TO WS-IMG-HR-NOMBRE
                    IF WS-IMG-HR-FECHA-NAC IS NUMERIC
                        MOVE WS-IMG-HR-FECHA-NAC TO WS-AN-FECHA
                        PERFORM ANONIMIZA-FECHA
                        MOVE WS-AN-FECHA TO WS-IMG-HR-FECHA-NAC
                    END-IF
                    MOVE WS-IMG-HR TO WS-IMG-TRABAJO
                ELSE
                    MOVE WS-IMG-TRABAJO TO WS-IMG-PM
                    MOVE WS-ANON-TEXTO TO WS-IMG-PM-APELLIDOS
                    MOVE SPACES TO WS-IMG-PM-NOMBRE
                    IF WS-IMG-PM-FECHA-NAC IS NUMERIC
                        MOVE WS-IMG-PM-FECHA-NAC TO WS-AN-FECHA
                        PERFORM ANONIMIZA-FECHA
                        MOVE WS-AN-FECHA TO WS-IMG-PM-FECHA-NAC
                    END-IF
                    MOVE WS-IMG-PM TO WS-IMG-TRABAJO
                END-IF
            END-IF.

       ENMASCARA-CUENTAS.
      *    La cuenta del empleado anonimizado (de esta corrida o de
      *    una anterior) queda enmascarada; el banco no identifica.
            MOVE "N" TO WS-CAMBIO-SWITCH.
            OPEN INPUT BANK-DETAILS.
            IF WS-BNK-OK
                OPEN OUTPUT BANK-DETAILS-NEW
                IF NOT WS-BKN-OK
                    MOVE WS-BKN-STATUS TO WS-ABEND-STATUS
                    MOVE "ENMASCARA-CUENTAS OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ BANK-DETAILS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM EVALUA-CUENTA
                    END-READ
                END-PERFORM
                CLOSE BANK-DETAILS BANK-DETAILS-NEW
                IF WS-HUBO-CAMBIO
                    PERFORM PROMUEVE-CUENTAS
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EVALUA-CUENTA.
            IF BK-ACCOUNT NOT = WS-ANON-CUENTA
                MOVE "HRMAST" TO WS-SUJ-TIPO
                MOVE BK-EMPLOYEE-ID TO WS-SUJ-CLAVE
                PERFORM BUSCA-EN-CORRIDA
                IF NOT WS-HALLADO
                    PERFORM VARYING WS-HRN-I FROM 1 BY 1
                            UNTIL WS-HRN-I > WS-HRN-COUNT
                        IF WS-HRN-CLAVE (WS-HRN-I) = WS-SUJ-CLAVE
                            SET WS-HALLADO TO TRUE
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                END-IF
                IF WS-HALLADO
                    MOVE WS-ANON-CUENTA TO BK-ACCOUNT
                    SET WS-HUBO-CAMBIO TO TRUE
                    ADD 1 TO WS-CNT-CUENTAS
                END-IF
            END-IF.
            WRITE BANK-DETAILS-NEW-LINE FROM BANK-DETAIL-RECORD.
            IF NOT WS-BKN-OK
                MOVE WS-BKN-STATUS TO WS-ABEND-STATUS
                MOVE "EVALUA-CUENTA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-RELOJ.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT RETENTION-CLOCK-NEW.
            IF NOT WS-RCN-OK
                MOVE WS-RCN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RELOJ OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT RETENTION-CLOCK.
            IF NOT WS-RCK-OK
                MOVE WS-RCK-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-RELOJ OPEN RK" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ RETENTION-CLOCK-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE RETENTION-CLOCK-RECORD
                            FROM RETENTION-CLOCK-NEW-LINE
                        IF NOT WS-RCK-OK
                            MOVE WS-RCK-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-RELOJ WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RETENTION-CLOCK-NEW RETENTION-CLOCK.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-ARCHIVO.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PERSONAL-ARCHIVE-NEW.
            IF NOT WS-PAN-OK
                MOVE WS-PAN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ARCHIVO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PERSONAL-ARCHIVE.
            IF NOT WS-PAR-OK
                MOVE WS-PAR-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ARCHIVO OPEN PA" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ PERSONAL-ARCHIVE-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE PERSONAL-ARCHIVE-RECORD
                            FROM PERSONAL-ARCHIVE-NEW-LINE
                        IF NOT WS-PAR-OK
                            MOVE WS-PAR-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ARCHIVO WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PERSONAL-ARCHIVE-NEW PERSONAL-ARCHIVE.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-SOLICITANTES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT APPLICANTS-NEW.
            IF NOT WS-APN-OK
                MOVE WS-APN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-SOLICITANTES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT APPLICANTS-FILE.
            IF NOT WS-APP-OK
                MOVE WS-APP-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-SOLICITANTES OPEN AP"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ APPLICANTS-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE APPLICANT-RECORD
                            FROM APPLICANTS-NEW-LINE
                        IF NOT WS-APP-OK
                            MOVE WS-APP-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-SOLICITANTES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE APPLICANTS-NEW APPLICANTS-FILE.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-ALUMNOS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT STUDENT-NEW.
            IF NOT WS-STN-OK
                MOVE WS-STN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ALUMNOS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT STUDENT-MASTER.
            IF NOT WS-STU-OK
                MOVE WS-STU-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ALUMNOS OPEN ST" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ STUDENT-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE STUDENT-MASTER-RECORD
                            FROM STUDENT-NEW-LINE
                        IF NOT WS-STU-OK
                            MOVE WS-STU-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ALUMNOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STUDENT-NEW STUDENT-MASTER.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-VISLOG.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VISITOR-NEW.
            IF NOT WS-VSN-OK
                MOVE WS-VSN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VISLOG OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT VISITOR-LOG.
            IF NOT WS-VIS-OK
                MOVE WS-VIS-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-VISLOG OPEN VL" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ VISITOR-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE VISITOR-LOG-RECORD
                            FROM VISITOR-NEW-LINE
                        IF NOT WS-VIS-OK
                            MOVE WS-VIS-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-VISLOG WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE VISITOR-NEW VISITOR-LOG.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-CUENTAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BANK-DETAILS-NEW.
            IF NOT WS-BKN-OK
                MOVE WS-BKN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CUENTAS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT BANK-DETAILS.
            IF NOT WS-BNK-OK
                MOVE WS-BNK-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CUENTAS OPEN BK" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BANK-DETAILS-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE BANK-DETAIL-RECORD
                            FROM BANK-DETAILS-NEW-LINE
                        IF NOT WS-BNK-OK
                            MOVE WS-BNK-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-CUENTAS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BANK-DETAILS-NEW BANK-DETAILS.
            MOVE "N" TO WS-EOF-SWITCH.

       PROMUEVE-HISTORIAL.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CHANGE-HISTORY-NEW.
            IF NOT WS-CHN-OK
                MOVE WS-CHN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-HISTORIAL OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT CHANGE-HISTORY.
            IF NOT WS-CHGH-OK
                MOVE WS-CHGH-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-HISTORIAL OPEN CH"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ CHANGE-HISTORY-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE CHANGE-HISTORY-RECORD
                            FROM CHANGE-HISTORY-NEW-LINE
                        IF NOT WS-CHGH-OK
                            MOVE WS-CHGH-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-HISTORIAL WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CHANGE-HISTORY-NEW CHANGE-HISTORY.
            MOVE "N" TO WS-EOF-SWITCH.

       ESCRIBE-REGLAS.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-REGLAS-CAB-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-REG-I FROM 1 BY 1
                    UNTIL WS-REG-I > WS-REG-COUNT
                IF WS-REG-TIENE-REGLA (WS-REG-I)
                    MOVE WS-REG-TIPO (WS-REG-I) TO WS-RGL-TIPO
                    MOVE WS-REG-MESES (WS-REG-I) TO WS-RGL-MESES
                    MOVE WS-REG-LIMITE (WS-REG-I) TO WS-RGL-LIMITE
                    MOVE WS-REG-EXAMINADOS (WS-REG-I)
                        TO WS-RGL-EXAMINADOS
                    MOVE WS-REG-EN-PLAZO (WS-REG-I) TO WS-RGL-EN-PLAZO
                    MOVE WS-REG-ANONIMOS (WS-REG-I) TO WS-RGL-ANONIMOS
                    WRITE REPORT-LINE FROM WS-REGLA-LINE
                ELSE
                    MOVE WS-REG-TIPO (WS-REG-I) TO WS-SRG-TIPO
                    WRITE REPORT-LINE FROM WS-SIN-REGLA-LINE
                END-IF
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.

       ESCRIBE-RESUMEN.
            WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ANONIMIZA-DATOS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-HRN-COUNT WS-ANR-COUNT WS-RCK-COUNT
                WS-BEN-COUNT WS-ENS-COUNT WS-TRM-COUNT.
            MOVE "N" TO WS-HR-ABIERTO-SWITCH.
            INITIALIZE WS-REG-TABLE.
            INITIALIZE WS-COUNTERS.

       COPY "CHGHWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM ANONIMIZA-DATOS.
