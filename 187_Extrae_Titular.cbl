      ******************************************************************
      * Author:
      * Date:
      * Purpose: Data-subject extract, launched from MENU-DRIVER:
      *          everything the files hold about one person, in one
      *          readable report (EXTTITUL.TXT) organized by source,
      *          for the employee or former applicant who asks what
      *          personal data we keep. The person is given by
      *          employee/applicant number, or by surname and birth
      *          date, which is resolved to numbers against HRMAST,
      *          PERSMAST, APPLICNT.DAT and the HRMAST/PERSMAST
      *          images of the change history (a terminated
      *          employee is no longer on HRMAST). With the numbers
      *          and the badges BADGEMP.DAT links to them the run
      *          collects the person's records from HRMAST, HRTERMS,
      *          BANKDET, PERSMAST, APPLICNT, the payslip history
      *          PAYHIST, the last payslip run PAYSLIPS.DAT, the YTD
      *          accumulators PAYYTD.DAT, DEDMAST, LOANMAST,
      *          BENENROL and its dependents DEPENDTS.DAT, PINMAST
      *          (badge and expiry only; the PIN never prints), the
      *          attendance already consumed by payroll ATTPROC.DAT
      *          and still pending ATTEND.DAT, the access trail
      *          ACCSAUDT.TXT and the change history CHGHIST.DAT. A
      *          source not on disk says so in its section. The whole
      *          personal file is behind the maintenance level (3) of
      *          the signed-on session; below it the run is refused
      *          with RC 8.
      *          Every extract is logged with the operator and date
      *          to OPSLOG and to the request register SOLTITUL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-TITULAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Nivel del operador firmado en el menu, como en
      *    CONSULTA-RECIBOS.
           SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "HRTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT BANK-DETAILS ASSIGN TO "BANKDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.
           SELECT PERSONAL-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               ALTERNATE RECORD KEY IS PM-NAMEKEY WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT APPLICANTS-FILE ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSL-STATUS.
           SELECT YTD-EARNINGS ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT BADGE-EMPLOYEE ASSIGN TO "BADGEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BGE-STATUS.
           SELECT PIN-MASTER ASSIGN TO "PINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-BADGE-ID
               FILE STATUS IS WS-PIN-STATUS.
      *    Asistencia ya consumida por la nomina y la pendiente.
           SELECT ATTENDANCE-PROCESSED ASSIGN TO "ATTPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASP-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "ACCSAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
      *    Registro de pedidos: quien pidio que extracto y cuando.
           SELECT REQUEST-REGISTER ASSIGN TO "SOLTITUL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOL-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO "EXTTITUL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "PAYHSL.cpy".
           COPY "CHGHSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SESSION.
       01  OPERATOR-SESSION-RECORD.
           05  OS-OPERATOR-ID       PIC X(8).
           05  OS-LEVEL             PIC 9.

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

      *    Mismo layout que graba HR-MANTENIMIENTO en cada baja.
       FD  TERMINATION-FILE.
       01  TERMINATION-RECORD.
           05  TR-EMPLOYEE-ID       PIC 9(6).
           05  TR-FECHA             PIC 9(8).
           05  TR-ESTADO            PIC X.

       FD  BANK-DETAILS.
       01  BANK-DETAIL-RECORD.
           05  BK-EMPLOYEE-ID       PIC 9(6).
           05  BK-BANK              PIC X(4).
           05  BK-ACCOUNT           PIC X(12).

       FD  PERSONAL-MASTER.
       COPY "PERSONAL.cpy".

       FD  APPLICANTS-FILE.
       COPY "APPLICANT.cpy".

      *    Mismo layout de recibo que graba CALCULA-NOMINA.
       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD.
           05  PS-EMPLOYEE-ID       PIC 9(6).
           05  PS-APELLIDOS         PIC X(20).
           05  PS-NOMBRE            PIC X(15).
           05  PS-GROSS             PIC 9(7)V99.
           05  PS-TAX               PIC 9(7)V99.
           05  PS-SS                PIC 9(7)V99.
           05  PS-DED-COUNT         PIC 9.
           05  PS-DEDUCCION OCCURS 5 TIMES.
               10  PS-DED-CODE      PIC X(3).
               10  PS-DED-AMOUNT    PIC 9(7)V99.
           05  PS-DED-TOTAL         PIC 9(7)V99.
           05  PS-NET               PIC 9(7)V99.
           05  PS-RETRO             PIC 9(7)V99.

      *    Mismo layout que mantiene CALCULA-NOMINA.
       FD  YTD-EARNINGS.
       01  YTD-EARNINGS-RECORD.
           05  PYT-ANO              PIC 9(4).
           05  PYT-EMPLOYEE-ID      PIC 9(6).
           05  PYT-APELLIDOS        PIC X(20).
           05  PYT-NOMBRE           PIC X(15).
           05  PYT-GROSS            PIC 9(9)V99.
           05  PYT-TAX              PIC 9(9)V99.
           05  PYT-SS               PIC 9(9)V99.
           05  PYT-DED              PIC 9(9)V99.
           05  PYT-NET              PIC 9(9)V99.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           05  DED-EMPLOYEE-ID      PIC 9(6).
           05  DED-CODE             PIC X(3).
           05  DED-TYPE             PIC X.
           05  DED-VALUE            PIC 9(5)V999.
           05  DED-FECHA-INICIO     PIC 9(8).
           05  DED-FECHA-FIN        PIC 9(8).

       FD  LOAN-MASTER.
       01  LOAN-MASTER-RECORD.
           05  LN-EMPLOYEE-ID       PIC 9(6).
           05  LN-PRINCIPAL         PIC 9(7)V99.
           05  LN-RATE              PIC 9V9999.
           05  LN-TERM              PIC 9(3).
           05  LN-CUOTA             PIC 9(7)V99.
           05  LN-BALANCE           PIC 9(7)V99.
           05  LN-FECHA-OTORGA      PIC 9(8).
           05  LN-ESTADO            PIC X.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BE-APP-ID            PIC 9(6).
           05  BE-DEPTO             PIC X(4).
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

      *    Mismo layout que mantiene MANTIENE-DEPENDIENTES.
       FD  DEPENDENT-FILE.
       01  DEPENDENT-RECORD.
           05  DP-APP-ID            PIC 9(6).
           05  DP-NOMBRE            PIC X(20).
           05  DP-FECHA-NAC         PIC 9(8).
           05  DP-PARENTESCO        PIC X.

       FD  BADGE-EMPLOYEE.
       01  BADGE-EMPLOYEE-RECORD.
           05  BG-BADGE-ID          PIC X(8).
           05  BG-EMPLOYEE-ID       PIC 9(6).

       FD  PIN-MASTER.
       01  PIN-MASTER-RECORD.
           05  PIN-BADGE-ID         PIC X(8).
           05  PIN-CODE             PIC X(4).
           05  PIN-EXPIRY-DATE      PIC 9(8).
           05  PIN-HISTORY.
               10  PIN-PREV         OCCURS 3 TIMES PIC X(4).
           05  PIN-SALT             PIC X(4).

      *    Mismo layout que graba CAPTURA-ASISTENCIA y consume
      *    CALCULA-NOMINA.
       FD  ATTENDANCE-PROCESSED.
       01  ATTENDANCE-PROC-RECORD.
           05  AP-EMPLOYEE-ID       PIC 9(6).
           05  AP-FECHA             PIC 9(8).
           05  AP-TIPO              PIC X.
           05  AP-HORAS             PIC 9(2)V99.
           05  AP-EXTRA             PIC 9(2)V99.
           05  AP-TIPO-DIA          PIC X.
           05  AP-TURNO             PIC X(4).

      *    Mismo layout que mantiene CAPTURA-ASISTENCIA.
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05  AT-EMPLOYEE-ID       PIC 9(6).
           05  AT-FECHA             PIC 9(8).
           05  AT-TIPO              PIC X.
           05  AT-HORAS             PIC 9(2)V99.
           05  AT-EXTRA             PIC 9(2)V99.
           05  AT-TIPO-DIA          PIC X.
           05  AT-TURNO             PIC X(4).

       FD  AUDIT-TRAIL.
       01  AUDIT-LINE               PIC X(80).

       FD  REQUEST-REGISTER.
       01  REQUEST-RECORD.
           05  SR-FECHA             PIC 9(8).
           05  FILLER               PIC X.
           05  SR-HORA              PIC 9(6).
           05  FILLER               PIC X.
           05  SR-OPERADOR          PIC X(8).
           05  FILLER               PIC X.
           05  SR-MODO              PIC X.
           05  FILLER               PIC X.
           05  SR-CRITERIO          PIC X(30).
           05  FILLER               PIC X.
           05  SR-NUMEROS           PIC 9(2).
           05  FILLER               PIC X.
           05  SR-REGISTROS         PIC 9(6).

       FD  EXTRACT-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "PAYHFD.cpy".
       COPY "CHGHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPS-STATUS            PIC XX.
           88  WS-OPS-OK            VALUE "00".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-OK            VALUE "00".
       01  WS-BNK-STATUS            PIC XX.
           88  WS-BNK-OK            VALUE "00".
       01  WS-PM-STATUS             PIC XX.
           88  WS-PM-OK             VALUE "00".
       01  WS-APP-STATUS            PIC XX.
           88  WS-APP-OK            VALUE "00".
       01  WS-PSL-STATUS            PIC XX.
           88  WS-PSL-OK            VALUE "00".
       01  WS-YTD-STATUS            PIC XX.
           88  WS-YTD-OK            VALUE "00".
       01  WS-DED-STATUS            PIC XX.
           88  WS-DED-OK            VALUE "00".
       01  WS-LN-STATUS             PIC XX.
           88  WS-LN-OK             VALUE "00".
       01  WS-ENR-STATUS            PIC XX.
           88  WS-ENR-OK            VALUE "00".
       01  WS-DEP-STATUS            PIC XX.
           88  WS-DEP-OK            VALUE "00".
       01  WS-BGE-STATUS            PIC XX.
           88  WS-BGE-OK            VALUE "00".
       01  WS-PIN-STATUS            PIC XX.
           88  WS-PIN-OK            VALUE "00".
       01  WS-ASP-STATUS            PIC XX.
           88  WS-ASP-OK            VALUE "00".
       01  WS-ATT-STATUS            PIC XX.
           88  WS-ATT-OK            VALUE "00".
       01  WS-AUD-STATUS            PIC XX.
           88  WS-AUD-OK            VALUE "00".
       01  WS-SOL-STATUS            PIC XX.
           88  WS-SOL-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".

       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-NIVEL                 PIC 9 VALUE 0.
      *    El expediente completo (salario, cuentas, credenciales)
      *    es del nivel de mantenimiento, el de HR-CONSULTA.
       01  WS-NIVEL-EXTRACTO        PIC 9 VALUE 3.

      *    Criterio: 1 = numero de empleado o solicitante,
      *    2 = apellido y fecha de nacimiento.
       01  WS-MODO                  PIC X.
           88  WS-MODO-NUMERO       VALUE "1".
           88  WS-MODO-NOMBRE       VALUE "2".
           88  WS-MODO-SALIR        VALUE "0".
       01  WS-BUSCA-ID              PIC 9(6).
       01  WS-BUSCA-APELLIDOS       PIC X(20).
       01  WS-BUSCA-FECHA-NAC       PIC 9(8).
       01  WS-BUSCA-LARGO           PIC 99.
       01  WS-TALLY                 PIC 99.
       01  WS-CRITERIO              PIC X(30).

      *    Numeros que identifican a la persona (un empleado puede
      *    haber sido candidato y solicitante con otro numero).
       01  WS-ID-MAX                PIC 99 VALUE 20.
       01  WS-ID-COUNT              PIC 99 VALUE 0.
       01  WS-ID-I                  PIC 99.
       01  WS-ID-TABLE.
           05  WS-ID-NUM OCCURS 20 TIMES PIC 9(6).
       01  WS-CMP-ID                PIC 9(6).
       01  WS-CMP-ID-X              PIC X(8).

      *    Credenciales de la persona segun BADGEMP.DAT.
       01  WS-BG-MAX                PIC 99 VALUE 20.
       01  WS-BG-COUNT              PIC 99 VALUE 0.
       01  WS-BG-I                  PIC 99.
       01  WS-BG-TABLE.
           05  WS-BG-ID OCCURS 20 TIMES PIC X(8).
       01  WS-CMP-BADGE             PIC X(8).

      *    Imagenes del historial por layout del master.
       01  WS-IMG-HR.
           05  FILLER               PIC X(10).
           05  WS-IMG-HR-APELLIDOS  PIC X(20).
           05  FILLER               PIC X(34).
           05  WS-IMG-HR-FECHA-NAC  PIC X(8).
           05  FILLER               PIC X(8).
       01  WS-IMG-PM.
           05  FILLER               PIC X(6).
           05  WS-IMG-PM-APELLIDOS  PIC X(20).
           05  FILLER               PIC X(17).
           05  WS-IMG-PM-FECHA-NAC  PIC X(8).
           05  FILLER               PIC X(29).

      *    Linea de ACCSAUDT.TXT tal como la escribe el gate.
       01  WS-AUDIT-PARSED.
           05  WS-AUP-FECHA         PIC 9(8).
           05  FILLER               PIC X.
           05  WS-AUP-HORA          PIC 9(8).
           05  FILLER               PIC X.
           05  WS-AUP-BADGE         PIC X(8).
           05  FILLER               PIC X(54).

       01  WS-SECCION-REGISTROS     PIC 9(5).
       01  WS-TOTAL-REGISTROS       PIC 9(6) VALUE 0.
       01  WS-DED-IDX               PIC 9.
       01  WS-LINEA                 PIC X(80).
       01  WS-ED-IMPORTE            PIC Z(8)9.99.
       01  WS-ED-IMPORTE2           PIC Z(8)9.99.
       01  WS-ED-IMPORTE3           PIC Z(8)9.99.
       01  WS-ED-TASA               PIC 9.9999.
       01  WS-ED-DED-VALOR          PIC Z(4)9.999.
       01  WS-ED-HORAS              PIC Z9.99.
       01  WS-ED-EXTRA              PIC Z9.99.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(42)
                   VALUE "EXTRACTO DE DATOS PERSONALES DEL TITULAR".
           05  FILLER               PIC X(8) VALUE " FECHA: ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-PEDIDO-LINE.
           05  FILLER               PIC X(15) VALUE "SOLICITADO POR ".
           05  WS-PED-OPERADOR      PIC X(8).
           05  FILLER               PIC X(12) VALUE " - CRITERIO ".
           05  WS-PED-CRITERIO      PIC X(30).
       01  WS-NUMEROS-LINE.
           05  FILLER               PIC X(23)
                   VALUE "NUMEROS DEL TITULAR:   ".
           05  WS-NUM-LISTA         PIC X(57).
       01  WS-FUENTE-LINE.
           05  FILLER               PIC X(11) VALUE "== FUENTE: ".
           05  WS-FTE-NOMBRE        PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FTE-DESCRIPCION   PIC X(40).
       01  WS-CIERRE-LINE.
           05  FILLER               PIC X(14) VALUE "   REGISTROS: ".
           05  WS-CIE-REGISTROS     PIC ZZZZ9.
       01  WS-NO-DISPONIBLE-LINE    PIC X(80)
               VALUE "   ARCHIVO NO DISPONIBLE".
       01  WS-PIE-LINE.
           05  FILLER               PIC X(25)
                   VALUE "TOTAL DE REGISTROS DEL TI".
           05  FILLER               PIC X(7) VALUE "TULAR: ".
           05  WS-PIE-TOTAL         PIC ZZZZZ9.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

      *    Cabe en los 40 bytes de WS-OPSLOG-EVENT.
       01  WS-EXTRACTO-EVENTO.
           05  FILLER               PIC X(9) VALUE "EXTRACTO ".
           05  WS-EXE-MODO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EXE-CLAVE         PIC X(17).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-EXE-OPERADOR      PIC X(8).
       01  WS-RECHAZO-EVENTO.
           05  FILLER               PIC X(19)
                   VALUE "EXTRACTO RECHAZADO ".
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-REE-OPERADOR      PIC X(8).
       01  WS-HORA-ACTUAL           PIC X(21).
       01  WS-HORA-ACTUAL-R REDEFINES WS-HORA-ACTUAL.
           05  FILLER               PIC X(8).
           05  WS-HA-HHMMSS         PIC 9(6).
           05  FILLER               PIC X(7).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PAYHWS.cpy".
       COPY "CHGHWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "EXTRAE-TITULAR" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-NIVEL-SESION.
            IF WS-OPERADOR = SPACES
                DISPLAY "IDENTIFICACION DE OPERADOR: "
                    WITH NO ADVANCING
                ACCEPT WS-OPERADOR
            END-IF.
            IF WS-NIVEL < WS-NIVEL-EXTRACTO
                DISPLAY "EXTRACTO NO AUTORIZADO PARA SU NIVEL"
                MOVE WS-OPERADOR TO WS-REE-OPERADOR
                MOVE WS-RECHAZO-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM PIDE-CRITERIO.
            IF WS-MODO-SALIR
                MOVE "COMPLETED" TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                GOBACK
            END-IF.
            IF WS-MODO-NOMBRE
                PERFORM RESUELVE-POR-NOMBRE
            END-IF.
            IF WS-ID-COUNT = 0
                DISPLAY "NINGUN REGISTRO COINCIDE CON EL CRITERIO"
            ELSE
                PERFORM CARGA-CREDENCIALES
            END-IF.

            OPEN OUTPUT EXTRACT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN EXTTITUL"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM ESCRIBE-ENCABEZADO.
      *    Sin numeros no hay nada que buscar: el informe y el
      *    registro del pedido salen igual, en cero.
            IF WS-ID-COUNT > 0
                PERFORM EXTRAE-HRMAST
                PERFORM EXTRAE-BAJAS
                PERFORM EXTRAE-CUENTAS
                PERFORM EXTRAE-PERSMAST
                PERFORM EXTRAE-SOLICITANTES
                PERFORM EXTRAE-HISTORICO-RECIBOS
                PERFORM EXTRAE-RECIBOS
                PERFORM EXTRAE-ACUMULADOS
                PERFORM EXTRAE-DEDUCCIONES
                PERFORM EXTRAE-PRESTAMOS
                PERFORM EXTRAE-INSCRIPCION
                PERFORM EXTRAE-DEPENDIENTES
                PERFORM EXTRAE-CREDENCIALES
                PERFORM EXTRAE-ASISTENCIA-PROCESADA
                PERFORM EXTRAE-ASISTENCIA
                PERFORM EXTRAE-ACCESOS
                PERFORM EXTRAE-HISTORIAL
            END-IF.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-TOTAL-REGISTROS TO WS-PIE-TOTAL.
            WRITE REPORT-LINE FROM WS-PIE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-PEDIDO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE EXTRACT-REPORT.
            DISPLAY "EXTRACTO EN EXTTITUL.TXT - REGISTROS: "
                WS-TOTAL-REGISTROS.

            PERFORM REGISTRA-PEDIDO.
            MOVE WS-MODO TO WS-EXE-MODO.
            MOVE WS-CRITERIO TO WS-EXE-CLAVE.
            MOVE WS-OPERADOR TO WS-EXE-OPERADOR.
            MOVE WS-EXTRACTO-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       PIDE-CRITERIO.
            MOVE SPACE TO WS-MODO.
            PERFORM UNTIL WS-MODO-NUMERO OR WS-MODO-NOMBRE
                    OR WS-MODO-SALIR
                DISPLAY "BUSCAR POR (1 = NUMERO DE EMPLEADO O "
                    "SOLICITANTE, 2 = APELLIDO Y FECHA DE "
                    "NACIMIENTO, 0 = SALIR): " WITH NO ADVANCING
                ACCEPT WS-MODO
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-MODO-NUMERO
                    DISPLAY "NUMERO (6): " WITH NO ADVANCING
                    ACCEPT WS-BUSCA-ID
                    MOVE WS-BUSCA-ID TO WS-CMP-ID
                    PERFORM AGREGA-NUMERO
                    MOVE SPACES TO WS-CRITERIO
                    STRING "NUMERO " WS-BUSCA-ID
                        DELIMITED BY SIZE INTO WS-CRITERIO
                WHEN WS-MODO-NOMBRE
                    DISPLAY "APELLIDOS (COMO EN EL MASTER): "
                        WITH NO ADVANCING
                    ACCEPT WS-BUSCA-APELLIDOS
                    MOVE FUNCTION UPPER-CASE (WS-BUSCA-APELLIDOS)
                        TO WS-BUSCA-APELLIDOS
                    DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
                        WITH NO ADVANCING
                    ACCEPT WS-BUSCA-FECHA-NAC
                    MOVE SPACES TO WS-CRITERIO
                    STRING WS-BUSCA-FECHA-NAC " "
                        WS-BUSCA-APELLIDOS
                        DELIMITED BY SIZE INTO WS-CRITERIO
            END-EVALUATE.

       RESUELVE-POR-NOMBRE.
      *    Sin fecha de nacimiento no se identifica a nadie: un
      *    apellido solo traeria datos de otras personas.
            IF WS-BUSCA-APELLIDOS = SPACES OR WS-BUSCA-FECHA-NAC = 0
                DISPLAY "APELLIDO Y FECHA DE NACIMIENTO SON "
                    "OBLIGATORIOS"
            ELSE
                MOVE FUNCTION LENGTH
                    (FUNCTION TRIM (WS-BUSCA-APELLIDOS))
                    TO WS-BUSCA-LARGO
                PERFORM RESUELVE-EN-HRMAST
                PERFORM RESUELVE-EN-PERSMAST
                PERFORM RESUELVE-EN-SOLICITANTES
                PERFORM RESUELVE-EN-HISTORIAL
                DISPLAY "NUMEROS IDENTIFICADOS: " WS-ID-COUNT
            END-IF.

       RESUELVE-EN-HRMAST.
            OPEN INPUT HR-MASTER-FILE.
            IF WS-HR-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ HR-MASTER-FILE NEXT RECORD
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF HR-APELLIDOS = WS-BUSCA-APELLIDOS
                                    AND HR-FECHA-NAC
                                        = WS-BUSCA-FECHA-NAC
                                MOVE HR-EMPLOYEE-ID TO WS-CMP-ID
                                PERFORM AGREGA-NUMERO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HR-MASTER-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       RESUELVE-EN-PERSMAST.
            OPEN INPUT PERSONAL-MASTER.
            IF WS-PM-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ PERSONAL-MASTER NEXT RECORD
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF PM-APELLIDOS = WS-BUSCA-APELLIDOS
                                    AND PM-FECHA-NAC
                                        = WS-BUSCA-FECHA-NAC
                                MOVE PM-ID TO WS-CMP-ID
                                PERFORM AGREGA-NUMERO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERSONAL-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       RESUELVE-EN-SOLICITANTES.
      *    APP-NOMBRE lleva nombre y apellido juntos: basta que
      *    contenga el apellido buscado.
            OPEN INPUT APPLICANTS-FILE.
            IF WS-APP-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ APPLICANTS-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF APP-FECHA-NAC = WS-BUSCA-FECHA-NAC
                                MOVE 0 TO WS-TALLY
                                INSPECT APP-NOMBRE TALLYING WS-TALLY
                                    FOR ALL WS-BUSCA-APELLIDOS
                                        (1:WS-BUSCA-LARGO)
                                IF WS-TALLY > 0
                                    MOVE APP-ID TO WS-CMP-ID
                                    PERFORM AGREGA-NUMERO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE APPLICANTS-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       RESUELVE-EN-HISTORIAL.
      *    El empleado dado de baja ya no esta en HRMAST; su ultima
      *    imagen sigue en el historial de cambios.
            OPEN INPUT CHANGE-HISTORY.
            IF WS-CHGH-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ CHANGE-HISTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM COMPARA-IMAGEN
                    END-READ
                END-PERFORM
                CLOSE CHANGE-HISTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       COMPARA-IMAGEN.
            MOVE "N" TO WS-HALLADO-SWITCH.
            EVALUATE CH-MASTER
                WHEN "HRMAST"
                    MOVE CH-ANTES TO WS-IMG-HR
                    IF CH-ANTES = SPACES
                        MOVE CH-DESPUES TO WS-IMG-HR
                    END-IF
                    IF WS-IMG-HR-APELLIDOS = WS-BUSCA-APELLIDOS
                            AND WS-IMG-HR-FECHA-NAC
                                = WS-BUSCA-FECHA-NAC
                        SET WS-HALLADO TO TRUE
                    END-IF
                WHEN "PERSMAST"
                    MOVE CH-ANTES TO WS-IMG-PM
                    IF CH-ANTES = SPACES
                        MOVE CH-DESPUES TO WS-IMG-PM
                    END-IF
                    IF WS-IMG-PM-APELLIDOS = WS-BUSCA-APELLIDOS
                            AND WS-IMG-PM-FECHA-NAC
                                = WS-BUSCA-FECHA-NAC
                        SET WS-HALLADO TO TRUE
                    END-IF
            END-EVALUATE.
            IF WS-HALLADO AND CH-CLAVE (1:6) IS NUMERIC
                MOVE CH-CLAVE (1:6) TO WS-CMP-ID
                PERFORM AGREGA-NUMERO
            END-IF.

       AGREGA-NUMERO.
            PERFORM BUSCA-NUMERO.
            IF NOT WS-HALLADO
                IF WS-ID-COUNT >= WS-ID-MAX
                    DISPLAY "TABLA DE NUMEROS DEL TITULAR LLENA EN "
                        WS-ID-MAX " ENTRADAS"
                    MOVE "AGREGA-NUMERO" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-ID-COUNT
                MOVE WS-CMP-ID TO WS-ID-NUM (WS-ID-COUNT)
            END-IF.

       BUSCA-NUMERO.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING WS-ID-I FROM 1 BY 1
                    UNTIL WS-ID-I > WS-ID-COUNT
                IF WS-ID-NUM (WS-ID-I) = WS-CMP-ID
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       CARGA-CREDENCIALES.
            OPEN INPUT BADGE-EMPLOYEE.
            IF WS-BGE-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ BADGE-EMPLOYEE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE BG-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM AGREGA-CREDENCIAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BADGE-EMPLOYEE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-CREDENCIAL.
            IF WS-BG-COUNT >= WS-BG-MAX
                DISPLAY "TABLA DE CREDENCIALES DEL TITULAR LLENA EN "
                    WS-BG-MAX " ENTRADAS"
                MOVE "AGREGA-CREDENCIAL" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-BG-COUNT.
            MOVE BG-BADGE-ID TO WS-BG-ID (WS-BG-COUNT).

       BUSCA-CREDENCIAL.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING WS-BG-I FROM 1 BY 1
                    UNTIL WS-BG-I > WS-BG-COUNT
                IF WS-BG-ID (WS-BG-I) = WS-CMP-BADGE
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       ESCRIBE-ENCABEZADO.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPERADOR TO WS-PED-OPERADOR.
            MOVE WS-CRITERIO TO WS-PED-CRITERIO.
            WRITE REPORT-LINE FROM WS-PEDIDO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO WS-NUM-LISTA.
            PERFORM VARYING WS-ID-I FROM 1 BY 1
                    UNTIL WS-ID-I > WS-ID-COUNT OR WS-ID-I > 8
                MOVE WS-ID-NUM (WS-ID-I)
                    TO WS-NUM-LISTA ((WS-ID-I - 1) * 7 + 1:6)
            END-PERFORM.
            IF WS-ID-COUNT = 0
                MOVE "NINGUNO" TO WS-NUM-LISTA
            END-IF.
            WRITE REPORT-LINE FROM WS-NUMEROS-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ABRE-SECCION.
      *    El que llama deja fuente y descripcion en WS-FUENTE-LINE.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-FUENTE-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-SECCION-REGISTROS.

       CIERRA-SECCION.
            MOVE WS-SECCION-REGISTROS TO WS-CIE-REGISTROS.
            WRITE REPORT-LINE FROM WS-CIERRE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       NO-DISPONIBLE.
            WRITE REPORT-LINE FROM WS-NO-DISPONIBLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-DETALLE.
      *    Una linea de datos de la fuente en curso.
            WRITE REPORT-LINE FROM WS-LINEA.
            PERFORM VERIFICA-ESCRITURA.

       CUENTA-REGISTRO.
            ADD 1 TO WS-SECCION-REGISTROS.
            ADD 1 TO WS-TOTAL-REGISTROS.

       EXTRAE-HRMAST.
            MOVE "HRMAST" TO WS-FTE-NOMBRE.
            MOVE "LEGAJO DEL EMPLEADO" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                PERFORM NO-DISPONIBLE
            ELSE
                PERFORM VARYING WS-ID-I FROM 1 BY 1
                        UNTIL WS-ID-I > WS-ID-COUNT
                    MOVE WS-ID-NUM (WS-ID-I) TO HR-EMPLOYEE-ID
                    READ HR-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            PERFORM MUESTRA-EMPLEADO
                    END-READ
                END-PERFORM
                CLOSE HR-MASTER-FILE
                PERFORM CIERRA-SECCION
            END-IF.

       MUESTRA-EMPLEADO.
            PERFORM CUENTA-REGISTRO.
            MOVE SPACES TO WS-LINEA.
            STRING "   " HR-EMPLOYEE-ID " DEPTO " HR-DEPT-CODE " "
                HR-APELLIDOS " " HR-NOMBRE
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            MOVE HR-SALARIO TO WS-ED-IMPORTE.
            MOVE SPACES TO WS-LINEA.
            STRING "   NACIMIENTO " HR-FECHA-NAC " EDAD " HR-EDAD
                " ALTA " HR-FECHA-ALTA " SALARIO " WS-ED-IMPORTE
                " SUP " HR-SUPERVISOR-ID
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.

       EXTRAE-BAJAS.
            MOVE "HRTERMS" TO WS-FTE-NOMBRE.
            MOVE "BAJAS REGISTRADAS" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT TERMINATION-FILE.
            IF NOT WS-TRM-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ TERMINATION-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE TR-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE SPACES TO WS-LINEA
                                STRING "   " TR-EMPLOYEE-ID
                                    " BAJA " TR-FECHA
                                    " ESTADO " TR-ESTADO
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TERMINATION-FILE
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-CUENTAS.
            MOVE "BANKDET" TO WS-FTE-NOMBRE.
            MOVE "CUENTA BANCARIA DE DEPOSITO" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT BANK-DETAILS.
            IF NOT WS-BNK-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ BANK-DETAILS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE BK-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE SPACES TO WS-LINEA
                                STRING "   " BK-EMPLOYEE-ID
                                    " BANCO " BK-BANK
                                    " CUENTA " BK-ACCOUNT
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BANK-DETAILS
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-PERSMAST.
            MOVE "PERSMAST" TO WS-FTE-NOMBRE.
            MOVE "CANDIDATO DE INGRESO" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT PERSONAL-MASTER.
            IF NOT WS-PM-OK
                PERFORM NO-DISPONIBLE
            ELSE
                PERFORM VARYING WS-ID-I FROM 1 BY 1
                        UNTIL WS-ID-I > WS-ID-COUNT
                    MOVE WS-ID-NUM (WS-ID-I) TO PM-ID
                    READ PERSONAL-MASTER
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            PERFORM CUENTA-REGISTRO
                            MOVE SPACES TO WS-LINEA
                            STRING "   " PM-ID " " PM-APELLIDOS " "
                                PM-NOMBRE " EDAD " PM-EDAD
                                " NACIMIENTO " PM-FECHA-NAC
                                DELIMITED BY SIZE INTO WS-LINEA
                            PERFORM ESCRIBE-DETALLE
                    END-READ
                END-PERFORM
                CLOSE PERSONAL-MASTER
                PERFORM CIERRA-SECCION
            END-IF.

       EXTRAE-SOLICITANTES.
            MOVE "APPLICNT" TO WS-FTE-NOMBRE.
            MOVE "SOLICITUD DE BENEFICIOS" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT APPLICANTS-FILE.
            IF NOT WS-APP-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ APPLICANTS-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE APP-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE SPACES TO WS-LINEA
                                STRING "   " APP-ID " " APP-NOMBRE
                                    " EDAD " APP-EDAD
                                    " SALARIO " APP-SALARIO
                                    " DEPTO " APP-DEPTO
                                    " NAC " APP-FECHA-NAC
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE APPLICANTS-FILE
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-HISTORICO-RECIBOS.
            MOVE "PAYHIST" TO WS-FTE-NOMBRE.
            MOVE "HISTORICO DE RECIBOS DE SALARIO"
                TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT PAYSLIP-HISTORY.
            IF NOT WS-PAYH-OK
                PERFORM NO-DISPONIBLE
            ELSE
                PERFORM VARYING WS-ID-I FROM 1 BY 1
                        UNTIL WS-ID-I > WS-ID-COUNT
                    PERFORM RECORRE-HISTORICO-RECIBOS
                END-PERFORM
                CLOSE PAYSLIP-HISTORY
                PERFORM CIERRA-SECCION
            END-IF.

       RECORRE-HISTORICO-RECIBOS.
      *    START al primer recibo del numero y lectura secuencial
      *    mientras la clave siga siendo suya, como CONSULTA-RECIBOS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-ID-NUM (WS-ID-I) TO PH-EMPLOYEE-ID.
            MOVE 0 TO PH-PERIODO.
            MOVE LOW-VALUES TO PH-TIPO.
            START PAYSLIP-HISTORY KEY IS NOT LESS THAN PH-CLAVE
                INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
                READ PAYSLIP-HISTORY NEXT
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF PH-EMPLOYEE-ID NOT = WS-ID-NUM (WS-ID-I)
                            SET WS-EOF TO TRUE
                        ELSE
                            PERFORM MUESTRA-HISTORICO-RECIBO
                        END-IF
                END-READ
            END-PERFORM.
            MOVE "N" TO WS-EOF-SWITCH.

       MUESTRA-HISTORICO-RECIBO.
            PERFORM CUENTA-REGISTRO.
            MOVE SPACES TO WS-LINEA.
            STRING "   " PH-EMPLOYEE-ID " PERIODO " PH-PERIODO
                " TIPO " PH-TIPO " CORRIDA " PH-FECHA
                " DEPTO " PH-DEPT-CODE
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            MOVE SPACES TO WS-LINEA.
            STRING "   " PH-APELLIDOS " " PH-NOMBRE
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            MOVE PH-GROSS TO WS-ED-IMPORTE.
            MOVE PH-DED-TOTAL TO WS-ED-IMPORTE2.
            MOVE PH-NET TO WS-ED-IMPORTE3.
            MOVE SPACES TO WS-LINEA.
            STRING "   BRUTO " WS-ED-IMPORTE " DEDUCCIONES "
                WS-ED-IMPORTE2 " NETO " WS-ED-IMPORTE3
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.

       EXTRAE-RECIBOS.
            MOVE "PAYSLIPS" TO WS-FTE-NOMBRE.
            MOVE "RECIBOS DE LA ULTIMA NOMINA" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT PAYSLIP-FILE.
            IF NOT WS-PSL-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ PAYSLIP-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE PS-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM MUESTRA-RECIBO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYSLIP-FILE
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       MUESTRA-RECIBO.
            PERFORM CUENTA-REGISTRO.
            MOVE SPACES TO WS-LINEA.
            STRING "   " PS-EMPLOYEE-ID " " PS-APELLIDOS " "
                PS-NOMBRE
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            MOVE PS-GROSS TO WS-ED-IMPORTE.
            MOVE PS-TAX TO WS-ED-IMPORTE2.
            MOVE PS-SS TO WS-ED-IMPORTE3.
            MOVE SPACES TO WS-LINEA.
            STRING "   BRUTO " WS-ED-IMPORTE " IMPUESTO "
                WS-ED-IMPORTE2 " SEG.SOC " WS-ED-IMPORTE3
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                    UNTIL WS-DED-IDX > PS-DED-COUNT
                    OR WS-DED-IDX > 5
                MOVE PS-DED-AMOUNT (WS-DED-IDX) TO WS-ED-IMPORTE
                MOVE SPACES TO WS-LINEA
                STRING "   DEDUCCION " PS-DED-CODE (WS-DED-IDX)
                    " " WS-ED-IMPORTE
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM ESCRIBE-DETALLE
            END-PERFORM.
            MOVE PS-DED-TOTAL TO WS-ED-IMPORTE.
            MOVE PS-NET TO WS-ED-IMPORTE2.
            MOVE PS-RETRO TO WS-ED-IMPORTE3.
            MOVE SPACES TO WS-LINEA.
            STRING "   DEDUCCIONES " WS-ED-IMPORTE " NETO "
                WS-ED-IMPORTE2 " RETRO " WS-ED-IMPORTE3
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.

       EXTRAE-ACUMULADOS.
            MOVE "PAYYTD" TO WS-FTE-NOMBRE.
            MOVE "ACUMULADOS ANUALES DE NOMINA" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT YTD-EARNINGS.
            IF NOT WS-YTD-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ YTD-EARNINGS
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE PYT-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM MUESTRA-ACUMULADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE YTD-EARNINGS
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       MUESTRA-ACUMULADO.
            PERFORM CUENTA-REGISTRO.
            MOVE SPACES TO WS-LINEA.
            STRING "   " PYT-EMPLOYEE-ID " ANO " PYT-ANO " "
                PYT-APELLIDOS " " PYT-NOMBRE
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            MOVE PYT-GROSS TO WS-ED-IMPORTE.
            MOVE PYT-TAX TO WS-ED-IMPORTE2.
            MOVE PYT-SS TO WS-ED-IMPORTE3.
            MOVE SPACES TO WS-LINEA.
            STRING "   BRUTO " WS-ED-IMPORTE " IMPUESTO "
                WS-ED-IMPORTE2 " SEG.SOC " WS-ED-IMPORTE3
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            MOVE PYT-DED TO WS-ED-IMPORTE.
            MOVE PYT-NET TO WS-ED-IMPORTE2.
            MOVE SPACES TO WS-LINEA.
            STRING "   DEDUCCIONES " WS-ED-IMPORTE " NETO "
                WS-ED-IMPORTE2
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.

       EXTRAE-DEDUCCIONES.
            MOVE "DEDMAST" TO WS-FTE-NOMBRE.
            MOVE "DEDUCCIONES PERMANENTES" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT DEDUCTION-MASTER.
            IF NOT WS-DED-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ DEDUCTION-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE DED-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE DED-VALUE TO WS-ED-DED-VALOR
                                MOVE SPACES TO WS-LINEA
                                STRING "   " DED-EMPLOYEE-ID
                                    " CODIGO " DED-CODE
                                    " TIPO " DED-TYPE
                                    " VALOR " WS-ED-DED-VALOR
                                    " DESDE " DED-FECHA-INICIO
                                    " HASTA " DED-FECHA-FIN
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEDUCTION-MASTER
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-PRESTAMOS.
            MOVE "LOANMAST" TO WS-FTE-NOMBRE.
            MOVE "PRESTAMOS AL EMPLEADO" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT LOAN-MASTER.
            IF NOT WS-LN-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ LOAN-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE LN-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM MUESTRA-PRESTAMO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-MASTER
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       MUESTRA-PRESTAMO.
            PERFORM CUENTA-REGISTRO.
            MOVE LN-PRINCIPAL TO WS-ED-IMPORTE.
            MOVE LN-RATE TO WS-ED-TASA.
            MOVE SPACES TO WS-LINEA.
            STRING "   " LN-EMPLOYEE-ID " OTORGADO " LN-FECHA-OTORGA
                " CAPITAL " WS-ED-IMPORTE " TASA " WS-ED-TASA
                " PLAZO " LN-TERM " ESTADO " LN-ESTADO
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
            MOVE LN-CUOTA TO WS-ED-IMPORTE.
            MOVE LN-BALANCE TO WS-ED-IMPORTE2.
            MOVE SPACES TO WS-LINEA.
            STRING "   CUOTA " WS-ED-IMPORTE " SALDO " WS-ED-IMPORTE2
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.

       EXTRAE-INSCRIPCION.
            MOVE "BENENROL" TO WS-FTE-NOMBRE.
            MOVE "INSCRIPCION EN BENEFICIOS" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT ENROLLMENT-FILE.
            IF NOT WS-ENR-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ ENROLLMENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE BE-APP-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE SPACES TO WS-LINEA
                                STRING "   " BE-APP-ID " " BE-NOMBRE
                                    " DEPTO " BE-DEPTO
                                    " ALTA " BE-FECHA-ALTA
                                    " EST " BE-STATUS
                                    " PLAN " BE-PLAN "/" BE-NIVEL
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENROLLMENT-FILE
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-DEPENDIENTES.
            MOVE "DEPENDTS" TO WS-FTE-NOMBRE.
            MOVE "DEPENDIENTES DEL INSCRIPTO" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT DEPENDENT-FILE.
            IF NOT WS-DEP-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ DEPENDENT-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE DP-APP-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE SPACES TO WS-LINEA
                                STRING "   " DP-APP-ID " " DP-NOMBRE
                                    " NACIMIENTO " DP-FECHA-NAC
                                    " PARENTESCO " DP-PARENTESCO
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPENDENT-FILE
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-CREDENCIALES.
      *    El PIN y su historia no salen nunca, ni en hash: son
      *    credenciales, no datos del titular.
            MOVE "PINMAST" TO WS-FTE-NOMBRE.
            MOVE "CREDENCIALES (VIA BADGEMP)" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT PIN-MASTER.
            IF NOT WS-PIN-OK
                PERFORM NO-DISPONIBLE
            ELSE
                PERFORM VARYING WS-BG-I FROM 1 BY 1
                        UNTIL WS-BG-I > WS-BG-COUNT
                    MOVE WS-BG-ID (WS-BG-I) TO PIN-BADGE-ID
                    READ PIN-MASTER
                        INVALID KEY
                            MOVE SPACES TO WS-LINEA
                            STRING "   CREDENCIAL " WS-BG-ID (WS-BG-I)
                                " VINCULADA, SIN REGISTRO DE PIN"
                                DELIMITED BY SIZE INTO WS-LINEA
                        NOT INVALID KEY
                            MOVE SPACES TO WS-LINEA
                            STRING "   CREDENCIAL " PIN-BADGE-ID
                                " VENCE " PIN-EXPIRY-DATE
                                " PIN NO SE MUESTRA"
                                DELIMITED BY SIZE INTO WS-LINEA
                    END-READ
                    PERFORM CUENTA-REGISTRO
                    PERFORM ESCRIBE-DETALLE
                END-PERFORM
                CLOSE PIN-MASTER
                PERFORM CIERRA-SECCION
            END-IF.

       EXTRAE-ASISTENCIA-PROCESADA.
      *    CALCULA-NOMINA vacia ATTEND.DAT en cada corrida y pasa lo
      *    consumido a ATTPROC.DAT: ahi esta casi toda la historia.
            MOVE "ATTPROC" TO WS-FTE-NOMBRE.
            MOVE "ASISTENCIA YA PROCESADA POR LA NOMINA"
                TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT ATTENDANCE-PROCESSED.
            IF NOT WS-ASP-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ ATTENDANCE-PROCESSED
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE AP-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE AP-HORAS TO WS-ED-HORAS
                                MOVE AP-EXTRA TO WS-ED-EXTRA
                                MOVE SPACES TO WS-LINEA
                                STRING "   " AP-EMPLOYEE-ID
                                    " " AP-FECHA " TIPO " AP-TIPO
                                    " HORAS " WS-ED-HORAS
                                    " EXTRA " WS-ED-EXTRA
                                    " DIA " AP-TIPO-DIA
                                    " TURNO " AP-TURNO
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATTENDANCE-PROCESSED
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-ASISTENCIA.
            MOVE "ATTEND" TO WS-FTE-NOMBRE.
            MOVE "ASISTENCIA PENDIENTE DE NOMINA" TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT ATTENDANCE-FILE.
            IF NOT WS-ATT-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ ATTENDANCE-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE AT-EMPLOYEE-ID TO WS-CMP-ID
                            PERFORM BUSCA-NUMERO
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE AT-HORAS TO WS-ED-HORAS
                                MOVE AT-EXTRA TO WS-ED-EXTRA
                                MOVE SPACES TO WS-LINEA
                                STRING "   " AT-EMPLOYEE-ID
                                    " " AT-FECHA " TIPO " AT-TIPO
                                    " HORAS " WS-ED-HORAS
                                    " EXTRA " WS-ED-EXTRA
                                    " DIA " AT-TIPO-DIA
                                    " TURNO " AT-TURNO
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATTENDANCE-FILE
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-ACCESOS.
            MOVE "ACCSAUDT" TO WS-FTE-NOMBRE.
            MOVE "PASOS POR LOS LECTORES DE ACCESO"
                TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT AUDIT-TRAIL.
            IF NOT WS-AUD-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ AUDIT-TRAIL INTO WS-AUDIT-PARSED
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE WS-AUP-BADGE TO WS-CMP-BADGE
                            PERFORM BUSCA-CREDENCIAL
                            IF WS-HALLADO
                                PERFORM CUENTA-REGISTRO
                                MOVE SPACES TO WS-LINEA
                                STRING "   " AUDIT-LINE (1:77)
                                    DELIMITED BY SIZE INTO WS-LINEA
                                PERFORM ESCRIBE-DETALLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-TRAIL
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EXTRAE-HISTORIAL.
            MOVE "CHGHIST" TO WS-FTE-NOMBRE.
            MOVE "HISTORIAL DE CAMBIOS DE LOS MASTERS"
                TO WS-FTE-DESCRIPCION.
            PERFORM ABRE-SECCION.
            OPEN INPUT CHANGE-HISTORY.
            IF NOT WS-CHGH-OK
                PERFORM NO-DISPONIBLE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ CHANGE-HISTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM EVALUA-CAMBIO
                    END-READ
                END-PERFORM
                CLOSE CHANGE-HISTORY
                PERFORM CIERRA-SECCION
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       EVALUA-CAMBIO.
      *    PINMAST va por credencial; los demas masters por numero.
            MOVE "N" TO WS-HALLADO-SWITCH.
            IF CH-MASTER = "PINMAST"
                MOVE CH-CLAVE TO WS-CMP-BADGE
                PERFORM BUSCA-CREDENCIAL
            ELSE
                IF CH-CLAVE (1:6) IS NUMERIC
                        AND CH-CLAVE (7:2) = SPACES
                    MOVE CH-CLAVE (1:6) TO WS-CMP-ID
                    PERFORM BUSCA-NUMERO
                END-IF
            END-IF.
            IF WS-HALLADO
                PERFORM MUESTRA-CAMBIO
            END-IF.

       MUESTRA-CAMBIO.
            PERFORM CUENTA-REGISTRO.
            MOVE SPACES TO WS-LINEA.
            STRING "   " CH-FECHA " " CH-HORA (1:6) " " CH-MASTER
                " " CH-CLAVE " ACCION " CH-ACCION " " CH-PROGRAMA
                " OP " CH-OPERADOR
                DELIMITED BY SIZE INTO WS-LINEA.
            PERFORM ESCRIBE-DETALLE.
      *    El PIN viaja en la imagen de PINMAST: no se reproduce.
      *    Las imagenes de 80 bytes siguen en una segunda linea.
            IF CH-MASTER NOT = "PINMAST"
                IF CH-ANTES NOT = SPACES
                    MOVE SPACES TO WS-LINEA
                    STRING "     ANTES:   " CH-ANTES (1:66)
                        DELIMITED BY SIZE INTO WS-LINEA
                    PERFORM ESCRIBE-DETALLE
                    IF CH-ANTES (67:14) NOT = SPACES
                        MOVE SPACES TO WS-LINEA
                        MOVE CH-ANTES (67:14) TO WS-LINEA (15:14)
                        PERFORM ESCRIBE-DETALLE
                    END-IF
                END-IF
                IF CH-DESPUES NOT = SPACES
                    MOVE SPACES TO WS-LINEA
                    STRING "     DESPUES: " CH-DESPUES (1:66)
                        DELIMITED BY SIZE INTO WS-LINEA
                    PERFORM ESCRIBE-DETALLE
                    IF CH-DESPUES (67:14) NOT = SPACES
                        MOVE SPACES TO WS-LINEA
                        MOVE CH-DESPUES (67:14) TO WS-LINEA (15:14)
                        PERFORM ESCRIBE-DETALLE
                    END-IF
                END-IF
            END-IF.

       REGISTRA-PEDIDO.
      *    EXTEND con respaldo a OUTPUT, como el OPSLOG.
            OPEN EXTEND REQUEST-REGISTER.
            IF NOT WS-SOL-OK
                OPEN OUTPUT REQUEST-REGISTER
                IF NOT WS-SOL-OK
                    MOVE WS-SOL-STATUS TO WS-ABEND-STATUS
                    MOVE "REGISTRA-PEDIDO OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-HORA-ACTUAL.
            MOVE SPACES TO REQUEST-RECORD.
            MOVE WS-OPSLOG-DATE TO SR-FECHA.
            MOVE WS-HA-HHMMSS TO SR-HORA.
            MOVE WS-OPERADOR TO SR-OPERADOR.
            MOVE WS-MODO TO SR-MODO.
            MOVE WS-CRITERIO TO SR-CRITERIO.
            MOVE WS-ID-COUNT TO SR-NUMEROS.
            MOVE WS-TOTAL-REGISTROS TO SR-REGISTROS.
            WRITE REQUEST-RECORD.
            IF NOT WS-SOL-OK
                MOVE WS-SOL-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRA-PEDIDO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE REQUEST-REGISTER.

       LEE-NIVEL-SESION.
      *    Sin sesion firmada el nivel queda en cero y el extracto
      *    se rechaza.
            OPEN INPUT OPERATOR-SESSION.
            IF WS-OPS-OK
                READ OPERATOR-SESSION
                    AT END CONTINUE
                    NOT AT END
                        IF OS-LEVEL IS NUMERIC
                            MOVE OS-LEVEL TO WS-NIVEL
                        END-IF
                        IF OS-OPERATOR-ID NOT = SPACES
                            MOVE OS-OPERATOR-ID TO WS-OPERADOR
                        END-IF
                END-READ
                CLOSE OPERATOR-SESSION
            END-IF.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "EXTRAE-TITULAR WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    MENU-DRIVER puede CALLar este programa varias veces en la
      *    misma corrida: lo que solo trae valor por VALUE clause se
      *    repone aqui.
            MOVE 0 TO WS-ID-COUNT WS-BG-COUNT WS-TOTAL-REGISTROS.
            MOVE 0 TO WS-NIVEL.
            MOVE 3 TO WS-NIVEL-EXTRACTO.
            MOVE SPACES TO WS-OPERADOR WS-CRITERIO.
            MOVE SPACES TO WS-BUSCA-APELLIDOS.
            MOVE 0 TO WS-BUSCA-ID WS-BUSCA-FECHA-NAC.
            MOVE "N" TO WS-EOF-SWITCH.

       COPY "OPSLOGWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM EXTRAE-TITULAR.
