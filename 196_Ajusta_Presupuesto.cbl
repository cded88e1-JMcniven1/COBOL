      ******************************************************************
      * Author:
      * Date:
      * Purpose: Budget preparation desk over the versions
      *          PREPARA-PRESUPUESTO seeds on BUDGPREP.DAT. A
      *          department head keys adjustments as a new version:
      *          the chosen version (by default the latest) is
      *          copied whole as the next version number, in state
      *          borrador, and each account keyed gets its new
      *          annual amount and the reason (an account not yet on
      *          the version is added as a payroll or non-payroll
      *          line); nothing is kept unless confirmed. Finance
      *          approves one version per department and year: the
      *          approver must be of level 3 on OPERMAST.DAT and not
      *          the operator who keyed that version, the version
      *          becomes the approved one (a version approved before
      *          it is kept as reemplazada) and its annual total is
      *          spread over the twelve months of the year into the
      *          budget master (BUDGMAST.DAT, one twelfth a month
      *          and the rounding left in December), replacing those
      *          months of the department; each month changed goes
      *          to PARMAUDT.TXT with before and after values and the
      *          operator id, in the MANTIENE-PRESUPUESTO mold.
      *          Lists a department's versions and the lines of any
      *          of them, and writes the comparison of the original
      *          against the approved version per department and
      *          account (PPTOCOMP.TXT). Restricted to operators of
      *          level 2 or higher; every version created or
      *          approved goes to the shared OPSLOG with the
      *          operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTA-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT BUDGET-NEW ASSIGN TO "BUDGMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDN-STATUS.
           SELECT PARM-AUDIT ASSIGN TO "PARMAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO "PPTOCOMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "PRSVSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-MASTER.
       01  BUDGET-MASTER-RECORD.
           05  BM-DEPT-CODE         PIC X(4).
           05  BM-ANOMES            PIC 9(6).
           05  BM-IMPORTE           PIC 9(9)V99.

       FD  BUDGET-NEW.
       01  BUDGET-NEW-LINE          PIC X(21).

       FD  PARM-AUDIT.
       01  PARM-AUDIT-LINE          PIC X(100).

       FD  COMPARE-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "PRSVFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "OPERFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUD-STATUS            PIC XX.
           88  WS-BUD-OK            VALUE "00".
       01  WS-BDN-STATUS            PIC XX.
           88  WS-BDN-OK            VALUE "00".
       01  WS-AUD-STATUS            PIC XX.
           88  WS-AUD-OK            VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL-OPERADOR        PIC 9 VALUE 0.
       01  WS-NIVEL-AJUSTE          PIC 9 VALUE 2.
       01  WS-NIVEL-APROBACION      PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".

       01  WS-ANO-DEFECTO           PIC 9(4).
       01  WS-CAP-ANO               PIC X(4).
       01  WS-CAP-ANO-N REDEFINES WS-CAP-ANO
                                    PIC 9(4).
       01  WS-CAP-DEPT              PIC X(4).
       01  WS-CAP-VERSION           PIC X(2).
       01  WS-CAP-VERSION-N REDEFINES WS-CAP-VERSION
                                    PIC 9(2).
       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-TIPO              PIC X.
       01  WS-CAP-IMPORTE           PIC 9(9)V99.
       01  WS-CAP-NOTA              PIC X(20).
       01  WS-CAP-CONFIRMA          PIC X.

      *    Version sobre la que se trabaja y la nueva.
       01  WS-VERSION               PIC 9(2).
       01  WS-VERSION-NUEVA         PIC 9(2).
       01  WS-VER-I                 PIC 9(3).
       01  WS-CUENTA-ANTES          PIC 9(4).
       01  WS-PRIMERA-NUEVA         PIC 9(4).
       01  WS-LINEA-IX              PIC 9(4).
       01  WS-TOTAL-BASE            PIC 9(11)V99.
       01  WS-TOTAL-NUEVO           PIC 9(11)V99.
       01  WS-ESTADO-TEXTO          PIC X(12).
       01  WS-IMPORTE-EDIT          PIC Z(8)9.99.
       01  WS-TOTAL-EDIT            PIC Z(10)9.99.
       01  WS-BASE-EDIT             PIC Z(8)9.99.

      *    Reparto mensual de la version aprobada.
       01  WS-MENSUAL               PIC 9(9)V99.
       01  WS-DICIEMBRE             PIC 9(9)V99.
       01  WS-MES                   PIC 9(2).
       01  WS-CAP-ANOMES            PIC 9(6).
       01  WS-CAP-MES-IMPORTE       PIC 9(9)V99.

      *    Master de presupuesto mensual (mismo layout que
      *    MANTIENE-PRESUPUESTO).
       01  WS-BGT-MAX               PIC 9(4) VALUE 2000.
       01  WS-BGT-COUNT             PIC 9(4) VALUE 0.
       01  WS-BGT-I                 PIC 9(4).
       01  WS-BGT-TABLE.
           05  WS-BGT-ENTRY OCCURS 2000 TIMES.
               10  WS-BGT-DEPT      PIC X(4).
               10  WS-BGT-ANOMES    PIC 9(6).
               10  WS-BGT-IMPORTE   PIC 9(9)V99.
       01  WS-HALLADA-SWITCH        PIC X.
           88  WS-HALLADA           VALUE "Y".
       01  WS-ANTES                 PIC X(21).
       01  WS-DESPUES               PIC X(21).

       01  WS-AUDIT-DETAIL.
           05  WS-AUDP-FECHA        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AUDP-FILE         PIC X(12)
                   VALUE "BUDGMAST    ".
           05  FILLER               PIC X(10) VALUE " OPERADOR ".
           05  WS-AUDP-OPERADOR     PIC X(8).
           05  FILLER               PIC X(8) VALUE " ANTES [".
           05  WS-AUDP-ANTES        PIC X(21).
           05  FILLER               PIC X(10) VALUE "] DESPUES[".
           05  WS-AUDP-DESPUES      PIC X(21).
           05  FILLER               PIC X VALUE "]".

      *    Comparacion original contra aprobada.
       01  WS-CD-MAX                PIC 9(3) VALUE 100.
       01  WS-CD-COUNT              PIC 9(3) VALUE 0.
       01  WS-CD-I                  PIC 9(3).
       01  WS-CD-TABLE.
           05  WS-CD-DEPT OCCURS 100 TIMES PIC X(4).
       01  WS-CD-BUSCA              PIC X(4).
       01  WS-CD-POS                PIC 9(3).
       01  WS-CD-J                  PIC 9(3).
       01  WS-CM-MAX                PIC 9(3) VALUE 200.
       01  WS-CM-COUNT              PIC 9(3) VALUE 0.
       01  WS-CM-I                  PIC 9(3).
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 200 TIMES.
               10  WS-CM-TIPO       PIC X.
               10  WS-CM-CUENTA     PIC X(8).
               10  WS-CM-ORIGINAL   PIC 9(9)V99.
               10  WS-CM-APROBADO   PIC 9(9)V99.
       01  WS-CM-COLUMNA            PIC X.
       01  WS-DIFERENCIA            PIC S9(11)V99.
       01  WS-DIFERENCIA-PCT        PIC S9(5)V9.
       01  WS-DIF-ORIGINAL          PIC 9(11)V99.
       01  WS-DIF-SWITCH            PIC X.
           88  WS-DIF-VALIDA        VALUE "Y".
       01  WS-DEP-ORIGINAL          PIC 9(11)V99.
       01  WS-DEP-APROBADO          PIC 9(11)V99.
       01  WS-GEN-ORIGINAL          PIC 9(11)V99.
       01  WS-GEN-APROBADO          PIC 9(11)V99.
       01  WS-SIN-APROBAR           PIC 9(3).

       01  WS-CMP-TITULO-LINE.
           05  FILLER               PIC X(43)
                   VALUE "PRESUPUESTO ORIGINAL CONTRA APROBADO - ANO ".
           05  WS-CMT-ANO           PIC 9(4).
       01  WS-CMP-CABECERA-LINE.
           05  FILLER               PIC X(29)
                   VALUE "DEPTO T CUENTA".
           05  FILLER               PIC X(15)
                   VALUE "      ORIGINAL ".
           05  FILLER               PIC X(15)
                   VALUE "      APROBADO ".
           05  FILLER               PIC X(15)
                   VALUE "    DIFERENCIA ".
           05  FILLER               PIC X(7) VALUE "      %".
       01  WS-CMP-DETALLE-LINE.
           05  WS-CMD-DEPT          PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CMD-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CMD-CUENTA        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CMD-ORIGINAL      PIC Z(10)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CMD-APROBADO      PIC Z(10)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CMD-DIFERENCIA    PIC -(10)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CMD-PCT           PIC -(4)9.9.
       01  WS-CMP-VERSION-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-CMV-TEXTO         PIC X(60).
       01  WS-CMP-APROBADA-TXT.
           05  FILLER               PIC X(17)
                   VALUE "VERSION APROBADA ".
           05  WS-CMA-VERSION       PIC 9(2).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-CMA-APROBADOR     PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CMA-FECHA         PIC 9(8).
       01  WS-CMP-SECCION-LINE      PIC X(100).
       01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

       01  WS-EVENTO-PPTO.
           05  FILLER               PIC X(5) VALUE "PPTO ".
           05  WS-EVP-DEPT          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EVP-ANO           PIC 9(4).
           05  FILLER               PIC X(2) VALUE " V".
           05  WS-EVP-VERSION       PIC 9(2).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-EVP-ACCION        PIC X(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-EVP-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PRSVWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "AJUSTA-PRESUPUESTO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM VALIDA-OPERADOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-AJUSTE
                    " PARA LA PREPARACION DE PRESUPUESTO - SESION "
                    "TERMINADA"
            ELSE
                PERFORM CARGA-PERFIL-SITIO
                PERFORM CARGA-DEPTMAST
                PERFORM CARGA-VERSIONES-PPTO
                COMPUTE WS-ANO-DEFECTO = WS-OPSLOG-DATE / 10000 + 1
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "1. LISTAR VERSIONES DE UN DEPARTAMENTO"
                    DISPLAY "2. VER LINEAS DE UNA VERSION"
                    DISPLAY "3. NUEVA VERSION CON AJUSTES"
                    DISPLAY "4. APROBAR VERSION (FINANZAS)"
                    DISPLAY "5. REPORTE ORIGINAL CONTRA APROBADO"
                    DISPLAY "6. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM LISTA-VERSIONES
                        WHEN 2
                            PERFORM MUESTRA-VERSION
                        WHEN 3
                            PERFORM CREA-VERSION
                        WHEN 4
                            PERFORM APRUEBA-VERSION
                        WHEN 5
                            PERFORM COMPARA-VERSIONES
                        WHEN 6
                            SET WS-SALIR TO TRUE
                        WHEN OTHER
                            DISPLAY "OPCION INVALIDA"
                    END-EVALUATE
                END-PERFORM
            END-IF.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VALIDA-OPERADOR.
      *    Misma politica que el menu: un fallo cuenta para el
      *    bloqueo del operador. El nivel queda guardado: la
      *    aprobacion pide uno mayor.
            PERFORM CARGA-OPERADORES.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - LA PREPARACION DE "
                    "PRESUPUESTO REQUIERE EL MASTER DE OPERADORES"
            ELSE
                DISPLAY "IDENTIFICACION DE OPERADOR: "
                    WITH NO ADVANCING
                ACCEPT WS-OPERADOR
                DISPLAY "CLAVE: " WITH NO ADVANCING
                ACCEPT WS-CLAVE
                MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID
                PERFORM BUSCA-OPERADOR
                IF WS-OPM-IX = 0
                    MOVE SPACES TO WS-OPCL-REGISTRO
                    MOVE WS-OPERADOR TO WS-OPCL-ID
                    SET WS-OPCL-DESCONOCIDA TO TRUE
                    PERFORM REGISTRA-USO-OPERADOR
                ELSE
                    MOVE WS-OPM-ENTRY (WS-OPM-IX) TO WS-OPCL-REGISTRO
                    MOVE WS-CLAVE TO WS-OPCL-CLAVE
                    PERFORM COTEJA-CLAVE-OPERADOR
                    IF WS-OPCL-VALIDA
                            AND WS-OPCL-NIVEL >= WS-NIVEL-AJUSTE
                        SET WS-AUTORIZADO TO TRUE
                        MOVE WS-OPCL-NIVEL TO WS-NIVEL-OPERADOR
                    END-IF
                    IF WS-OPCL-ERRONEA
                        PERFORM GRABA-FALLO-OPERADOR
                    END-IF
                END-IF
            END-IF.

       PIDE-DEPTO-ANO.
      *    Ano (blanco = el proximo) y departamento con presupuesto
      *    en preparacion; deja la ultima version y la aprobada.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "ANO DEL PRESUPUESTO (AAAA, BLANCO = "
                WS-ANO-DEFECTO "): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-ANO.
            ACCEPT WS-CAP-ANO.
            IF WS-CAP-ANO = SPACES
                MOVE WS-ANO-DEFECTO TO WS-CAP-ANO-N
            END-IF.
            DISPLAY "DEPARTAMENTO (4): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-DEPT.
            ACCEPT WS-CAP-DEPT.
            IF WS-CAP-ANO-N IS NOT NUMERIC
                DISPLAY "ANO INVALIDO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-CAP-DEPT TO WS-DEPTM-LOOKUP-CODE
                PERFORM BUSCA-DEPTMAST
                IF NOT WS-DEPTM-VALID
                    DISPLAY "DEPARTAMENTO INVALIDO: " WS-DEPTM-NAME
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    PERFORM PIDE-DEPTO-ANO-2
                END-IF
            END-IF.

       PIDE-DEPTO-ANO-2.
            MOVE WS-CAP-ANO-N TO WS-PRV-LOOKUP-ANO.
            MOVE WS-CAP-DEPT TO WS-PRV-LOOKUP-DEPT.
            PERFORM ULTIMA-VERSION-PPTO.
            IF NOT WS-PRV-HAY-VERSION
                DISPLAY "SIN PRESUPUESTO EN PREPARACION PARA "
                    WS-CAP-DEPT " " WS-CAP-ANO
                    " - CORRER PREPARA-PRESUPUESTO"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       PIDE-VERSION.
      *    Version del departamento y ano ya pedidos (blanco = la
      *    ultima); deja su resumen en los campos WS-PRV.
            DISPLAY "VERSION (99, BLANCO = " WS-PRV-ULTIMA "): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-VERSION.
            ACCEPT WS-CAP-VERSION.
            IF WS-CAP-VERSION = SPACES
                MOVE WS-PRV-ULTIMA TO WS-CAP-VERSION-N
            END-IF.
            IF WS-CAP-VERSION-N IS NOT NUMERIC
                DISPLAY "VERSION INVALIDA"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-CAP-VERSION-N TO WS-VERSION
                MOVE WS-VERSION TO WS-PRV-LOOKUP-VERSION
                PERFORM RESUME-VERSION-PPTO
                IF WS-PRV-LINEAS = 0
                    DISPLAY "NO EXISTE LA VERSION " WS-VERSION
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       TEXTO-ESTADO.
            EVALUATE WS-PRV-ESTADO
                WHEN "O"
                    MOVE "ORIGINAL" TO WS-ESTADO-TEXTO
                WHEN "B"
                    MOVE "BORRADOR" TO WS-ESTADO-TEXTO
                WHEN "A"
                    MOVE "APROBADA" TO WS-ESTADO-TEXTO
                WHEN "R"
                    MOVE "REEMPLAZADA" TO WS-ESTADO-TEXTO
                WHEN OTHER
                    MOVE "DESCONOCIDO" TO WS-ESTADO-TEXTO
            END-EVALUATE.

       CONFIRMA.
            DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING.
            MOVE "N" TO WS-CAP-CONFIRMA.
            ACCEPT WS-CAP-CONFIRMA.
            IF WS-CAP-CONFIRMA NOT = "S"
                DISPLAY "SIN CAMBIOS"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       LISTA-VERSIONES.
            PERFORM PIDE-DEPTO-ANO.
            IF WS-VALIDO
                DISPLAY "VERSIONES DE " WS-CAP-DEPT " " WS-DEPTM-NAME
                    " PARA " WS-CAP-ANO
                PERFORM VARYING WS-VER-I FROM 0 BY 1
                        UNTIL WS-VER-I > WS-PRV-ULTIMA
                    MOVE WS-VER-I TO WS-PRV-LOOKUP-VERSION
                    PERFORM RESUME-VERSION-PPTO
                    IF WS-PRV-LINEAS > 0
                        PERFORM LISTA-UNA-VERSION
                    END-IF
                END-PERFORM
            END-IF.

       LISTA-UNA-VERSION.
            PERFORM TEXTO-ESTADO.
            MOVE WS-PRV-TOTAL TO WS-TOTAL-EDIT.
            IF WS-PRV-APROBADOR = SPACES
                DISPLAY "V" WS-PRV-LOOKUP-VERSION " "
                    WS-ESTADO-TEXTO " " WS-PRV-OPERADOR " "
                    WS-PRV-FECHA " TOTAL " WS-TOTAL-EDIT
            ELSE
                DISPLAY "V" WS-PRV-LOOKUP-VERSION " "
                    WS-ESTADO-TEXTO " " WS-PRV-OPERADOR " "
                    WS-PRV-FECHA " TOTAL " WS-TOTAL-EDIT
                    " APROBO " WS-PRV-APROBADOR " "
                    WS-PRV-FECHA-APROB
            END-IF.

       MUESTRA-VERSION.
            PERFORM PIDE-DEPTO-ANO.
            IF WS-VALIDO
                PERFORM PIDE-VERSION
            END-IF.
            IF WS-VALIDO
                PERFORM LISTA-UNA-VERSION
                PERFORM VARYING WS-PRV-I FROM 1 BY 1
                        UNTIL WS-PRV-I > WS-PRV-COUNT
                    IF WS-PRV-TBL-ANO (WS-PRV-I) = WS-PRV-LOOKUP-ANO
                            AND WS-PRV-TBL-DEPT (WS-PRV-I)
                            = WS-PRV-LOOKUP-DEPT
                            AND WS-PRV-TBL-VERSION (WS-PRV-I)
                            = WS-VERSION
                        PERFORM MUESTRA-LINEA
                    END-IF
                END-PERFORM
            END-IF.

       MUESTRA-LINEA.
            MOVE WS-PRV-TBL-BASE (WS-PRV-I) TO WS-BASE-EDIT.
            MOVE WS-PRV-TBL-IMPORTE (WS-PRV-I) TO WS-IMPORTE-EDIT.
            DISPLAY "  " WS-PRV-TBL-TIPO (WS-PRV-I) " "
                WS-PRV-TBL-CUENTA (WS-PRV-I) " BASE " WS-BASE-EDIT
                " IMPORTE " WS-IMPORTE-EDIT " "
                WS-PRV-TBL-NOTA (WS-PRV-I).

       CREA-VERSION.
      *    La version de partida se copia entera como la siguiente
      *    version en borrador y los ajustes se aplican sobre la
      *    copia; sin confirmar, la copia se descarta.
            PERFORM PIDE-DEPTO-ANO.
            IF WS-VALIDO
                IF WS-PRV-ULTIMA >= 99
                    DISPLAY "LIMITE DE 99 VERSIONES ALCANZADO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    COMPUTE WS-VERSION-NUEVA = WS-PRV-ULTIMA + 1
                    PERFORM PIDE-VERSION
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM CREA-VERSION-2
            END-IF.

       CREA-VERSION-2.
            MOVE WS-PRV-TOTAL TO WS-TOTAL-BASE.
            MOVE WS-PRV-COUNT TO WS-CUENTA-ANTES.
            COMPUTE WS-PRIMERA-NUEVA = WS-PRV-COUNT + 1.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-CUENTA-ANTES
                IF WS-PRV-TBL-ANO (WS-PRV-I) = WS-PRV-LOOKUP-ANO
                        AND WS-PRV-TBL-DEPT (WS-PRV-I)
                        = WS-PRV-LOOKUP-DEPT
                        AND WS-PRV-TBL-VERSION (WS-PRV-I)
                        = WS-VERSION
                    PERFORM COPIA-LINEA
                END-IF
            END-PERFORM.
            DISPLAY "VERSION " WS-VERSION-NUEVA " SOBRE LA VERSION "
                WS-VERSION " - CUENTA EN BLANCO TERMINA".
            MOVE "X" TO WS-CAP-CUENTA.
            PERFORM UNTIL WS-CAP-CUENTA = SPACES
                DISPLAY "CUENTA (8): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-CUENTA
                ACCEPT WS-CAP-CUENTA
                IF WS-CAP-CUENTA NOT = SPACES
                    PERFORM AJUSTA-LINEA
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-TOTAL-NUEVO.
            PERFORM VARYING WS-PRV-I FROM WS-PRIMERA-NUEVA BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                ADD WS-PRV-TBL-IMPORTE (WS-PRV-I) TO WS-TOTAL-NUEVO
            END-PERFORM.
            MOVE WS-TOTAL-BASE TO WS-TOTAL-EDIT.
            DISPLAY "TOTAL VERSION " WS-VERSION ": " WS-TOTAL-EDIT.
            MOVE WS-TOTAL-NUEVO TO WS-TOTAL-EDIT.
            DISPLAY "TOTAL VERSION " WS-VERSION-NUEVA ": "
                WS-TOTAL-EDIT.
            PERFORM CONFIRMA.
            IF NOT WS-VALIDO
                MOVE WS-CUENTA-ANTES TO WS-PRV-COUNT
            ELSE
                SET WS-PRV-CAMBIADO TO TRUE
                PERFORM GRABA-VERSIONES-PPTO
                MOVE WS-VERSION-NUEVA TO WS-VERSION
                MOVE "CREADA" TO WS-EVP-ACCION
                PERFORM REGISTRA-EVENTO-PPTO
                DISPLAY "VERSION " WS-VERSION-NUEVA
                    " GRABADA EN BORRADOR"
            END-IF.

       COPIA-LINEA.
            IF WS-PRV-COUNT >= WS-PRV-MAX
                DISPLAY "TABLA BUDGPREP LLENA EN " WS-PRV-MAX
                    " ENTRADAS"
                MOVE "COPIA-LINEA" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PRV-COUNT.
            MOVE WS-PRV-ENTRY (WS-PRV-I) TO WS-PRV-ENTRY (WS-PRV-COUNT).
            MOVE WS-VERSION-NUEVA
                TO WS-PRV-TBL-VERSION (WS-PRV-COUNT).
            MOVE "B" TO WS-PRV-TBL-ESTADO (WS-PRV-COUNT).
            MOVE WS-OPERADOR TO WS-PRV-TBL-OPERADOR (WS-PRV-COUNT).
            MOVE WS-OPSLOG-DATE TO WS-PRV-TBL-FECHA (WS-PRV-COUNT).
            MOVE SPACES TO WS-PRV-TBL-APROBADOR (WS-PRV-COUNT).
            MOVE 0 TO WS-PRV-TBL-FECHA-APR (WS-PRV-COUNT).

       AJUSTA-LINEA.
      *    Cuenta ya en la version: nuevo importe anual y motivo.
      *    Cuenta nueva: se agrega con base cero como nomina (N) o
      *    gasto (G).
            MOVE 0 TO WS-LINEA-IX.
            PERFORM VARYING WS-PRV-I FROM WS-PRIMERA-NUEVA BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-CUENTA (WS-PRV-I) = WS-CAP-CUENTA
                    MOVE WS-PRV-I TO WS-LINEA-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-LINEA-IX > 0
                MOVE WS-LINEA-IX TO WS-PRV-I
                PERFORM MUESTRA-LINEA
                PERFORM AJUSTA-LINEA-2
            ELSE
                DISPLAY "CUENTA NUEVA - TIPO (N NOMINA / G GASTO): "
                    WITH NO ADVANCING
                MOVE SPACE TO WS-CAP-TIPO
                ACCEPT WS-CAP-TIPO
                IF WS-CAP-TIPO NOT = "N" AND WS-CAP-TIPO NOT = "G"
                    DISPLAY "TIPO INVALIDO - LINEA NO AGREGADA"
                ELSE
                    PERFORM AGREGA-LINEA-NUEVA
                END-IF
            END-IF.

       AJUSTA-LINEA-2.
            DISPLAY "IMPORTE ANUAL (9(9).99): " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-IMPORTE.
            ACCEPT WS-CAP-IMPORTE.
            DISPLAY "MOTIVO (20): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-NOTA.
            ACCEPT WS-CAP-NOTA.
            MOVE WS-CAP-IMPORTE TO WS-PRV-TBL-IMPORTE (WS-LINEA-IX).
            MOVE WS-CAP-NOTA TO WS-PRV-TBL-NOTA (WS-LINEA-IX).

       AGREGA-LINEA-NUEVA.
            IF WS-PRV-COUNT >= WS-PRV-MAX
                DISPLAY "TABLA BUDGPREP LLENA - LINEA NO AGREGADA"
            ELSE
                ADD 1 TO WS-PRV-COUNT
                MOVE WS-PRV-COUNT TO WS-LINEA-IX
                MOVE WS-PRV-LOOKUP-ANO
                    TO WS-PRV-TBL-ANO (WS-LINEA-IX)
                MOVE WS-PRV-LOOKUP-DEPT
                    TO WS-PRV-TBL-DEPT (WS-LINEA-IX)
                MOVE WS-VERSION-NUEVA
                    TO WS-PRV-TBL-VERSION (WS-LINEA-IX)
                MOVE "B" TO WS-PRV-TBL-ESTADO (WS-LINEA-IX)
                MOVE WS-CAP-TIPO TO WS-PRV-TBL-TIPO (WS-LINEA-IX)
                MOVE WS-CAP-CUENTA TO WS-PRV-TBL-CUENTA (WS-LINEA-IX)
                MOVE 0 TO WS-PRV-TBL-BASE (WS-LINEA-IX)
                MOVE WS-OPERADOR TO WS-PRV-TBL-OPERADOR (WS-LINEA-IX)
                MOVE WS-OPSLOG-DATE TO WS-PRV-TBL-FECHA (WS-LINEA-IX)
                MOVE SPACES TO WS-PRV-TBL-APROBADOR (WS-LINEA-IX)
                MOVE 0 TO WS-PRV-TBL-FECHA-APR (WS-LINEA-IX)
                PERFORM AJUSTA-LINEA-2
            END-IF.

       APRUEBA-VERSION.
      *    Finanzas aprueba; quien tecleo la version no la aprueba.
            IF WS-NIVEL-OPERADOR < WS-NIVEL-APROBACION
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-APROBACION
                    " (FINANZAS) PARA APROBAR"
            ELSE
                PERFORM PIDE-DEPTO-ANO
                IF WS-VALIDO
                    PERFORM PIDE-VERSION
                END-IF
                IF WS-VALIDO
                    PERFORM APRUEBA-VERSION-2
                END-IF
            END-IF.

       APRUEBA-VERSION-2.
            PERFORM TEXTO-ESTADO.
            EVALUATE TRUE
                WHEN WS-PRV-ESTADO = "A"
                    DISPLAY "LA VERSION " WS-VERSION " YA ESTA "
                        "APROBADA"
                WHEN WS-PRV-ESTADO = "R"
                    DISPLAY "VERSION REEMPLAZADA - CREAR UNA NUEVA "
                        "VERSION SOBRE ELLA PARA VOLVER A APROBARLA"
                WHEN WS-PRV-OPERADOR = WS-OPERADOR
                    DISPLAY "LA VERSION " WS-VERSION " LA TECLEO "
                        WS-OPERADOR " - DEBE APROBARLA OTRO OPERADOR"
                WHEN OTHER
                    PERFORM APRUEBA-VERSION-3
            END-EVALUATE.

       APRUEBA-VERSION-3.
      *    Un doceavo por mes truncado al centimo; diciembre lleva
      *    el residuo para que los doce meses sumen el total anual.
            COMPUTE WS-MENSUAL = WS-PRV-TOTAL / 12.
            COMPUTE WS-DICIEMBRE = WS-PRV-TOTAL - WS-MENSUAL * 11.
            PERFORM LISTA-UNA-VERSION.
            MOVE WS-MENSUAL TO WS-IMPORTE-EDIT.
            DISPLAY "REPARTO EN BUDGMAST: ENERO A NOVIEMBRE "
                WS-IMPORTE-EDIT WITH NO ADVANCING.
            MOVE WS-DICIEMBRE TO WS-IMPORTE-EDIT.
            DISPLAY " DICIEMBRE " WS-IMPORTE-EDIT.
            IF WS-PRV-HAY-APROBADA
                DISPLAY "REEMPLAZA A LA VERSION APROBADA "
                    WS-PRV-APROBADA
            END-IF.
            PERFORM CONFIRMA.
            IF WS-VALIDO
                PERFORM REPARTE-PRESUPUESTO
                PERFORM MARCA-APROBADA
                MOVE "APROBADA" TO WS-EVP-ACCION
                PERFORM REGISTRA-EVENTO-PPTO
                DISPLAY "VERSION " WS-VERSION " APROBADA Y REPARTIDA "
                    "EN BUDGMAST.DAT"
            END-IF.

       MARCA-APROBADA.
      *    La aprobada anterior queda como reemplazada: original y
      *    aprobadas siguen en el fichero para comparar.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-ANO (WS-PRV-I) = WS-PRV-LOOKUP-ANO
                        AND WS-PRV-TBL-DEPT (WS-PRV-I)
                        = WS-PRV-LOOKUP-DEPT
                    IF WS-PRV-TBL-VERSION (WS-PRV-I) = WS-VERSION
                        MOVE "A" TO WS-PRV-TBL-ESTADO (WS-PRV-I)
                        MOVE WS-OPERADOR
                            TO WS-PRV-TBL-APROBADOR (WS-PRV-I)
                        MOVE WS-OPSLOG-DATE
                            TO WS-PRV-TBL-FECHA-APR (WS-PRV-I)
                    ELSE
                        IF WS-PRV-TBL-ESTADO (WS-PRV-I) = "A"
                            MOVE "R" TO WS-PRV-TBL-ESTADO (WS-PRV-I)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            SET WS-PRV-CAMBIADO TO TRUE.
            PERFORM GRABA-VERSIONES-PPTO.

       REPARTE-PRESUPUESTO.
      *    Los doce meses del departamento se fijan en el master
      *    mensual como lo haria MANTIENE-PRESUPUESTO, con su
      *    auditoria.
            PERFORM CARGA-PRESUPUESTO.
            PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                COMPUTE WS-CAP-ANOMES =
                    WS-PRV-LOOKUP-ANO * 100 + WS-MES
                IF WS-MES = 12
                    MOVE WS-DICIEMBRE TO WS-CAP-MES-IMPORTE
                ELSE
                    MOVE WS-MENSUAL TO WS-CAP-MES-IMPORTE
                END-IF
                PERFORM FIJA-MES
            END-PERFORM.
            PERFORM GRABA-PRESUPUESTO.

       FIJA-MES.
            MOVE "N" TO WS-HALLADA-SWITCH.
            PERFORM VARYING WS-BGT-I FROM 1 BY 1
                    UNTIL WS-BGT-I > WS-BGT-COUNT
                IF WS-BGT-DEPT (WS-BGT-I) = WS-PRV-LOOKUP-DEPT
                        AND WS-BGT-ANOMES (WS-BGT-I) = WS-CAP-ANOMES
                    SET WS-HALLADA TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-HALLADA
                MOVE WS-BGT-ENTRY (WS-BGT-I) TO WS-ANTES
                MOVE WS-CAP-MES-IMPORTE TO WS-BGT-IMPORTE (WS-BGT-I)
            ELSE
                IF WS-BGT-COUNT >= WS-BGT-MAX
                    DISPLAY "MASTER DE PRESUPUESTO LLENO EN "
                        WS-BGT-MAX " - APROBACION ABANDONADA"
                    MOVE "FIJA-MES" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-BGT-COUNT
                MOVE WS-BGT-COUNT TO WS-BGT-I
                MOVE WS-PRV-LOOKUP-DEPT TO WS-BGT-DEPT (WS-BGT-I)
                MOVE WS-CAP-ANOMES TO WS-BGT-ANOMES (WS-BGT-I)
                MOVE WS-CAP-MES-IMPORTE TO WS-BGT-IMPORTE (WS-BGT-I)
                MOVE SPACES TO WS-ANTES
            END-IF.
            MOVE WS-BGT-ENTRY (WS-BGT-I) TO WS-DESPUES.
            IF WS-ANTES NOT = WS-DESPUES
                PERFORM AUDITA-CAMBIO
            END-IF.

       AUDITA-CAMBIO.
            OPEN EXTEND PARM-AUDIT.
            IF NOT WS-AUD-OK
                OPEN OUTPUT PARM-AUDIT
                IF NOT WS-AUD-OK
                    MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                    MOVE "AUDITA-CAMBIO OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-OPSLOG-DATE TO WS-AUDP-FECHA.
            MOVE WS-OPERADOR TO WS-AUDP-OPERADOR.
            MOVE WS-ANTES TO WS-AUDP-ANTES.
            MOVE WS-DESPUES TO WS-AUDP-DESPUES.
            WRITE PARM-AUDIT-LINE FROM WS-AUDIT-DETAIL.
            IF NOT WS-AUD-OK
                MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                MOVE "AUDITA-CAMBIO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE PARM-AUDIT.

       CARGA-PRESUPUESTO.
      *    Un master que no cabe entero no se regraba: se perderian
      *    los meses que quedaran fuera.
            MOVE 0 TO WS-BGT-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BUDGET-MASTER.
            IF WS-BUD-OK
                PERFORM UNTIL WS-EOF
                    READ BUDGET-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-BGT-COUNT >= WS-BGT-MAX
                                DISPLAY "MASTER DE PRESUPUESTO LLENO "
                                    "EN " WS-BGT-MAX
                                    " - APROBACION ABANDONADA"
                                MOVE "CARGA-PRESUPUESTO"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-BGT-COUNT
                            MOVE BUDGET-MASTER-RECORD
                                TO WS-BGT-ENTRY (WS-BGT-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BUDGET-MASTER
            END-IF.

       GRABA-PRESUPUESTO.
            OPEN OUTPUT BUDGET-NEW.
            IF NOT WS-BDN-OK
                MOVE WS-BDN-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-PRESUPUESTO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-BGT-I FROM 1 BY 1
                    UNTIL WS-BGT-I > WS-BGT-COUNT
                WRITE BUDGET-NEW-LINE FROM WS-BGT-ENTRY (WS-BGT-I)
                IF NOT WS-BDN-OK
                    MOVE WS-BDN-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-PRESUPUESTO WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE BUDGET-NEW.
            PERFORM PROMUEVE-PRESUPUESTO.

       PROMUEVE-PRESUPUESTO.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BUDGET-NEW.
            IF NOT WS-BDN-OK
                MOVE WS-BDN-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PRESUP OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT BUDGET-MASTER.
            IF NOT WS-BUD-OK
                MOVE WS-BUD-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-PRESUP OPEN BM"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BUDGET-NEW
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE BUDGET-MASTER-RECORD
                            FROM BUDGET-NEW-LINE
                        IF NOT WS-BUD-OK
                            MOVE WS-BUD-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-PRESUP WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BUDGET-NEW BUDGET-MASTER.

       COMPARA-VERSIONES.
      *    Por departamento del ano, cada cuenta con su importe en
      *    la version original (00) y en la aprobada vigente.
            DISPLAY "ANO DEL PRESUPUESTO (AAAA, BLANCO = "
                WS-ANO-DEFECTO "): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-ANO.
            ACCEPT WS-CAP-ANO.
            IF WS-CAP-ANO = SPACES
                MOVE WS-ANO-DEFECTO TO WS-CAP-ANO-N
            END-IF.
            IF WS-CAP-ANO-N IS NOT NUMERIC
                DISPLAY "ANO INVALIDO"
            ELSE
                MOVE WS-CAP-ANO-N TO WS-PRV-LOOKUP-ANO
                PERFORM COMPARA-VERSIONES-2
            END-IF.

       COMPARA-VERSIONES-2.
            MOVE 0 TO WS-CD-COUNT.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-ANO (WS-PRV-I) = WS-PRV-LOOKUP-ANO
                    MOVE WS-PRV-TBL-DEPT (WS-PRV-I) TO WS-CD-BUSCA
                    PERFORM UBICA-DEPTO-COMPARA
                END-IF
            END-PERFORM.
            IF WS-CD-COUNT = 0
                DISPLAY "SIN PRESUPUESTO EN PREPARACION PARA "
                    WS-CAP-ANO
            ELSE
                PERFORM ESCRIBE-COMPARACION
            END-IF.

       UBICA-DEPTO-COMPARA.
      *    Lista de departamentos del ano en orden de codigo.
            MOVE 1 TO WS-CD-POS.
            PERFORM UNTIL WS-CD-POS > WS-CD-COUNT
                    OR WS-CD-DEPT (WS-CD-POS) NOT < WS-CD-BUSCA
                ADD 1 TO WS-CD-POS
            END-PERFORM.
            IF WS-CD-POS > WS-CD-COUNT
                    OR WS-CD-DEPT (WS-CD-POS) NOT = WS-CD-BUSCA
                IF WS-CD-COUNT >= WS-CD-MAX
                    DISPLAY "TABLA DE DEPARTAMENTOS LLENA EN "
                        WS-CD-MAX " ENTRADAS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VARYING WS-CD-J FROM WS-CD-COUNT BY -1
                        UNTIL WS-CD-J < WS-CD-POS
                    MOVE WS-CD-DEPT (WS-CD-J)
                        TO WS-CD-DEPT (WS-CD-J + 1)
                END-PERFORM
                ADD 1 TO WS-CD-COUNT
                MOVE WS-CD-BUSCA TO WS-CD-DEPT (WS-CD-POS)
            END-IF.

       ESCRIBE-COMPARACION.
            OPEN OUTPUT COMPARE-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "ESCRIBE-COMPARACION OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-PRV-LOOKUP-ANO TO WS-CMT-ANO.
            WRITE REPORT-LINE FROM WS-CMP-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CMP-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-GEN-ORIGINAL WS-GEN-APROBADO WS-SIN-APROBAR.
            PERFORM VARYING WS-CD-I FROM 1 BY 1
                    UNTIL WS-CD-I > WS-CD-COUNT
                PERFORM COMPARA-DEPARTAMENTO
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE SPACES TO WS-CMD-DEPT WS-CMD-TIPO.
      *    El total general solo suma departamentos con version
      *    aprobada; los demas compararian contra cero.
            MOVE "TOTAL APROBADOS" TO WS-CMD-CUENTA.
            SET WS-DIF-VALIDA TO TRUE.
            MOVE WS-GEN-ORIGINAL TO WS-DEP-ORIGINAL.
            MOVE WS-GEN-APROBADO TO WS-DEP-APROBADO.
            PERFORM ESCRIBE-LINEA-COMPARA.
            MOVE SPACES TO WS-CMP-SECCION-LINE.
            STRING "DEPARTAMENTOS SIN VERSION APROBADA: "
                WS-SIN-APROBAR DELIMITED BY SIZE
                INTO WS-CMP-SECCION-LINE.
            WRITE REPORT-LINE FROM WS-CMP-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE COMPARE-REPORT.
            DISPLAY "COMPARACION DE " WS-CD-COUNT
                " DEPARTAMENTOS EN PPTOCOMP.TXT".

       COMPARA-DEPARTAMENTO.
            MOVE WS-CD-DEPT (WS-CD-I) TO WS-PRV-LOOKUP-DEPT.
            PERFORM ULTIMA-VERSION-PPTO.
            MOVE 0 TO WS-CM-COUNT.
            MOVE WS-PRV-HAY-APROBADA-SWITCH TO WS-DIF-SWITCH.
            PERFORM VARYING WS-PRV-I FROM 1 BY 1
                    UNTIL WS-PRV-I > WS-PRV-COUNT
                IF WS-PRV-TBL-ANO (WS-PRV-I) = WS-PRV-LOOKUP-ANO
                        AND WS-PRV-TBL-DEPT (WS-PRV-I)
                        = WS-PRV-LOOKUP-DEPT
                    EVALUATE TRUE
                        WHEN WS-PRV-TBL-VERSION (WS-PRV-I) = 0
                            MOVE "O" TO WS-CM-COLUMNA
                            PERFORM ACUMULA-CUENTA-COMPARA
                        WHEN WS-PRV-HAY-APROBADA
                                AND WS-PRV-TBL-VERSION (WS-PRV-I)
                                = WS-PRV-APROBADA
                            MOVE "A" TO WS-CM-COLUMNA
                            PERFORM ACUMULA-CUENTA-COMPARA
                    END-EVALUATE
                END-IF
            END-PERFORM.
            WRITE REPORT-LINE FROM WS-BLANK-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-DEP-ORIGINAL WS-DEP-APROBADO.
            PERFORM VARYING WS-CM-I FROM 1 BY 1
                    UNTIL WS-CM-I > WS-CM-COUNT
                MOVE WS-PRV-LOOKUP-DEPT TO WS-CMD-DEPT
                MOVE WS-CM-TIPO (WS-CM-I) TO WS-CMD-TIPO
                MOVE WS-CM-CUENTA (WS-CM-I) TO WS-CMD-CUENTA
                ADD WS-CM-ORIGINAL (WS-CM-I) TO WS-DEP-ORIGINAL
                ADD WS-CM-APROBADO (WS-CM-I) TO WS-DEP-APROBADO
                PERFORM ESCRIBE-CUENTA-COMPARA
            END-PERFORM.
            MOVE WS-PRV-LOOKUP-DEPT TO WS-CMD-DEPT.
            MOVE SPACE TO WS-CMD-TIPO.
            MOVE WS-PRV-LOOKUP-DEPT TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            MOVE WS-DEPTM-NAME TO WS-CMD-CUENTA.
            PERFORM ESCRIBE-LINEA-COMPARA.
            IF WS-PRV-HAY-APROBADA
                ADD WS-DEP-ORIGINAL TO WS-GEN-ORIGINAL
                ADD WS-DEP-APROBADO TO WS-GEN-APROBADO
                MOVE WS-PRV-APROBADA TO WS-PRV-LOOKUP-VERSION
                PERFORM RESUME-VERSION-PPTO
                MOVE WS-PRV-APROBADA TO WS-CMA-VERSION
                MOVE WS-PRV-APROBADOR TO WS-CMA-APROBADOR
                MOVE WS-PRV-FECHA-APROB TO WS-CMA-FECHA
                MOVE WS-CMP-APROBADA-TXT TO WS-CMV-TEXTO
            ELSE
                MOVE "SIN VERSION APROBADA" TO WS-CMV-TEXTO
                ADD 1 TO WS-SIN-APROBAR
            END-IF.
            WRITE REPORT-LINE FROM WS-CMP-VERSION-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ACUMULA-CUENTA-COMPARA.
            PERFORM VARYING WS-CM-I FROM 1 BY 1
                    UNTIL WS-CM-I > WS-CM-COUNT
                IF WS-CM-CUENTA (WS-CM-I)
                        = WS-PRV-TBL-CUENTA (WS-PRV-I)
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-CM-I > WS-CM-COUNT
                IF WS-CM-COUNT >= WS-CM-MAX
                    DISPLAY "TABLA DE CUENTAS LLENA EN " WS-CM-MAX
                        " - DEPTO " WS-PRV-LOOKUP-DEPT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-CM-COUNT
                MOVE WS-CM-COUNT TO WS-CM-I
                MOVE WS-PRV-TBL-TIPO (WS-PRV-I) TO WS-CM-TIPO (WS-CM-I)
                MOVE WS-PRV-TBL-CUENTA (WS-PRV-I)
                    TO WS-CM-CUENTA (WS-CM-I)
                MOVE 0 TO WS-CM-ORIGINAL (WS-CM-I)
                MOVE 0 TO WS-CM-APROBADO (WS-CM-I)
            END-IF.
            IF WS-CM-COLUMNA = "O"
                ADD WS-PRV-TBL-IMPORTE (WS-PRV-I)
                    TO WS-CM-ORIGINAL (WS-CM-I)
            ELSE
                ADD WS-PRV-TBL-IMPORTE (WS-PRV-I)
                    TO WS-CM-APROBADO (WS-CM-I)
            END-IF.

       ESCRIBE-CUENTA-COMPARA.
            MOVE WS-CM-ORIGINAL (WS-CM-I) TO WS-CMD-ORIGINAL.
            MOVE WS-CM-APROBADO (WS-CM-I) TO WS-CMD-APROBADO.
            MOVE WS-CM-ORIGINAL (WS-CM-I) TO WS-DIF-ORIGINAL.
            COMPUTE WS-DIFERENCIA = WS-CM-APROBADO (WS-CM-I)
                - WS-CM-ORIGINAL (WS-CM-I).
            PERFORM ESCRIBE-DIFERENCIA.

       ESCRIBE-LINEA-COMPARA.
            MOVE WS-DEP-ORIGINAL TO WS-CMD-ORIGINAL.
            MOVE WS-DEP-APROBADO TO WS-CMD-APROBADO.
            MOVE WS-DEP-ORIGINAL TO WS-DIF-ORIGINAL.
            COMPUTE WS-DIFERENCIA = WS-DEP-APROBADO - WS-DEP-ORIGINAL.
            PERFORM ESCRIBE-DIFERENCIA.

       ESCRIBE-DIFERENCIA.
      *    Sin version aprobada la diferencia no dice nada y se
      *    deja en cero junto con el porcentaje, que va contra el
      *    original.
            IF NOT WS-DIF-VALIDA
                MOVE 0 TO WS-DIFERENCIA WS-DIFERENCIA-PCT
            ELSE
                IF WS-DIF-ORIGINAL = 0
                    MOVE 0 TO WS-DIFERENCIA-PCT
                ELSE
                    COMPUTE WS-DIFERENCIA-PCT ROUNDED =
                        WS-DIFERENCIA * 100 / WS-DIF-ORIGINAL
                END-IF
            END-IF.
            MOVE WS-DIFERENCIA TO WS-CMD-DIFERENCIA.
            MOVE WS-DIFERENCIA-PCT TO WS-CMD-PCT.
            WRITE REPORT-LINE FROM WS-CMP-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       REGISTRA-EVENTO-PPTO.
            MOVE WS-PRV-LOOKUP-DEPT TO WS-EVP-DEPT.
            MOVE WS-PRV-LOOKUP-ANO TO WS-EVP-ANO.
            MOVE WS-VERSION TO WS-EVP-VERSION.
            MOVE WS-OPERADOR TO WS-EVP-OPERADOR.
            MOVE WS-EVENTO-PPTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "AJUSTA-PRESUPUESTO WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE SPACES TO WS-OPERADOR.
            MOVE 0 TO WS-NIVEL-OPERADOR.
            MOVE 0 TO WS-OPM-COUNT.

       COPY "PRSVWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM AJUSTA-PRESUPUESTO.
