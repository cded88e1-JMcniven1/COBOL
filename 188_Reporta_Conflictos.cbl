      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregation-of-duties report for the auditors: shows
      *          whether one operator acted on both sides of the
      *          same item where the duties are meant to be split.
      *          The conflicting pairs live on the rule master
      *          SODRULES.DAT ("#" in column 1 = comment), one rule
      *          per line: rule id, type, side A and side B (each a
      *          source, program, action and the authority level the
      *          action needs), an optional field window and a
      *          description. Sources are O = the shared OPSLOG (live
      *          OPSLOG.TXT plus every archive OPSARCH.CAT names;
      *          action = leading text of the event, item = first
      *          word after it, operator = the id after "OP" or
      *          "OPERADOR"), P = PARMAUDT.TXT (action and item = the
      *          file maintained, operator in column 32) and C = the
      *          masters' change history CHGHIST.DAT (action =
      *          master plus accion A/C/B/N, item = CH-CLAVE; with a
      *          field window only the changes that alter those
      *          bytes of the image count, e.g. the HRMAST salary).
      *          Rule types: I = the same operator on both sides of
      *          the same item; O = the same operator on both sides
      *          in the period whatever the item (for pairs whose
      *          logs share no key); P = an operator acting on their
      *          own record through side A, by the operator-to-
      *          employee link OPEREMPL.DAT. The period is the
      *          PARM188.DAT range (from/to YYYYMMDD), by default the
      *          business month to date. The report CONFLSOD.TXT
      *          lists each conflict, the count per rule, and for
      *          every rule the OPERMAST.DAT operators whose
      *          authority level would let them do both sides. No
      *          rule master ends the run with RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTA-CONFLICTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM188.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RULES-MASTER ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-STATUS.
           COPY "OPERSL.cpy".
      *    Vinculo operador - numero de empleado, para las reglas
      *    de tipo P (mantenimiento del propio registro).
           SELECT OPERATOR-EMPLOYEE ASSIGN TO "OPEREMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.
           SELECT ARCHIVE-CATALOG ASSIGN TO "OPSARCH.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT CONFLICT-REPORT ASSIGN TO "CONFLSOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CHGHSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DESDE           PIC 9(8).
           05  PARM-HASTA           PIC 9(8).

       FD  RULES-MASTER.
       01  RULE-RECORD.
           05  SR-REGLA             PIC X(4).
           05  FILLER               PIC X.
           05  SR-TIPO              PIC X.
           05  FILLER               PIC X.
           05  SR-LADO-A.
               10  SR-A-FUENTE      PIC X.
               10  FILLER           PIC X.
               10  SR-A-PROGRAMA    PIC X(20).
               10  FILLER           PIC X.
               10  SR-A-ACCION      PIC X(12).
               10  FILLER           PIC X.
               10  SR-A-NIVEL       PIC 9.
           05  FILLER               PIC X.
           05  SR-LADO-B.
               10  SR-B-FUENTE      PIC X.
               10  FILLER           PIC X.
               10  SR-B-PROGRAMA    PIC X(20).
               10  FILLER           PIC X.
               10  SR-B-ACCION      PIC X(12).
               10  FILLER           PIC X.
               10  SR-B-NIVEL       PIC 9.
           05  FILLER               PIC X.
           05  SR-CAMPO-POS         PIC 9(3).
           05  FILLER               PIC X.
           05  SR-CAMPO-LARGO       PIC 9(2).
           05  FILLER               PIC X.
           05  SR-DESCRIPCION       PIC X(40).

       COPY "OPERFD.cpy".

       FD  OPERATOR-EMPLOYEE.
       01  OPERATOR-EMPLOYEE-RECORD.
           05  OE-OPERATOR-ID       PIC X(8).
           05  OE-EMPLOYEE-ID       PIC 9(6).

       FD  ARCHIVE-CATALOG.
       01  ARCHIVE-CAT-RECORD.
           05  AC-FILENAME          PIC X(20).

       FD  SCAN-FILE.
       01  SCAN-LINE                PIC X(100).
       01  SCAN-LINE-OPSLOG REDEFINES SCAN-LINE.
           05  SCN-FECHA            PIC 9(8).
           05  FILLER               PIC X(10).
           05  SCN-PROGRAMA         PIC X(20).
           05  FILLER               PIC X.
           05  SCN-EVENTO           PIC X(40).
           05  FILLER               PIC X(21).
      *    Linea de PARMAUDT.TXT: la fecha y el fichero abren toda
      *    linea de detalle de los programas de mantenimiento.
       01  SCAN-LINE-PARMAUDT REDEFINES SCAN-LINE.
           05  SCP-FECHA            PIC 9(8).
           05  FILLER               PIC X.
           05  SCP-FICHERO          PIC X(12).
           05  SCP-ROTULO           PIC X(10).
           05  SCP-OPERADOR         PIC X(8).
           05  FILLER               PIC X(61).

       FD  CONFLICT-REPORT.
       01  REPORT-LINE              PIC X(100).

       COPY "CHGHFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-RUL-STATUS            PIC XX.
           88  WS-RUL-OK            VALUE "00".
       01  WS-OPE-STATUS            PIC XX.
           88  WS-OPE-OK            VALUE "00".
       01  WS-CAT-STATUS            PIC XX.
           88  WS-CAT-OK            VALUE "00".
       01  WS-SCAN-STATUS           PIC XX.
           88  WS-SCAN-OK           VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-CAT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CAT-EOF           VALUE "Y".
       01  WS-SCAN-FILENAME         PIC X(20).
       01  WS-DESDE                 PIC 9(8) VALUE 0.
       01  WS-HASTA                 PIC 9(8) VALUE 0.
       01  WS-ANOMES                PIC 9(6).

      *    Reglas de incompatibilidad cargadas de SODRULES.DAT.
       01  WS-RG-MAX                PIC 99 VALUE 50.
       01  WS-RG-COUNT              PIC 99 VALUE 0.
       01  WS-RG-I                  PIC 99.
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 50 TIMES.
               10  WS-RG-REGLA      PIC X(4).
               10  WS-RG-TIPO       PIC X.
                   88  WS-RG-MISMO-ITEM   VALUE "I".
                   88  WS-RG-MISMO-OPER   VALUE "O".
                   88  WS-RG-PROPIO       VALUE "P".
               10  WS-RG-LADO OCCURS 2 TIMES.
                   15  WS-RG-FUENTE PIC X.
                   15  WS-RG-PROGRAMA PIC X(20).
                   15  WS-RG-ACCION PIC X(12).
                   15  WS-RG-LARGO  PIC 99.
                   15  WS-RG-NIVEL  PIC 9.
               10  WS-RG-POS        PIC 9(3).
               10  WS-RG-LEN        PIC 9(2).
               10  WS-RG-DESC       PIC X(40).
               10  WS-RG-CONFLICTOS PIC 9(5).
       01  WS-LADO                  PIC 9.

      *    Acciones del periodo que calzan con algun lado de alguna
      *    regla; el cruce se hace al final sobre esta tabla.
       01  WS-AC-MAX                PIC 9(4) VALUE 3000.
       01  WS-AC-COUNT              PIC 9(4) VALUE 0.
       01  WS-AC-I                  PIC 9(4).
       01  WS-AC-J                  PIC 9(4).
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 3000 TIMES.
               10  WS-AC-REGLA      PIC 99.
               10  WS-AC-LADO       PIC 9.
               10  WS-AC-OPERADOR   PIC X(8).
               10  WS-AC-ITEM       PIC X(20).
               10  WS-AC-FECHA      PIC 9(8).
               10  WS-AC-FUENTE     PIC X.

      *    Accion en curso, normalizada desde cualquiera de las
      *    tres fuentes.
       01  WS-ACT-FUENTE            PIC X.
       01  WS-ACT-PROGRAMA          PIC X(20).
       01  WS-ACT-ACCION            PIC X(40).
       01  WS-ACT-OPERADOR          PIC X(8).
       01  WS-ACT-ITEM              PIC X(20).
       01  WS-ACT-FECHA             PIC 9(8).
       01  WS-RESTO                 PIC X(40).
       01  WS-POS                   PIC 99.
       01  WS-POS-OP                PIC 99.
       01  WS-LARGO-OP              PIC 99.
       01  WS-CALZA-SWITCH          PIC X.
           88  WS-CALZA             VALUE "Y".
       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".

      *    Operadores y su numero de empleado (OPEREMPL.DAT).
       01  WS-OE-MAX                PIC 9(3) VALUE 200.
       01  WS-OE-COUNT              PIC 9(3) VALUE 0.
       01  WS-OE-I                  PIC 9(3).
       01  WS-OE-TABLE.
           05  WS-OE-ENTRY OCCURS 200 TIMES.
               10  WS-OE-OPERADOR   PIC X(8).
               10  WS-OE-EMPLEADO   PIC 9(6).

       01  WS-NIVEL-NECESARIO       PIC 9.
       01  WS-OPM-LISTADOS          PIC 9(3).

       01  WS-COUNTERS.
           05  WS-CNT-LEIDAS        PIC 9(7).
           05  WS-CNT-ACCIONES      PIC 9(5).
           05  WS-CNT-CONFLICTOS    PIC 9(5).
           05  WS-CNT-OPERADORES    PIC 9(5).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(36)
                   VALUE "CONFLICTOS DE SEGREGACION DE TAREAS ".
           05  FILLER               PIC X(4) VALUE "DEL ".
           05  WS-TIT-DESDE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE " AL ".
           05  WS-TIT-HASTA         PIC 9(8).
       01  WS-SECCION-LINE.
           05  FILLER               PIC X(3) VALUE "== ".
           05  WS-SEC-TEXTO         PIC X(60).
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(30)
                   VALUE "REGLA T OPERADOR ITEM         ".
           05  FILLER               PIC X(32)
                   VALUE "       FUENTE FECHA-A  FECHA-B".
       01  WS-CONFLICTO-LINE.
           05  WS-CFL-REGLA         PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CFL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CFL-OPERADOR      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CFL-ITEM          PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CFL-FUENTE-A      PIC X.
           05  FILLER               PIC X VALUE "/".
           05  WS-CFL-FUENTE-B      PIC X.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-CFL-FECHA-A       PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CFL-FECHA-B       PIC X(8).
       01  WS-RESUMEN-LINE.
           05  FILLER               PIC X(6) VALUE "REGLA ".
           05  WS-RSM-REGLA         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RSM-DESC          PIC X(40).
           05  FILLER               PIC X(13) VALUE " CONFLICTOS: ".
           05  WS-RSM-CONFLICTOS    PIC ZZZZ9.
       01  WS-NIVEL-REGLA-LINE.
           05  FILLER               PIC X(6) VALUE "REGLA ".
           05  WS-NVR-REGLA         PIC X(4).
           05  FILLER               PIC X(16)
                   VALUE " NIVEL MINIMO   ".
           05  WS-NVR-NIVEL         PIC 9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NVR-DESC          PIC X(40).
       01  WS-NIVEL-OPER-LINE.
           05  FILLER               PIC X(14) VALUE "     OPERADOR ".
           05  WS-NVO-OPERADOR      PIC X(8).
           05  FILLER               PIC X(7) VALUE " NIVEL ".
           05  WS-NVO-NIVEL         PIC 9.
       01  WS-AVISO-LINE            PIC X(100).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(21)
                   VALUE "ACCIONES CRUZADAS:   ".
           05  WS-TOT-ACCIONES      PIC ZZZZ9.
           05  FILLER               PIC X(16)
                   VALUE "   CONFLICTOS:  ".
           05  WS-TOT-CONFLICTOS    PIC ZZZZ9.
           05  FILLER               PIC X(30)
                   VALUE "   OPERADOR/REGLA CON NIVEL DE".
           05  FILLER               PIC X(14) VALUE " AMBOS LADOS: ".
           05  WS-TOT-OPERADORES    PIC ZZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CHGHWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "REPORTA-CONFLICTOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-REGLAS.
            IF WS-RG-COUNT = 0
                DISPLAY "SIN REGLAS EN SODRULES.DAT - NADA QUE "
                    "CRUZAR"
                MOVE "SIN REGLAS DE INCOMPATIBILIDAD"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-VINCULOS.

      *    OPSLOG vivo mas cada archivo que ROTA-OPSLOG catalogo.
            MOVE "OPSLOG.TXT" TO WS-SCAN-FILENAME.
            PERFORM RECORRE-OPSLOG.
            PERFORM RECORRE-ARCHIVOS-CATALOGO.
            MOVE "PARMAUDT.TXT" TO WS-SCAN-FILENAME.
            PERFORM RECORRE-PARMAUDT.
            PERFORM RECORRE-HISTORIAL.

            OPEN OUTPUT CONFLICT-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN CONFLSOD"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-DESDE TO WS-TIT-DESDE.
            MOVE WS-HASTA TO WS-TIT-HASTA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.

            MOVE "CONFLICTOS DETECTADOS" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            PERFORM VARYING WS-AC-I FROM 1 BY 1
                    UNTIL WS-AC-I > WS-AC-COUNT
                PERFORM CRUZA-ACCION
            END-PERFORM.

            MOVE "CONFLICTOS POR REGLA" TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            PERFORM VARYING WS-RG-I FROM 1 BY 1
                    UNTIL WS-RG-I > WS-RG-COUNT
                MOVE WS-RG-REGLA (WS-RG-I) TO WS-RSM-REGLA
                MOVE WS-RG-DESC (WS-RG-I) TO WS-RSM-DESC
                MOVE WS-RG-CONFLICTOS (WS-RG-I) TO WS-RSM-CONFLICTOS
                WRITE REPORT-LINE FROM WS-RESUMEN-LINE
                PERFORM VERIFICA-ESCRITURA
            END-PERFORM.

            MOVE "NIVELES DE OPERMAST QUE PERMITEN AMBOS LADOS"
                TO WS-SEC-TEXTO.
            PERFORM ESCRIBE-SECCION.
            PERFORM REVISA-NIVELES.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-CNT-ACCIONES TO WS-TOT-ACCIONES.
            MOVE WS-CNT-CONFLICTOS TO WS-TOT-CONFLICTOS.
            MOVE WS-CNT-OPERADORES TO WS-TOT-OPERADORES.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE CONFLICT-REPORT.

            IF WS-CNT-CONFLICTOS > 0
                DISPLAY "CONFLICTOS DE SEGREGACION DE TAREAS: "
                    WS-CNT-CONFLICTOS " - VER CONFLSOD.TXT"
            END-IF.

            MOVE WS-CNT-LEIDAS TO WS-RUNST-IN-COUNT.
            MOVE WS-CNT-CONFLICTOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       LEE-PARAMETROS.
      *    Sin PARM188.DAT el periodo es el mes de negocio hasta la
      *    fecha de negocio: la corrida de fin de mes lo cubre entero.
            COMPUTE WS-ANOMES = WS-OPSLOG-DATE / 100.
            COMPUTE WS-DESDE = WS-ANOMES * 100 + 1.
            MOVE WS-OPSLOG-DATE TO WS-HASTA.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-DESDE IS NUMERIC
                                AND PARM-HASTA IS NUMERIC
                                AND PARM-DESDE <= PARM-HASTA
                            MOVE PARM-DESDE TO WS-DESDE
                            MOVE PARM-HASTA TO WS-HASTA
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       CARGA-REGLAS.
            OPEN INPUT RULES-MASTER.
            IF WS-RUL-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ RULES-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF SR-REGLA NOT = SPACES
                                    AND SR-REGLA (1:1) NOT = "#"
                                PERFORM AGREGA-REGLA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RULES-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-REGLA.
            IF SR-TIPO NOT = "I" AND SR-TIPO NOT = "O"
                    AND SR-TIPO NOT = "P"
                DISPLAY "REGLA " SR-REGLA " TIPO " SR-TIPO
                    " INVALIDO - IGNORADA"
            ELSE
                IF WS-RG-COUNT >= WS-RG-MAX
                    DISPLAY "TABLA DE REGLAS LLENA EN " WS-RG-MAX
                        " ENTRADAS"
                    MOVE "AGREGA-REGLA" TO WS-ABEND-PARAGRAPH
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RG-COUNT
                MOVE SR-REGLA TO WS-RG-REGLA (WS-RG-COUNT)
                MOVE SR-TIPO TO WS-RG-TIPO (WS-RG-COUNT)
                MOVE SR-A-FUENTE TO WS-RG-FUENTE (WS-RG-COUNT, 1)
                MOVE SR-A-PROGRAMA TO WS-RG-PROGRAMA (WS-RG-COUNT, 1)
                MOVE SR-A-ACCION TO WS-RG-ACCION (WS-RG-COUNT, 1)
                MOVE 0 TO WS-RG-NIVEL (WS-RG-COUNT, 1)
                IF SR-A-NIVEL IS NUMERIC
                    MOVE SR-A-NIVEL TO WS-RG-NIVEL (WS-RG-COUNT, 1)
                END-IF
                MOVE SR-B-FUENTE TO WS-RG-FUENTE (WS-RG-COUNT, 2)
                MOVE SR-B-PROGRAMA TO WS-RG-PROGRAMA (WS-RG-COUNT, 2)
                MOVE SR-B-ACCION TO WS-RG-ACCION (WS-RG-COUNT, 2)
                MOVE 0 TO WS-RG-NIVEL (WS-RG-COUNT, 2)
                IF SR-B-NIVEL IS NUMERIC
                    MOVE SR-B-NIVEL TO WS-RG-NIVEL (WS-RG-COUNT, 2)
                END-IF
      *        Una regla P tiene un solo lado: el del propio registro.
                IF SR-TIPO = "P"
                    MOVE SPACE TO WS-RG-FUENTE (WS-RG-COUNT, 2)
                END-IF
                PERFORM VARYING WS-LADO FROM 1 BY 1 UNTIL WS-LADO > 2
                    MOVE 0 TO WS-RG-LARGO (WS-RG-COUNT, WS-LADO)
                    IF WS-RG-ACCION (WS-RG-COUNT, WS-LADO) NOT = SPACES
                        MOVE FUNCTION LENGTH (FUNCTION TRIM
                            (WS-RG-ACCION (WS-RG-COUNT, WS-LADO)
                            TRAILING))
                            TO WS-RG-LARGO (WS-RG-COUNT, WS-LADO)
                    END-IF
                END-PERFORM
                MOVE 0 TO WS-RG-POS (WS-RG-COUNT)
                MOVE 0 TO WS-RG-LEN (WS-RG-COUNT)
                IF SR-CAMPO-POS IS NUMERIC
                        AND SR-CAMPO-LARGO IS NUMERIC
                        AND SR-CAMPO-POS > 0
                        AND SR-CAMPO-POS + SR-CAMPO-LARGO <= 81
                    MOVE SR-CAMPO-POS TO WS-RG-POS (WS-RG-COUNT)
                    MOVE SR-CAMPO-LARGO TO WS-RG-LEN (WS-RG-COUNT)
                END-IF
                MOVE SR-DESCRIPCION TO WS-RG-DESC (WS-RG-COUNT)
                MOVE 0 TO WS-RG-CONFLICTOS (WS-RG-COUNT)
            END-IF.

       CARGA-VINCULOS.
            OPEN INPUT OPERATOR-EMPLOYEE.
            IF WS-OPE-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ OPERATOR-EMPLOYEE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF OE-EMPLOYEE-ID IS NUMERIC
                                PERFORM AGREGA-VINCULO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-EMPLOYEE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       AGREGA-VINCULO.
            IF WS-OE-COUNT >= WS-OE-MAX
                DISPLAY "TABLA DE VINCULOS OPERADOR-EMPLEADO LLENA EN "
                    WS-OE-MAX " ENTRADAS"
                MOVE "AGREGA-VINCULO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-OE-COUNT.
            MOVE OE-OPERATOR-ID TO WS-OE-OPERADOR (WS-OE-COUNT).
            MOVE OE-EMPLOYEE-ID TO WS-OE-EMPLEADO (WS-OE-COUNT).

       RECORRE-ARCHIVOS-CATALOGO.
            OPEN INPUT ARCHIVE-CATALOG.
            IF WS-CAT-OK
                PERFORM UNTIL WS-CAT-EOF
                    READ ARCHIVE-CATALOG
                        AT END SET WS-CAT-EOF TO TRUE
                        NOT AT END
                            MOVE AC-FILENAME TO WS-SCAN-FILENAME
                            PERFORM RECORRE-OPSLOG
                    END-READ
                END-PERFORM
                CLOSE ARCHIVE-CATALOG
            END-IF.
            MOVE "N" TO WS-CAT-EOF-SWITCH.

       RECORRE-OPSLOG.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SCAN-FILE.
            IF WS-SCAN-OK
                PERFORM UNTIL WS-EOF
                    READ SCAN-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF SCN-FECHA IS NUMERIC
                                    AND SCN-FECHA >= WS-DESDE
                                    AND SCN-FECHA <= WS-HASTA
                                ADD 1 TO WS-CNT-LEIDAS
                                PERFORM NORMALIZA-OPSLOG
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SCAN-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       NORMALIZA-OPSLOG.
      *    El operador va detras de " OPERADOR " o de " OP " segun
      *    el programa; un evento sin operador no se puede atribuir.
            MOVE "O" TO WS-ACT-FUENTE.
            MOVE SCN-FECHA TO WS-ACT-FECHA.
            MOVE SCN-PROGRAMA TO WS-ACT-PROGRAMA.
            MOVE SCN-EVENTO TO WS-ACT-ACCION.
            MOVE SPACES TO WS-ACT-OPERADOR.
            MOVE 0 TO WS-POS-OP.
            MOVE 0 TO WS-POS.
            INSPECT SCN-EVENTO TALLYING WS-POS
                FOR CHARACTERS BEFORE INITIAL " OPERADOR ".
            IF WS-POS < 40
                COMPUTE WS-POS-OP = WS-POS + 11
            ELSE
                MOVE 0 TO WS-POS
                INSPECT SCN-EVENTO TALLYING WS-POS
                    FOR CHARACTERS BEFORE INITIAL " OP "
                IF WS-POS < 40
                    COMPUTE WS-POS-OP = WS-POS + 5
                END-IF
            END-IF.
            IF WS-POS-OP > 0 AND WS-POS-OP <= 40
                COMPUTE WS-LARGO-OP = 41 - WS-POS-OP
                IF WS-LARGO-OP > 8
                    MOVE 8 TO WS-LARGO-OP
                END-IF
                MOVE SCN-EVENTO (WS-POS-OP:WS-LARGO-OP)
                    TO WS-ACT-OPERADOR
            END-IF.
            IF WS-ACT-OPERADOR NOT = SPACES
                PERFORM CLASIFICA-ACCION
            END-IF.

       RECORRE-PARMAUDT.
      *    Solo las lineas con fecha y rotulo de operador: la
      *    segunda linea (DESPUES) de cada cambio no trae ninguno.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT SCAN-FILE.
            IF WS-SCAN-OK
                PERFORM UNTIL WS-EOF
                    READ SCAN-FILE
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF SCP-FECHA IS NUMERIC
                                    AND SCP-FECHA >= WS-DESDE
                                    AND SCP-FECHA <= WS-HASTA
                                    AND SCP-ROTULO = " OPERADOR "
                                ADD 1 TO WS-CNT-LEIDAS
                                PERFORM NORMALIZA-PARMAUDT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SCAN-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       NORMALIZA-PARMAUDT.
            MOVE "P" TO WS-ACT-FUENTE.
            MOVE SCP-FECHA TO WS-ACT-FECHA.
            MOVE SPACES TO WS-ACT-PROGRAMA.
            MOVE SCP-FICHERO TO WS-ACT-ACCION.
            MOVE SCP-FICHERO TO WS-ACT-ITEM.
            MOVE SCP-OPERADOR TO WS-ACT-OPERADOR.
            IF WS-ACT-OPERADOR NOT = SPACES
                PERFORM CLASIFICA-ACCION
            END-IF.

       RECORRE-HISTORIAL.
            OPEN INPUT CHANGE-HISTORY.
            IF WS-CHGH-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ CHANGE-HISTORY
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF CH-FECHA >= WS-DESDE
                                    AND CH-FECHA <= WS-HASTA
                                ADD 1 TO WS-CNT-LEIDAS
                                PERFORM NORMALIZA-HISTORIAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHANGE-HISTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       NORMALIZA-HISTORIAL.
            MOVE "C" TO WS-ACT-FUENTE.
            MOVE CH-FECHA TO WS-ACT-FECHA.
            MOVE CH-PROGRAMA TO WS-ACT-PROGRAMA.
            MOVE SPACES TO WS-ACT-ACCION.
            MOVE CH-MASTER TO WS-ACT-ACCION (1:8).
            MOVE CH-ACCION TO WS-ACT-ACCION (9:1).
            MOVE CH-CLAVE TO WS-ACT-ITEM.
            MOVE CH-OPERADOR TO WS-ACT-OPERADOR.
            IF WS-ACT-OPERADOR NOT = SPACES
                PERFORM CLASIFICA-ACCION
            END-IF.

       CLASIFICA-ACCION.
      *    La accion se prueba contra ambos lados de cada regla;
      *    cada calce queda en la tabla para el cruce final.
            PERFORM VARYING WS-RG-I FROM 1 BY 1
                    UNTIL WS-RG-I > WS-RG-COUNT
                PERFORM VARYING WS-LADO FROM 1 BY 1 UNTIL WS-LADO > 2
                    PERFORM PRUEBA-LADO
                    IF WS-CALZA
                        PERFORM AGREGA-ACCION
                    END-IF
                END-PERFORM
            END-PERFORM.

       PRUEBA-LADO.
            MOVE "N" TO WS-CALZA-SWITCH.
            IF WS-RG-FUENTE (WS-RG-I, WS-LADO) = WS-ACT-FUENTE
                SET WS-CALZA TO TRUE
                IF WS-RG-PROGRAMA (WS-RG-I, WS-LADO) NOT = SPACES
                        AND WS-ACT-FUENTE NOT = "P"
                        AND WS-RG-PROGRAMA (WS-RG-I, WS-LADO)
                            NOT = WS-ACT-PROGRAMA
                    MOVE "N" TO WS-CALZA-SWITCH
                END-IF
            END-IF.
            IF WS-CALZA AND WS-RG-LARGO (WS-RG-I, WS-LADO) > 0
                IF WS-ACT-ACCION (1:WS-RG-LARGO (WS-RG-I, WS-LADO))
                        NOT = WS-RG-ACCION (WS-RG-I, WS-LADO)
                            (1:WS-RG-LARGO (WS-RG-I, WS-LADO))
                    MOVE "N" TO WS-CALZA-SWITCH
                END-IF
            END-IF.
      *    Ventana de campo: solo cuentan los cambios que alteran
      *    esos bytes de la imagen del master.
            IF WS-CALZA AND WS-ACT-FUENTE = "C"
                    AND WS-RG-LEN (WS-RG-I) > 0
                IF CH-ANTES (WS-RG-POS (WS-RG-I):WS-RG-LEN (WS-RG-I))
                        = CH-DESPUES (WS-RG-POS (WS-RG-I):
                            WS-RG-LEN (WS-RG-I))
                    MOVE "N" TO WS-CALZA-SWITCH
                END-IF
            END-IF.
            IF WS-CALZA AND WS-ACT-FUENTE = "O"
                PERFORM EXTRAE-ITEM-OPSLOG
            END-IF.

       EXTRAE-ITEM-OPSLOG.
      *    El item es la primera palabra despues del texto de la
      *    accion (numero de gasto, mes, importe aprobado...).
            MOVE SPACES TO WS-ACT-ITEM WS-RESTO.
            IF WS-RG-LARGO (WS-RG-I, WS-LADO) < 40
                MOVE WS-ACT-ACCION (WS-RG-LARGO (WS-RG-I, WS-LADO)
                    + 1:) TO WS-RESTO
                MOVE FUNCTION TRIM (WS-RESTO LEADING) TO WS-RESTO
                UNSTRING WS-RESTO DELIMITED BY ALL SPACE
                    INTO WS-ACT-ITEM
                END-UNSTRING
            END-IF.

       AGREGA-ACCION.
            IF WS-AC-COUNT >= WS-AC-MAX
                DISPLAY "TABLA DE ACCIONES LLENA EN " WS-AC-MAX
                    " ENTRADAS"
                MOVE "AGREGA-ACCION" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-AC-COUNT.
            ADD 1 TO WS-CNT-ACCIONES.
            MOVE WS-RG-I TO WS-AC-REGLA (WS-AC-COUNT).
            MOVE WS-LADO TO WS-AC-LADO (WS-AC-COUNT).
            MOVE WS-ACT-OPERADOR TO WS-AC-OPERADOR (WS-AC-COUNT).
            MOVE WS-ACT-ITEM TO WS-AC-ITEM (WS-AC-COUNT).
            MOVE WS-ACT-FECHA TO WS-AC-FECHA (WS-AC-COUNT).
            MOVE WS-ACT-FUENTE TO WS-AC-FUENTE (WS-AC-COUNT).

       CRUZA-ACCION.
      *    Se parte de cada accion del lado A de su regla.
            IF WS-AC-LADO (WS-AC-I) = 1
                MOVE WS-AC-REGLA (WS-AC-I) TO WS-RG-I
                EVALUATE TRUE
                    WHEN WS-RG-MISMO-ITEM (WS-RG-I)
                        PERFORM CRUZA-MISMO-ITEM
                    WHEN WS-RG-MISMO-OPER (WS-RG-I)
                        PERFORM CRUZA-MISMO-OPERADOR
                    WHEN WS-RG-PROPIO (WS-RG-I)
                        PERFORM CRUZA-PROPIO
                END-EVALUATE
            END-IF.

       CRUZA-MISMO-ITEM.
            PERFORM VARYING WS-AC-J FROM 1 BY 1
                    UNTIL WS-AC-J > WS-AC-COUNT
                IF WS-AC-REGLA (WS-AC-J) = WS-RG-I
                        AND WS-AC-LADO (WS-AC-J) = 2
                        AND WS-AC-OPERADOR (WS-AC-J)
                            = WS-AC-OPERADOR (WS-AC-I)
                        AND WS-AC-ITEM (WS-AC-J)
                            = WS-AC-ITEM (WS-AC-I)
                    PERFORM ESCRIBE-CONFLICTO
                END-IF
            END-PERFORM.

       CRUZA-MISMO-OPERADOR.
      *    Una linea por operador y regla: la primera accion A del
      *    operador contra la primera B del mismo operador.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING WS-AC-J FROM 1 BY 1
                    UNTIL WS-AC-J >= WS-AC-I
                IF WS-AC-REGLA (WS-AC-J) = WS-RG-I
                        AND WS-AC-LADO (WS-AC-J) = 1
                        AND WS-AC-OPERADOR (WS-AC-J)
                            = WS-AC-OPERADOR (WS-AC-I)
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF NOT WS-HALLADO
                PERFORM VARYING WS-AC-J FROM 1 BY 1
                        UNTIL WS-AC-J > WS-AC-COUNT
                    IF WS-AC-REGLA (WS-AC-J) = WS-RG-I
                            AND WS-AC-LADO (WS-AC-J) = 2
                            AND WS-AC-OPERADOR (WS-AC-J)
                                = WS-AC-OPERADOR (WS-AC-I)
                        PERFORM ESCRIBE-CONFLICTO
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.

       CRUZA-PROPIO.
            PERFORM VARYING WS-OE-I FROM 1 BY 1
                    UNTIL WS-OE-I > WS-OE-COUNT
                IF WS-OE-OPERADOR (WS-OE-I) = WS-AC-OPERADOR (WS-AC-I)
                        AND WS-AC-ITEM (WS-AC-I) (1:6) IS NUMERIC
                    IF WS-AC-ITEM (WS-AC-I) (1:6)
                            = WS-OE-EMPLEADO (WS-OE-I)
                        MOVE 0 TO WS-AC-J
                        PERFORM ESCRIBE-CONFLICTO
                    END-IF
                END-IF
            END-PERFORM.

       ESCRIBE-CONFLICTO.
      *    WS-AC-J en cero: regla de un solo lado (propio registro).
            ADD 1 TO WS-CNT-CONFLICTOS.
            ADD 1 TO WS-RG-CONFLICTOS (WS-RG-I).
            MOVE WS-RG-REGLA (WS-RG-I) TO WS-CFL-REGLA.
            MOVE WS-RG-TIPO (WS-RG-I) TO WS-CFL-TIPO.
            MOVE WS-AC-OPERADOR (WS-AC-I) TO WS-CFL-OPERADOR.
            MOVE WS-AC-ITEM (WS-AC-I) TO WS-CFL-ITEM.
            MOVE WS-AC-FUENTE (WS-AC-I) TO WS-CFL-FUENTE-A.
            MOVE WS-AC-FECHA (WS-AC-I) TO WS-CFL-FECHA-A.
            IF WS-AC-J = 0
                MOVE "-" TO WS-CFL-FUENTE-B
                MOVE SPACES TO WS-CFL-FECHA-B
            ELSE
                MOVE WS-AC-FUENTE (WS-AC-J) TO WS-CFL-FUENTE-B
                MOVE WS-AC-FECHA (WS-AC-J) TO WS-CFL-FECHA-B
            END-IF.
            WRITE REPORT-LINE FROM WS-CONFLICTO-LINE.
            PERFORM VERIFICA-ESCRITURA.

       REVISA-NIVELES.
      *    Por regla, los operadores cuyo nivel alcanza para los dos
      *    lados (para una regla P, para el unico lado): el riesgo
      *    aunque todavia no se haya materializado.
            PERFORM VARYING WS-RG-I FROM 1 BY 1
                    UNTIL WS-RG-I > WS-RG-COUNT
                MOVE WS-RG-NIVEL (WS-RG-I, 1) TO WS-NIVEL-NECESARIO
                IF NOT WS-RG-PROPIO (WS-RG-I)
                        AND WS-RG-NIVEL (WS-RG-I, 2)
                            > WS-NIVEL-NECESARIO
                    MOVE WS-RG-NIVEL (WS-RG-I, 2)
                        TO WS-NIVEL-NECESARIO
                END-IF
                MOVE WS-RG-REGLA (WS-RG-I) TO WS-NVR-REGLA
                MOVE WS-NIVEL-NECESARIO TO WS-NVR-NIVEL
                MOVE WS-RG-DESC (WS-RG-I) TO WS-NVR-DESC
                WRITE REPORT-LINE FROM WS-NIVEL-REGLA-LINE
                PERFORM VERIFICA-ESCRITURA
                PERFORM LISTA-OPERADORES-NIVEL
            END-PERFORM.

       LISTA-OPERADORES-NIVEL.
            MOVE 0 TO WS-OPM-LISTADOS.
            OPEN INPUT OPERATOR-MASTER.
            IF NOT WS-OPM-OK
                MOVE "     OPERMAST.DAT NO DISPONIBLE" TO WS-AVISO-LINE
                WRITE REPORT-LINE FROM WS-AVISO-LINE
                PERFORM VERIFICA-ESCRITURA
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF
                    READ OPERATOR-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
      *                     Un id inhabilitado no puede actuar.
                            IF OM-LEVEL IS NUMERIC
                                    AND OM-LEVEL >= WS-NIVEL-NECESARIO
                                    AND OM-ESTADO NOT = "I"
                                MOVE OM-OPERATOR-ID TO WS-NVO-OPERADOR
                                MOVE OM-LEVEL TO WS-NVO-NIVEL
                                WRITE REPORT-LINE
                                    FROM WS-NIVEL-OPER-LINE
                                PERFORM VERIFICA-ESCRITURA
                                ADD 1 TO WS-OPM-LISTADOS
                                ADD 1 TO WS-CNT-OPERADORES
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-MASTER
                IF WS-OPM-LISTADOS = 0
                    MOVE "     NINGUN OPERADOR CON ESE NIVEL"
                        TO WS-AVISO-LINE
                    WRITE REPORT-LINE FROM WS-AVISO-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       ESCRIBE-SECCION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SECCION-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "REPORTA-CONFLICTOS WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-RG-COUNT WS-AC-COUNT WS-OE-COUNT.
            MOVE "N" TO WS-EOF-SWITCH WS-CAT-EOF-SWITCH.
            INITIALIZE WS-COUNTERS.

       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM REPORTA-CONFLICTOS.
