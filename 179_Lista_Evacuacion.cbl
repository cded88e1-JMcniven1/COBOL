      ******************************************************************
      * Author:
      * Date:
      * Purpose: On-demand evacuation muster list for the fire
      *          wardens. Prints everyone the live occupancy file
      *          (OCUPA.DAT, kept by the entry gate Condicional_IF_OR
      *          from entries and exit-reader exits) has inside at
      *          the moment of the run, grouped by zone in
      *          ZONEMAST.DAT order with each zone's headcount and
      *          the building total. Each badge is named: a visitor
      *          badge by the sponsor of its visit on VISLOG.DAT, an
      *          employee badge by the HRMAST name the
      *          badge-to-employee linkage (BADGEMP.DAT) points to,
      *          and a badge with neither is printed unidentified so
      *          the warden still counts it. Occupants of a zone no
      *          longer on ZONEMAST.DAT print last under OTRAS ZONAS.
      *          The list goes to EVACUA.TXT and the headcount to
      *          the console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-EVACUACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-MASTER ASSIGN TO "ZONEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZON-STATUS.
           SELECT BADGE-EMPLOYEE ASSIGN TO "BADGEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDG-STATUS.
           SELECT VISITOR-LOG ASSIGN TO "VISLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIS-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
           SELECT MUSTER-REPORT ASSIGN TO "EVACUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "OCUPSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-MASTER.
       01  ZONE-MASTER-RECORD.
           05  ZM-ZONA              PIC X(4).
           05  ZM-DESC              PIC X(20).

      *    Vinculo credencial-empleado: la misma atadura que une los
      *    badges de PINMAST con los ids de HRMAST.
       FD  BADGE-EMPLOYEE.
       01  BADGE-EMPLOYEE-RECORD.
           05  BE-BADGE-ID          PIC X(8).
           05  BE-EMPLOYEE-ID       PIC 9(6).

      *    Mismo layout que graba GESTIONA-VISITAS.
       FD  VISITOR-LOG.
       01  VISITOR-LOG-RECORD.
           05  VL-BADGE-ID          PIC X(8).
           05  VL-FECHA             PIC 9(8).
           05  VL-SPONSOR           PIC X(20).
           05  VL-MOTIVO            PIC X(20).
           05  VL-ESTADO            PIC X.

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  MUSTER-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "OCUPFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ZON-STATUS            PIC XX.
           88  WS-ZON-OK            VALUE "00".
       01  WS-BDG-STATUS            PIC XX.
           88  WS-BDG-OK            VALUE "00".
       01  WS-VIS-STATUS            PIC XX.
           88  WS-VIS-OK            VALUE "00".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-OK             VALUE "00".
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HR-ABIERTO-SWITCH     PIC X VALUE "N".
           88  WS-HR-ABIERTO        VALUE "Y".

      *    Zonas del edificio, en el orden del master.
       01  WS-ZON-MAX               PIC 9(3) VALUE 20.
       01  WS-ZON-COUNT             PIC 9(3) VALUE 0.
       01  WS-ZON-TABLE.
           05  WS-ZON-ENTRY OCCURS 20 TIMES
                   INDEXED BY ZON-IDX.
               10  WS-ZON-CODIGO    PIC X(4).
               10  WS-ZON-DESC      PIC X(20).
       01  WS-ZON-HALLADA-SWITCH    PIC X.
           88  WS-ZON-HALLADA       VALUE "Y".

      *    Vinculo credencial-empleado cargado a memoria.
       01  WS-BDG-MAX               PIC 9(4) VALUE 2000.
       01  WS-BDG-COUNT             PIC 9(4) VALUE 0.
       01  WS-BDG-TABLE.
           05  WS-BDG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BDG-IDX.
               10  WS-BDG-BADGE     PIC X(8).
               10  WS-BDG-EMP       PIC 9(6).

      *    Visitas con su sponsor; los ids de la serie VIS no se
      *    reusan, asi que la fila del badge es unica.
       01  WS-VIS-MAX               PIC 9(4) VALUE 2000.
       01  WS-VIS-COUNT             PIC 9(4) VALUE 0.
       01  WS-VIS-TABLE.
           05  WS-VIS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VIS-IDX.
               10  WS-VIS-BADGE     PIC X(8).
               10  WS-VIS-SPONSOR   PIC X(20).

       01  WS-HALLADO-SWITCH        PIC X.
           88  WS-HALLADO           VALUE "Y".
       01  WS-EN-ZONA               PIC 9(4).
       01  WS-PRESENTES             PIC 9(4) VALUE 0.
       01  WS-SIN-IDENTIFICAR       PIC 9(4) VALUE 0.
       01  WS-OTRAS-ZONAS           PIC 9(4) VALUE 0.

       01  WS-TIMESTAMP             PIC X(21).
       01  WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP.
           05  WS-TS-DATE           PIC 9(8).
           05  WS-TS-HH             PIC 99.
           05  WS-TS-MI             PIC 99.
           05  FILLER               PIC X(9).

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(35)
                   VALUE "LISTA DE EVACUACION - PRESENTES AL".
           05  WS-TIT-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-TIT-HH            PIC 99.
           05  FILLER               PIC X VALUE ":".
           05  WS-TIT-MI            PIC 99.
       01  WS-CABECERA-LINE.
           05  FILLER               PIC X(40)
                   VALUE "BADGE    TIPO     NOMBRE / SPONSOR".
           05  FILLER               PIC X(40)
                   VALUE "               ZONA ENTRADA".
       01  WS-ZONA-LINE.
           05  FILLER               PIC X(5) VALUE "ZONA ".
           05  WS-ZNL-ZONA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ZNL-DESC          PIC X(20).
       01  WS-DETAIL-LINE.
           05  WS-DET-BADGE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-TIPO          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-NOMBRE        PIC X(36).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ZONA          PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-HORA          PIC 99B99.
       01  WS-DET-HORA-NUM          PIC 9(4).
       01  WS-CUENTA-ZONA-LINE.
           05  FILLER               PIC X(20)
                   VALUE "  PRESENTES EN ZONA:".
           05  WS-CZL-CANTIDAD      PIC ZZZ9.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(30)
                   VALUE "TOTAL PRESENTES EN EDIFICIO:".
           05  WS-TOT-CANTIDAD      PIC ZZZ9.
           05  FILLER               PIC X(20)
                   VALUE "   SIN IDENTIFICAR:".
           05  WS-TOT-SIN-ID        PIC ZZZ9.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OCUPWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "LISTA-EVACUACION" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            PERFORM CARGA-OCUPACION.
            PERFORM CARGA-ZONAS.
            PERFORM CARGA-VINCULOS.
            PERFORM CARGA-VISITAS.
            OPEN INPUT HR-MASTER-FILE.
            IF WS-HR-OK
                SET WS-HR-ABIERTO TO TRUE
            END-IF.

            OPEN OUTPUT MUSTER-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN EVACUA"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
      *    La lista vale al momento de la corrida, no a la fecha de
      *    negocio: es lo que el brigadista cuenta en el punto de
      *    reunion.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TS-DATE TO WS-TIT-FECHA.
            MOVE WS-TS-HH TO WS-TIT-HH.
            MOVE WS-TS-MI TO WS-TIT-MI.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-CABECERA-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING ZON-IDX FROM 1 BY 1
                    UNTIL ZON-IDX > WS-ZON-COUNT
                PERFORM ESCRIBE-ZONA
            END-PERFORM.
            PERFORM ESCRIBE-OTRAS-ZONAS.

            MOVE WS-PRESENTES TO WS-TOT-CANTIDAD.
            MOVE WS-SIN-IDENTIFICAR TO WS-TOT-SIN-ID.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            CLOSE MUSTER-REPORT.
            IF WS-HR-ABIERTO
                CLOSE HR-MASTER-FILE
            END-IF.

            DISPLAY "LISTA DE EVACUACION: " WS-PRESENTES
                " PRESENTES, " WS-SIN-IDENTIFICAR
                " SIN IDENTIFICAR - VER EVACUA.TXT".

            MOVE WS-OC-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-PRESENTES TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ESCRIBE-ZONA.
      *    Cada zona del master sale con su encabezado aunque este
      *    vacia: el brigadista confirma tambien las zonas sin nadie.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-ZON-CODIGO (ZON-IDX) TO WS-ZNL-ZONA.
            MOVE WS-ZON-DESC (ZON-IDX) TO WS-ZNL-DESC.
            WRITE REPORT-LINE FROM WS-ZONA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE 0 TO WS-EN-ZONA.
            PERFORM VARYING WS-OC-I FROM 1 BY 1
                    UNTIL WS-OC-I > WS-OC-COUNT
                IF WS-OC-TBL-ZONA (WS-OC-I) = WS-ZON-CODIGO (ZON-IDX)
                    PERFORM ESCRIBE-OCUPANTE
                END-IF
            END-PERFORM.
            MOVE WS-EN-ZONA TO WS-CZL-CANTIDAD.
            WRITE REPORT-LINE FROM WS-CUENTA-ZONA-LINE.
            PERFORM VERIFICA-ESCRITURA.

       ESCRIBE-OTRAS-ZONAS.
      *    Una fila con una zona que ya no esta en ZONEMAST.DAT (o
      *    todas, si no hay master de zonas) no se pierde de la
      *    lista: va al final con su codigo de zona.
            MOVE 0 TO WS-OTRAS-ZONAS.
            PERFORM VARYING WS-OC-I FROM 1 BY 1
                    UNTIL WS-OC-I > WS-OC-COUNT
                PERFORM BUSCA-ZONA-OCUPANTE
                IF NOT WS-ZON-HALLADA
                    ADD 1 TO WS-OTRAS-ZONAS
                END-IF
            END-PERFORM.
            IF WS-OTRAS-ZONAS > 0
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM VERIFICA-ESCRITURA
                MOVE SPACES TO WS-ZNL-ZONA
                MOVE "OTRAS ZONAS" TO WS-ZNL-DESC
                WRITE REPORT-LINE FROM WS-ZONA-LINE
                PERFORM VERIFICA-ESCRITURA
                MOVE 0 TO WS-EN-ZONA
                PERFORM VARYING WS-OC-I FROM 1 BY 1
                        UNTIL WS-OC-I > WS-OC-COUNT
                    PERFORM BUSCA-ZONA-OCUPANTE
                    IF NOT WS-ZON-HALLADA
                        PERFORM ESCRIBE-OCUPANTE
                    END-IF
                END-PERFORM
                MOVE WS-EN-ZONA TO WS-CZL-CANTIDAD
                WRITE REPORT-LINE FROM WS-CUENTA-ZONA-LINE
                PERFORM VERIFICA-ESCRITURA
            END-IF.

       BUSCA-ZONA-OCUPANTE.
            MOVE "N" TO WS-ZON-HALLADA-SWITCH.
            PERFORM VARYING ZON-IDX FROM 1 BY 1
                    UNTIL ZON-IDX > WS-ZON-COUNT
                IF WS-ZON-CODIGO (ZON-IDX) = WS-OC-TBL-ZONA (WS-OC-I)
                    SET WS-ZON-HALLADA TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       ESCRIBE-OCUPANTE.
            MOVE WS-OC-TBL-BADGE (WS-OC-I) TO WS-DET-BADGE.
            MOVE WS-OC-TBL-ZONA (WS-OC-I) TO WS-DET-ZONA.
            MOVE WS-OC-TBL-FECHA (WS-OC-I) TO WS-DET-FECHA.
            MOVE WS-OC-TBL-HORA (WS-OC-I) TO WS-DET-HORA-NUM.
            MOVE WS-DET-HORA-NUM TO WS-DET-HORA.
            INSPECT WS-DET-HORA REPLACING ALL " " BY ":".
            PERFORM IDENTIFICA-OCUPANTE.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            ADD 1 TO WS-EN-ZONA.
            ADD 1 TO WS-PRESENTES.

       IDENTIFICA-OCUPANTE.
      *    Primero como visita (sponsor de VISLOG.DAT), despues como
      *    empleado (BADGEMP.DAT y el nombre de HRMAST).
            MOVE SPACES TO WS-DET-NOMBRE.
            MOVE "N" TO WS-HALLADO-SWITCH.
            PERFORM VARYING VIS-IDX FROM 1 BY 1
                    UNTIL VIS-IDX > WS-VIS-COUNT
                IF WS-VIS-BADGE (VIS-IDX) = WS-OC-TBL-BADGE (WS-OC-I)
                    SET WS-HALLADO TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-HALLADO
                MOVE "VISITA" TO WS-DET-TIPO
                STRING "VISITA DE " DELIMITED BY SIZE
                    WS-VIS-SPONSOR (VIS-IDX) DELIMITED BY SIZE
                    INTO WS-DET-NOMBRE
                END-STRING
            ELSE
                PERFORM VARYING BDG-IDX FROM 1 BY 1
                        UNTIL BDG-IDX > WS-BDG-COUNT
                    IF WS-BDG-BADGE (BDG-IDX)
                            = WS-OC-TBL-BADGE (WS-OC-I)
                        SET WS-HALLADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF WS-HALLADO
                    MOVE "EMPLEADO" TO WS-DET-TIPO
                    PERFORM BUSCA-NOMBRE-EMPLEADO
                ELSE
                    MOVE "SIN ID" TO WS-DET-TIPO
                    MOVE "*** CREDENCIAL SIN VINCULO ***"
                        TO WS-DET-NOMBRE
                    ADD 1 TO WS-SIN-IDENTIFICAR
                END-IF
            END-IF.

       BUSCA-NOMBRE-EMPLEADO.
            MOVE "N" TO WS-HALLADO-SWITCH.
            IF WS-HR-ABIERTO
                MOVE WS-BDG-EMP (BDG-IDX) TO HR-EMPLOYEE-ID
                READ HR-MASTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET WS-HALLADO TO TRUE
                        STRING HR-APELLIDOS DELIMITED BY "  "
                            ", " DELIMITED BY SIZE
                            HR-NOMBRE DELIMITED BY "  "
                            INTO WS-DET-NOMBRE
                        END-STRING
                END-READ
            END-IF.
      *    Vinculado pero sin ficha en HRMAST: se imprime el id para
      *    que el brigadista pueda preguntar por esa persona.
            IF NOT WS-HALLADO
                STRING "EMPLEADO " DELIMITED BY SIZE
                    WS-BDG-EMP (BDG-IDX) DELIMITED BY SIZE
                    " SIN FICHA EN HRMAST" DELIMITED BY SIZE
                    INTO WS-DET-NOMBRE
                END-STRING
            END-IF.

       CARGA-ZONAS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ZONE-MASTER.
            IF WS-ZON-OK
                PERFORM UNTIL WS-EOF
                    READ ZONE-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-ZON-COUNT >= WS-ZON-MAX
                                DISPLAY "TABLA DE ZONAS LLENA EN "
                                    WS-ZON-MAX " ENTRADAS"
                                MOVE "CARGA-ZONAS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-ZON-COUNT
                            SET ZON-IDX TO WS-ZON-COUNT
                            MOVE ZM-ZONA TO WS-ZON-CODIGO (ZON-IDX)
                            MOVE ZM-DESC TO WS-ZON-DESC (ZON-IDX)
                    END-READ
                END-PERFORM
                CLOSE ZONE-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

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
                            SET BDG-IDX TO WS-BDG-COUNT
                            MOVE BE-BADGE-ID TO WS-BDG-BADGE (BDG-IDX)
                            MOVE BE-EMPLOYEE-ID TO WS-BDG-EMP (BDG-IDX)
                    END-READ
                END-PERFORM
                CLOSE BADGE-EMPLOYEE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       CARGA-VISITAS.
      *    Todas las visitas, activas o ya expiradas: una visita que
      *    EXPIRA-VISITAS cerro sin salida marcada sigue en
      *    OCUPA.DAT y el brigadista necesita su sponsor igual.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VISITOR-LOG.
            IF WS-VIS-OK
                PERFORM UNTIL WS-EOF
                    READ VISITOR-LOG
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-VIS-COUNT >= WS-VIS-MAX
                                DISPLAY "TABLA DE VISITAS LLENA EN "
                                    WS-VIS-MAX " ENTRADAS"
                                MOVE "CARGA-VISITAS"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-VIS-COUNT
                            SET VIS-IDX TO WS-VIS-COUNT
                            MOVE VL-BADGE-ID TO WS-VIS-BADGE (VIS-IDX)
                            MOVE VL-SPONSOR
                                TO WS-VIS-SPONSOR (VIS-IDX)
                    END-READ
                END-PERFORM
                CLOSE VISITOR-LOG
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "LISTA-EVACUACION WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-ZON-COUNT WS-BDG-COUNT WS-VIS-COUNT.
            MOVE 0 TO WS-PRESENTES WS-SIN-IDENTIFICAR.
            MOVE "N" TO WS-HR-ABIERTO-SWITCH.

       COPY "OCUPWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM LISTA-EVACUACION.
