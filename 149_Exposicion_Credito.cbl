      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily credit exposure of the receivables accounts.
      *          For every account with open or parked invoices on
      *          INVMAST.DAT or a row on the credit master
      *          (CREDMAST.DAT) it reports the credit limit, the open
      *          receivables, the invoices parked for credit-control
      *          approval, the credit still available, the amount
      *          open more than 90 days and the age of the oldest
      *          open invoice, with the hold status (CREDEXPO.TXT).
      *          An account with an open invoice past 90 days in the
      *          aging that is not already on hold is put on credit
      *          hold automatically (motivo A): GESTIONA-FACTURAS
      *          then parks its new invoices until credit control
      *          releases it on CONTROLA-CREDITO. Invoices the
      *          customer disputes count in the exposure but do not
      *          trigger the hold. An account held this way without
      *          a credit-master row gets one with a zero limit, to
      *          be set on the desk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICION-CREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-REPORT ASSIGN TO "CREDEXPO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "CRLMSL.cpy".
           COPY "INVMSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-REPORT.
       01  REPORT-LINE              PIC X(110).

       COPY "CRLMFD.cpy".
       COPY "INVMFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS            PIC XX.
           88  WS-RPT-OK            VALUE "00".
       01  WS-HOY-INT               PIC 9(7).
       01  WS-EDAD-DIAS             PIC S9(5).
       01  WS-DIAS-RETENCION        PIC 9(3) VALUE 90.

      *    Exposicion por cuenta, ordenada por cuenta al insertar.
       01  WS-EX-MAX                PIC 9(4) VALUE 2000.
       01  WS-EX-COUNT              PIC 9(4) VALUE 0.
       01  WS-EX-I                  PIC 9(4).
       01  WS-EX-J                  PIC 9(4).
       01  WS-EX-IX                 PIC 9(4).
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 2001 TIMES.
               10  WS-EX-CUENTA     PIC X(8).
               10  WS-EX-ABIERTO    PIC 9(9)V99.
               10  WS-EX-APARCADO   PIC 9(9)V99.
               10  WS-EX-MAS-90     PIC 9(9)V99.
               10  WS-EX-DIAS-MAX   PIC 9(5).
               10  WS-EX-VENCIDA    PIC X.
       01  WS-EX-NUEVA.
           05  WS-EXN-CUENTA        PIC X(8).
           05  WS-EXN-ABIERTO       PIC 9(9)V99.
           05  WS-EXN-APARCADO      PIC 9(9)V99.
           05  WS-EXN-MAS-90        PIC 9(9)V99.
           05  WS-EXN-DIAS-MAX      PIC 9(5).
           05  WS-EXN-VENCIDA       PIC X.
       01  WS-BUSCA-CUENTA          PIC X(8).

       01  WS-DISPONIBLE            PIC S9(9)V99.
       01  WS-OBSERVACION           PIC X(24).

       01  WS-CUENTAS               PIC 9(6) VALUE 0.
       01  WS-RETENIDAS             PIC 9(6) VALUE 0.
       01  WS-RETENIDAS-HOY         PIC 9(6) VALUE 0.
       01  WS-EXCEDIDAS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-ABIERTO         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-APARCADO        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-MAS-90          PIC 9(11)V99 VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER               PIC X(35)
                   VALUE "EXPOSICION DE CREDITO POR CUENTA - ".
           05  WS-TIT-FECHA         PIC 9(8).
       01  WS-COLUMNAS-LINE.
           05  FILLER               PIC X(30)
                   VALUE "CUENTA          LIMITE       ".
           05  FILLER               PIC X(30)
                   VALUE " ABIERTO     APARCADO   DISPON".
           05  FILLER               PIC X(30)
                   VALUE "IBLE    MAS DE 90  DIAS RET OB".
           05  FILLER               PIC X(10)
                   VALUE "SERVACION ".
       01  WS-DETALLE-LINE.
           05  WS-DET-CUENTA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-LIMITE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-ABIERTO       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-APARCADO      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DISPONIBLE    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-MAS-90        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-DIAS          PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-RETENIDA      PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DET-OBSERVACION   PIC X(24).
       01  WS-TOTAL-LINE.
           05  WS-TOT-ETIQUETA      PIC X(30).
           05  WS-TOT-IMPORTE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RESUMEN-LINE.
           05  WS-RES-ETIQUETA      PIC X(30).
           05  WS-RES-VALOR         PIC ZZZZZ9.
       01  WS-SEPARA-LINE           PIC X(110) VALUE ALL "-".

       01  WS-RETIENE-EVENTO.
           05  FILLER               PIC X(18)
                   VALUE "CRED RETIEN AUTO  ".
           05  WS-REV-CUENTA        PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CRLMWS.cpy".
       COPY "INVMWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "EXPOSICION-CREDITO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.
            PERFORM CARGA-PERFIL-SITIO.

            COMPUTE WS-HOY-INT =
                FUNCTION INTEGER-OF-DATE (WS-OPSLOG-DATE).
            PERFORM CARGA-LIMITES-CREDITO.
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM ACUMULA-FACTURAS.
            PERFORM VARYING WS-CL-I FROM 1 BY 1
                    UNTIL WS-CL-I > WS-CL-COUNT
                MOVE WS-CL-TBL-CUENTA (WS-CL-I) TO WS-BUSCA-CUENTA
                PERFORM UBICA-CUENTA
            END-PERFORM.

            OPEN OUTPUT EXPOSURE-REPORT.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN CREDEXPO"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            WRITE REPORT-LINE FROM WS-SITE-HEADER-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE WS-OPSLOG-DATE TO WS-TIT-FECHA.
            WRITE REPORT-LINE FROM WS-TITULO-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-COLUMNAS-LINE.
            PERFORM VERIFICA-ESCRITURA.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.

            PERFORM VARYING WS-EX-I FROM 1 BY 1
                    UNTIL WS-EX-I > WS-EX-COUNT
                PERFORM EVALUA-CUENTA
            END-PERFORM.

            PERFORM ESCRIBE-TOTALES.
            CLOSE EXPOSURE-REPORT.
            PERFORM GRABA-LIMITES-CREDITO.
            DISPLAY "CUENTAS: " WS-CUENTAS
                " EN RETENCION: " WS-RETENIDAS
                " RETENIDAS HOY POR ANTIGUEDAD: " WS-RETENIDAS-HOY.

            MOVE WS-IM-COUNT TO WS-RUNST-IN-COUNT.
            MOVE WS-CUENTAS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       ACUMULA-FACTURAS.
      *    Abiertas y aparcadas por cuenta; la antiguedad corre
      *    desde la emision, como en el INVAGING de APLICA-COBROS.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-ESTADO (WS-IM-I) = "A"
                        OR WS-IM-TBL-ESTADO (WS-IM-I) = "P"
                    MOVE WS-IM-TBL-CUENTA (WS-IM-I) TO WS-BUSCA-CUENTA
                    PERFORM UBICA-CUENTA
                    PERFORM ACUMULA-UNA-FACTURA
                END-IF
            END-PERFORM.

       ACUMULA-UNA-FACTURA.
            IF WS-IM-TBL-ESTADO (WS-IM-I) = "P"
                ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                    TO WS-EX-APARCADO (WS-EX-IX)
            ELSE
                ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                    TO WS-EX-ABIERTO (WS-EX-IX)
                COMPUTE WS-EDAD-DIAS = WS-HOY-INT
                    - FUNCTION INTEGER-OF-DATE
                        (WS-IM-TBL-FECHA (WS-IM-I))
                IF WS-EDAD-DIAS < 0
                    MOVE 0 TO WS-EDAD-DIAS
                END-IF
                IF WS-EDAD-DIAS > WS-EX-DIAS-MAX (WS-EX-IX)
                    MOVE WS-EDAD-DIAS TO WS-EX-DIAS-MAX (WS-EX-IX)
                END-IF
                IF WS-EDAD-DIAS > WS-DIAS-RETENCION
                    ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                        TO WS-EX-MAS-90 (WS-EX-IX)
                    IF WS-IM-TBL-RETENIDA (WS-IM-I) NOT = "S"
                        MOVE "S" TO WS-EX-VENCIDA (WS-EX-IX)
                    END-IF
                END-IF
            END-IF.

       UBICA-CUENTA.
      *    Deja en WS-EX-IX la entrada de la cuenta; si no esta la
      *    inserta en su lugar por orden de cuenta.
            MOVE 0 TO WS-EX-IX.
            PERFORM VARYING WS-EX-J FROM 1 BY 1
                    UNTIL WS-EX-J > WS-EX-COUNT
                IF WS-EX-CUENTA (WS-EX-J) = WS-BUSCA-CUENTA
                    MOVE WS-EX-J TO WS-EX-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-EX-IX = 0
                IF WS-EX-COUNT >= WS-EX-MAX
                    DISPLAY "TABLA DE EXPOSICION LLENA EN " WS-EX-MAX
                        " CUENTAS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-BUSCA-CUENTA TO WS-EXN-CUENTA
                MOVE 0 TO WS-EXN-ABIERTO
                MOVE 0 TO WS-EXN-APARCADO
                MOVE 0 TO WS-EXN-MAS-90
                MOVE 0 TO WS-EXN-DIAS-MAX
                MOVE "N" TO WS-EXN-VENCIDA
                MOVE WS-EX-COUNT TO WS-EX-J
                PERFORM UNTIL WS-EX-J = 0
                    IF WS-EX-CUENTA (WS-EX-J) < WS-BUSCA-CUENTA
                        EXIT PERFORM
                    END-IF
                    MOVE WS-EX-ENTRY (WS-EX-J)
                        TO WS-EX-ENTRY (WS-EX-J + 1)
                    SUBTRACT 1 FROM WS-EX-J
                END-PERFORM
                COMPUTE WS-EX-IX = WS-EX-J + 1
                MOVE WS-EX-NUEVA TO WS-EX-ENTRY (WS-EX-IX)
                ADD 1 TO WS-EX-COUNT
            END-IF.

       EVALUA-CUENTA.
            ADD 1 TO WS-CUENTAS.
            MOVE SPACES TO WS-OBSERVACION.
            MOVE WS-EX-CUENTA (WS-EX-I) TO WS-CL-LOOKUP-CUENTA.
            PERFORM BUSCA-LIMITE-CREDITO.
            IF WS-EX-VENCIDA (WS-EX-I) = "S"
                PERFORM RETIENE-POR-ANTIGUEDAD
            END-IF.

            MOVE WS-EX-CUENTA (WS-EX-I) TO WS-DET-CUENTA.
            MOVE WS-EX-ABIERTO (WS-EX-I) TO WS-DET-ABIERTO.
            MOVE WS-EX-APARCADO (WS-EX-I) TO WS-DET-APARCADO.
            MOVE WS-EX-MAS-90 (WS-EX-I) TO WS-DET-MAS-90.
            MOVE WS-EX-DIAS-MAX (WS-EX-I) TO WS-DET-DIAS.
            IF WS-CL-IX = 0
                MOVE 0 TO WS-DET-LIMITE
                MOVE 0 TO WS-DET-DISPONIBLE
                MOVE "NO" TO WS-DET-RETENIDA
                MOVE "SIN LIMITE FIJADO" TO WS-OBSERVACION
            ELSE
                MOVE WS-CL-TBL-LIMITE (WS-CL-IX) TO WS-DET-LIMITE
                COMPUTE WS-DISPONIBLE = WS-CL-TBL-LIMITE (WS-CL-IX)
                    - WS-EX-ABIERTO (WS-EX-I)
                MOVE WS-DISPONIBLE TO WS-DET-DISPONIBLE
                IF WS-CL-TBL-RETENIDA (WS-CL-IX) = "S"
                    ADD 1 TO WS-RETENIDAS
                    MOVE "SI" TO WS-DET-RETENIDA
                    MOVE WS-CL-TBL-MOTIVO (WS-CL-IX)
                        TO WS-DET-RETENIDA (3:1)
                ELSE
                    MOVE "NO" TO WS-DET-RETENIDA
                END-IF
                IF WS-DISPONIBLE < 0
                    ADD 1 TO WS-EXCEDIDAS
                    IF WS-OBSERVACION = SPACES
                        MOVE "LIMITE EXCEDIDO" TO WS-OBSERVACION
                    END-IF
                END-IF
            END-IF.
            ADD WS-EX-ABIERTO (WS-EX-I) TO WS-TOTAL-ABIERTO.
            ADD WS-EX-APARCADO (WS-EX-I) TO WS-TOTAL-APARCADO.
            ADD WS-EX-MAS-90 (WS-EX-I) TO WS-TOTAL-MAS-90.
            MOVE WS-OBSERVACION TO WS-DET-OBSERVACION.
            WRITE REPORT-LINE FROM WS-DETALLE-LINE.
            PERFORM VERIFICA-ESCRITURA.

       RETIENE-POR-ANTIGUEDAD.
      *    Solo se pone la marca; liberarla es decision de control
      *    de credito en CONTROLA-CREDITO.
            IF WS-CL-IX = 0
                IF WS-CL-COUNT >= WS-CL-MAX
                    DISPLAY "TABLA DE LIMITES LLENA EN " WS-CL-MAX
                        " - CUENTA " WS-EX-CUENTA (WS-EX-I)
                        " SIN RETENER"
                ELSE
                    ADD 1 TO WS-CL-COUNT
                    MOVE WS-CL-COUNT TO WS-CL-IX
                    MOVE WS-EX-CUENTA (WS-EX-I)
                        TO WS-CL-TBL-CUENTA (WS-CL-IX)
                    MOVE 0 TO WS-CL-TBL-LIMITE (WS-CL-IX)
                    MOVE "N" TO WS-CL-TBL-RETENIDA (WS-CL-IX)
                    MOVE "ALTA - FIJAR LIMITE" TO WS-OBSERVACION
                END-IF
            END-IF.
            IF WS-CL-IX > 0
                IF WS-CL-TBL-RETENIDA (WS-CL-IX) NOT = "S"
                    MOVE "S" TO WS-CL-TBL-RETENIDA (WS-CL-IX)
                    MOVE "A" TO WS-CL-TBL-MOTIVO (WS-CL-IX)
                    MOVE WS-OPSLOG-DATE TO WS-CL-TBL-FECHA (WS-CL-IX)
                    MOVE "BATCH" TO WS-CL-TBL-OPERADOR (WS-CL-IX)
                    SET WS-CL-CAMBIADO TO TRUE
                    ADD 1 TO WS-RETENIDAS-HOY
                    IF WS-OBSERVACION = SPACES
                        MOVE "RETENIDA HOY - MAS DE 90"
                            TO WS-OBSERVACION
                    END-IF
                    MOVE WS-EX-CUENTA (WS-EX-I) TO WS-REV-CUENTA
                    MOVE WS-RETIENE-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                END-IF
            END-IF.

       ESCRIBE-TOTALES.
            WRITE REPORT-LINE FROM WS-SEPARA-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL ABIERTO:" TO WS-TOT-ETIQUETA.
            MOVE WS-TOTAL-ABIERTO TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL APARCADO:" TO WS-TOT-ETIQUETA.
            MOVE WS-TOTAL-APARCADO TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "TOTAL CON MAS DE 90 DIAS:" TO WS-TOT-ETIQUETA.
            MOVE WS-TOTAL-MAS-90 TO WS-TOT-IMPORTE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "CUENTAS:" TO WS-RES-ETIQUETA.
            MOVE WS-CUENTAS TO WS-RES-VALOR.
            WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "CON LIMITE EXCEDIDO:" TO WS-RES-ETIQUETA.
            MOVE WS-EXCEDIDAS TO WS-RES-VALOR.
            WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "EN RETENCION DE CREDITO:" TO WS-RES-ETIQUETA.
            MOVE WS-RETENIDAS TO WS-RES-VALOR.
            WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
            PERFORM VERIFICA-ESCRITURA.
            MOVE "RETENIDAS HOY POR ANTIGUEDAD:" TO WS-RES-ETIQUETA.
            MOVE WS-RETENIDAS-HOY TO WS-RES-VALOR.
            WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
            PERFORM VERIFICA-ESCRITURA.

       VERIFICA-ESCRITURA.
            IF NOT WS-RPT-OK
                MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
                MOVE "EXPOSICION-CREDITO WRITE" TO WS-ABEND-PARAGRAPH
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
            MOVE 0 TO WS-EX-COUNT.
            MOVE 0 TO WS-CUENTAS.
            MOVE 0 TO WS-RETENIDAS.
            MOVE 0 TO WS-RETENIDAS-HOY.
            MOVE 0 TO WS-EXCEDIDAS.
            MOVE 0 TO WS-TOTAL-ABIERTO.
            MOVE 0 TO WS-TOTAL-APARCADO.
            MOVE 0 TO WS-TOTAL-MAS-90.

       COPY "CRLMWR.cpy".
       COPY "INVMWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".

       END PROGRAM EXPOSICION-CREDITO.
