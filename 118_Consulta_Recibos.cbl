      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payslip history inquiry and reprint, launched from
      *          MENU-DRIVER. Takes an employee id and lists every
      *          payslip the permanent history (PAYHIST) holds for
      *          the employee, period by period: monthly payroll
      *          (N, CALCULA-NOMINA), final settlement (F,
      *          LIQUIDA-BAJAS) and the annual bonus (A,
      *          CALCULA-AGUINALDO), with the run date, gross and net.
      *          Any one of them can be reprinted as a duplicate on
      *          RECIBREP.TXT with the full detail as it was paid
      *          (coded deductions, RETRO arrears, totals and net),
      *          for the employee, a bank or a court. The FLDSEC.DAT
      *          salary masking applies as in HR-CONSULTA: below the
      *          level the profile demands the amounts show as a
      *          band and the reprint is refused; every view in
      *          clear and every reprint is logged to OPSLOG with
      *          the operator of the signed-on session.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-RECIBOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Nivel del operador firmado en el menu y perfil de
      *    seguridad de campos, los mismos de HR-CONSULTA.
           SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.
           SELECT FIELD-SECURITY ASSIGN TO "FLDSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSC-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "RECIBREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           COPY "PAYHSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SESSION.
       01  OPERATOR-SESSION-RECORD.
           05  OS-OPERATOR-ID       PIC X(8).
           05  OS-LEVEL             PIC 9.

       FD  FIELD-SECURITY.
       01  FIELD-SECURITY-RECORD.
           05  FS-FIELD             PIC X(8).
           05  FS-MIN-LEVEL         PIC 9.

       FD  REPRINT-FILE.
       01  PRINT-LINE               PIC X(80).

       COPY "PAYHFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPS-STATUS            PIC XX.
           88  WS-OPS-OK            VALUE "00".
       01  WS-FSC-STATUS            PIC XX.
           88  WS-FSC-OK            VALUE "00".
       01  WS-FSC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-FSC-EOF           VALUE "Y".
       01  WS-PRT-STATUS            PIC XX.
           88  WS-PRT-OK            VALUE "00".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-BROWSE-EOF-SWITCH     PIC X.
           88  WS-BROWSE-EOF        VALUE "Y".
       01  WS-PH-FOUND-SWITCH       PIC X.
           88  WS-PH-FOUND          VALUE "Y".
       01  WS-PAYH-ABIERTO-SWITCH   PIC X VALUE "N".
           88  WS-PAYH-ABIERTO      VALUE "Y".
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-SALARIO         PIC 9 VALUE 3.
       01  WS-BANDA-SALARIO         PIC X(10).
       01  WS-BUSCA-ID              PIC 9(6).
       01  WS-BUSCA-PERIODO         PIC 9(6).
       01  WS-BUSCA-TIPO            PIC X.
       01  WS-RECIBOS               PIC 9(4).
       01  WS-DED-IDX               PIC 9.

       01  WS-LISTA-CAB-LINE.
           05  FILLER               PIC X(8) VALUE "PERIODO".
           05  FILLER               PIC X(5) VALUE "TIPO".
           05  FILLER               PIC X(9) VALUE "CORRIDA".
           05  FILLER               PIC X(12) VALUE "       BRUTO".
           05  FILLER               PIC X(12) VALUE "        NETO".
       01  WS-LISTA-LINE.
           05  WS-LST-PERIODO       PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACE.
           05  WS-LST-TIPO          PIC X.
           05  FILLER               PIC X(2) VALUE SPACE.
           05  WS-LST-FECHA         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LST-GROSS         PIC Z(7)9.99.
           05  WS-LST-GROSS-X REDEFINES WS-LST-GROSS PIC X(11).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LST-NET           PIC Z(7)9.99.
           05  WS-LST-NET-X REDEFINES WS-LST-NET PIC X(11).

      *    Duplicado del recibo tal como se pago.
       01  WS-REP-TITULO-LINE.
           05  FILLER               PIC X(32)
                   VALUE "RECIBO DE SALARIO - DUPLICADO".
           05  FILLER               PIC X(9) VALUE "PERIODO: ".
           05  WS-REP-PERIODO       PIC 9(6).
           05  FILLER               PIC X(8) VALUE "  TIPO: ".
           05  WS-REP-TIPO-TEXTO    PIC X(10).
       01  WS-REP-EMP-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLEADO: ".
           05  WS-REP-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REP-APELLIDOS     PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-REP-NOMBRE        PIC X(15).
           05  FILLER               PIC X(9) VALUE "  DEPTO: ".
           05  WS-REP-DEPTO         PIC X(4).
       01  WS-REP-FECHA-LINE.
           05  FILLER               PIC X(20)
                   VALUE "CORRIDA DE PAGO: ".
           05  WS-REP-FECHA         PIC 9(8).
       01  WS-REP-IMPORTE-LINE.
           05  WS-REP-CONCEPTO      PIC X(30).
           05  WS-REP-IMPORTE       PIC Z(6)9.99.
       01  WS-REP-PIE-LINE.
           05  FILLER               PIC X(13) VALUE "REIMPRESO EL ".
           05  WS-REP-HOY           PIC 9(8).
           05  FILLER               PIC X(5) VALUE " POR ".
           05  WS-REP-OPERADOR      PIC X(8).
       01  WS-SEPARA-LINE           PIC X(40) VALUE ALL "-".

      *    Caben en los 40 bytes de WS-OPSLOG-EVENT.
       01  WS-CLARO-EVENTO.
           05  FILLER               PIC X(17)
                   VALUE "RECIBOS EN CLARO ".
           05  WS-CLR-ID            PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-CLR-OPERADOR      PIC X(8).
       01  WS-REIMPRIME-EVENTO.
           05  FILLER               PIC X(10) VALUE "REIMPRIME ".
           05  WS-RIM-ID            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RIM-PERIODO       PIC 9(6).
           05  WS-RIM-TIPO          PIC X.
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-RIM-OPERADOR      PIC X(8).
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PAYHWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "CONSULTA-RECIBOS" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM LEE-NIVEL-SESION.
            IF WS-OPERADOR = SPACES
                DISPLAY "IDENTIFICACION DE OPERADOR: "
                    WITH NO ADVANCING
                ACCEPT WS-OPERADOR
            END-IF.
            PERFORM LEE-SEGURIDAD-CAMPOS.

      *    Sin historico no hay nada que consultar; no se crea aqui,
      *    lo crea la primera nomina que archiva.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-PAYH-OK
                SET WS-PAYH-ABIERTO TO TRUE
            ELSE
                DISPLAY "SIN HISTORICO DE RECIBOS (PAYHIST) - "
                    "ESTADO " WS-PAYH-STATUS
                SET WS-SALIR TO TRUE
            END-IF.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "EMPLEADO (6, CERO = SALIR): "
                    WITH NO ADVANCING
                ACCEPT WS-BUSCA-ID
                IF WS-BUSCA-ID = 0
                    SET WS-SALIR TO TRUE
                ELSE
                    PERFORM LISTA-RECIBOS
                    IF WS-RECIBOS > 0
                        PERFORM PIDE-REIMPRESION
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-PAYH-ABIERTO
                CLOSE PAYSLIP-HISTORY
            END-IF.
            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       LISTA-RECIBOS.
      *    START al primer recibo del empleado y lectura secuencial
      *    mientras la clave siga siendo suya: periodo ascendente.
            MOVE 0 TO WS-RECIBOS.
            MOVE "N" TO WS-BROWSE-EOF-SWITCH.
            MOVE WS-BUSCA-ID TO PH-EMPLOYEE-ID.
            MOVE 0 TO PH-PERIODO.
            MOVE LOW-VALUES TO PH-TIPO.
            START PAYSLIP-HISTORY KEY IS NOT LESS THAN PH-CLAVE
                INVALID KEY SET WS-BROWSE-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-BROWSE-EOF
                READ PAYSLIP-HISTORY NEXT
                    AT END SET WS-BROWSE-EOF TO TRUE
                    NOT AT END
                        IF PH-EMPLOYEE-ID NOT = WS-BUSCA-ID
                            SET WS-BROWSE-EOF TO TRUE
                        ELSE
                            PERFORM MUESTRA-RECIBO
                        END-IF
                END-READ
            END-PERFORM.

            IF WS-RECIBOS = 0
                DISPLAY "SIN RECIBOS EN EL HISTORICO PARA "
                    WS-BUSCA-ID
            ELSE
                DISPLAY "RECIBOS: " WS-RECIBOS
      *        Cada consulta en claro queda en OPSLOG con el
      *        operador, como el salario en HR-CONSULTA.
                IF WS-NIVEL >= WS-NIVEL-SALARIO
                    MOVE WS-BUSCA-ID TO WS-CLR-ID
                    MOVE WS-OPERADOR TO WS-CLR-OPERADOR
                    MOVE WS-CLARO-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                END-IF
            END-IF.

       MUESTRA-RECIBO.
            IF WS-RECIBOS = 0
                DISPLAY "EMPLEADO: " PH-EMPLOYEE-ID " "
                    PH-APELLIDOS " " PH-NOMBRE
                DISPLAY WS-LISTA-CAB-LINE
            END-IF.
            ADD 1 TO WS-RECIBOS.
            MOVE PH-PERIODO TO WS-LST-PERIODO.
            MOVE PH-TIPO TO WS-LST-TIPO.
            MOVE PH-FECHA TO WS-LST-FECHA.
      *    Por debajo del nivel exigido el bruto sale como banda y
      *    el neto no sale.
            IF WS-NIVEL < WS-NIVEL-SALARIO
                PERFORM CLASIFICA-BANDA-SALARIO
                MOVE WS-BANDA-SALARIO TO WS-LST-GROSS-X
                MOVE SPACES TO WS-LST-NET-X
            ELSE
                MOVE PH-GROSS TO WS-LST-GROSS
                MOVE PH-NET TO WS-LST-NET
            END-IF.
            DISPLAY WS-LISTA-LINE.

       PIDE-REIMPRESION.
            DISPLAY "REIMPRIMIR PERIODO (AAAAMM, CERO = NO): "
                WITH NO ADVANCING.
            ACCEPT WS-BUSCA-PERIODO.
            IF WS-BUSCA-PERIODO NOT = 0
                DISPLAY "TIPO (N = NOMINA, F = FINIQUITO, "
                    "A = AGUINALDO): " WITH NO ADVANCING
                ACCEPT WS-BUSCA-TIPO
                IF WS-BUSCA-TIPO = SPACE
                    MOVE "N" TO WS-BUSCA-TIPO
                END-IF
                PERFORM REIMPRIME-RECIBO
            END-IF.

       REIMPRIME-RECIBO.
            IF WS-NIVEL < WS-NIVEL-SALARIO
                DISPLAY "REIMPRESION NO AUTORIZADA PARA SU NIVEL"
            ELSE
                MOVE "N" TO WS-PH-FOUND-SWITCH
                MOVE WS-BUSCA-ID TO PH-EMPLOYEE-ID
                MOVE WS-BUSCA-PERIODO TO PH-PERIODO
                MOVE WS-BUSCA-TIPO TO PH-TIPO
                READ PAYSLIP-HISTORY
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET WS-PH-FOUND TO TRUE
                END-READ
                IF NOT WS-PH-FOUND
                    DISPLAY "NO HAY RECIBO " WS-BUSCA-TIPO
                        " DEL PERIODO " WS-BUSCA-PERIODO
                ELSE
                    PERFORM IMPRIME-DUPLICADO
                END-IF
            END-IF.

       IMPRIME-DUPLICADO.
            OPEN OUTPUT REPRINT-FILE.
            IF NOT WS-PRT-OK
                MOVE WS-PRT-STATUS TO WS-ABEND-STATUS
                MOVE "IMPRIME-DUPLICADO OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

            MOVE PH-PERIODO TO WS-REP-PERIODO.
            EVALUATE PH-TIPO
                WHEN "F"
                    MOVE "FINIQUITO" TO WS-REP-TIPO-TEXTO
                WHEN "A"
                    MOVE "AGUINALDO" TO WS-REP-TIPO-TEXTO
                WHEN OTHER
                    MOVE "NOMINA" TO WS-REP-TIPO-TEXTO
            END-EVALUATE.
            MOVE WS-REP-TITULO-LINE TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.
            MOVE PH-EMPLOYEE-ID TO WS-REP-ID.
            MOVE PH-APELLIDOS TO WS-REP-APELLIDOS.
            MOVE PH-NOMBRE TO WS-REP-NOMBRE.
            MOVE PH-DEPT-CODE TO WS-REP-DEPTO.
            MOVE WS-REP-EMP-LINE TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.
            MOVE PH-FECHA TO WS-REP-FECHA.
            MOVE WS-REP-FECHA-LINE TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.
            MOVE WS-SEPARA-LINE TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.

            MOVE "BRUTO" TO WS-REP-CONCEPTO.
            MOVE PH-GROSS TO WS-REP-IMPORTE.
            PERFORM ESCRIBE-IMPORTE.
            IF PH-RETRO > 0
                MOVE "  INCLUYE ATRASOS (RETRO)" TO WS-REP-CONCEPTO
                MOVE PH-RETRO TO WS-REP-IMPORTE
                PERFORM ESCRIBE-IMPORTE
            END-IF.
            MOVE "IMPUESTO RETENIDO" TO WS-REP-CONCEPTO.
            MOVE PH-TAX TO WS-REP-IMPORTE.
            PERFORM ESCRIBE-IMPORTE.
            MOVE "SEGURIDAD SOCIAL" TO WS-REP-CONCEPTO.
            MOVE PH-SS TO WS-REP-IMPORTE.
            PERFORM ESCRIBE-IMPORTE.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                    UNTIL WS-DED-IDX > PH-DED-COUNT
                    OR WS-DED-IDX > 5
                MOVE SPACES TO WS-REP-CONCEPTO
                STRING "DEDUCCION " PH-DED-CODE (WS-DED-IDX)
                    DELIMITED BY SIZE INTO WS-REP-CONCEPTO
                MOVE PH-DED-AMOUNT (WS-DED-IDX) TO WS-REP-IMPORTE
                PERFORM ESCRIBE-IMPORTE
            END-PERFORM.
            MOVE "TOTAL DEDUCCIONES" TO WS-REP-CONCEPTO.
            MOVE PH-DED-TOTAL TO WS-REP-IMPORTE.
            PERFORM ESCRIBE-IMPORTE.
            MOVE WS-SEPARA-LINE TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.
            MOVE "NETO PAGADO" TO WS-REP-CONCEPTO.
            MOVE PH-NET TO WS-REP-IMPORTE.
            PERFORM ESCRIBE-IMPORTE.
            MOVE SPACES TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.
            MOVE WS-OPSLOG-DATE TO WS-REP-HOY.
            MOVE WS-OPERADOR TO WS-REP-OPERADOR.
            MOVE WS-REP-PIE-LINE TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.
            CLOSE REPRINT-FILE.
            DISPLAY "DUPLICADO IMPRESO EN RECIBREP.TXT".

            MOVE PH-EMPLOYEE-ID TO WS-RIM-ID.
            MOVE PH-PERIODO TO WS-RIM-PERIODO.
            MOVE PH-TIPO TO WS-RIM-TIPO.
            MOVE WS-OPERADOR TO WS-RIM-OPERADOR.
            MOVE WS-REIMPRIME-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       ESCRIBE-IMPORTE.
            MOVE WS-REP-IMPORTE-LINE TO PRINT-LINE.
            PERFORM ESCRIBE-LINEA.

       ESCRIBE-LINEA.
      *    El duplicado sale tambien por pantalla para la consulta.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF NOT WS-PRT-OK
                MOVE WS-PRT-STATUS TO WS-ABEND-STATUS
                MOVE "ESCRIBE-LINEA WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       CLASIFICA-BANDA-SALARIO.
            EVALUATE TRUE
                WHEN PH-GROSS < 1000
                    MOVE "BAJA" TO WS-BANDA-SALARIO
                WHEN PH-GROSS < 3000
                    MOVE "MEDIA" TO WS-BANDA-SALARIO
                WHEN PH-GROSS < 5000
                    MOVE "ALTA" TO WS-BANDA-SALARIO
                WHEN OTHER
                    MOVE "SUPERIOR" TO WS-BANDA-SALARIO
            END-EVALUATE.

       LEE-NIVEL-SESION.
      *    Sin sesion firmada el nivel queda en cero y todo importe
      *    sale enmascarado.
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

       LEE-SEGURIDAD-CAMPOS.
            OPEN INPUT FIELD-SECURITY.
            IF WS-FSC-OK
                PERFORM UNTIL WS-FSC-EOF
                    READ FIELD-SECURITY
                        AT END SET WS-FSC-EOF TO TRUE
                        NOT AT END
                            IF FS-FIELD = "SALARIO "
                                    AND FS-MIN-LEVEL IS NUMERIC
                                MOVE FS-MIN-LEVEL
                                    TO WS-NIVEL-SALARIO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FIELD-SECURITY
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
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE "N" TO WS-FSC-EOF-SWITCH.
            MOVE "N" TO WS-PAYH-ABIERTO-SWITCH.
            MOVE 0 TO WS-NIVEL.
            MOVE 3 TO WS-NIVEL-SALARIO.
            MOVE SPACES TO WS-OPERADOR.

       COPY "OPSLOGWR.cpy".

       END PROGRAM CONSULTA-RECIBOS.
