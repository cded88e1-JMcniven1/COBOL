      ******************************************************************
      * Author:
      * Date:
      * Purpose: Release screen over the payroll items that
      *          REVISA-VARIACIONES held on NOMHOLD.DAT (variance
      *          above threshold, new or missing employee, zero or
      *          negative net). The reviewer signs on against
      *          OPERMAST.DAT and must hold the release authority
      *          level in PARM119.DAT (default 3, supervisor). Each
      *          pending item is shown with its slip type (payroll,
      *          bonus or final settlement), reasons and amounts
      *          and can be released (estado L with the releaser id
      *          and date) or left pending; DEPOSITO-DIRECTO pays
      *          nothing while any item is still pending. Every
      *          release goes to the shared OPSLOG with the
      *          releaser id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-NOMINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARM119.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAYROLL-HOLD ASSIGN TO "NOMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHL-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que lee REVISA-VARIACIONES.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PORCENTAJE      PIC 9(3)V99.
           05  PARM-NIVEL-LIBERA    PIC 9.

      *    Mismo layout que graba REVISA-VARIACIONES.
       FD  PAYROLL-HOLD.
       01  PAYROLL-HOLD-RECORD.
           05  NH-EMPLOYEE-ID       PIC 9(6).
           05  NH-PERIODO           PIC 9(6).
           05  NH-TIPO-RECIBO       PIC X.
           05  NH-APELLIDOS         PIC X(20).
           05  NH-MOT-VARIACION     PIC X.
           05  NH-MOT-NUEVO         PIC X.
           05  NH-MOT-AUSENTE       PIC X.
           05  NH-MOT-NETO          PIC X.
           05  NH-GROSS-ANT         PIC 9(7)V99.
           05  NH-GROSS             PIC 9(7)V99.
           05  NH-NET-ANT           PIC 9(7)V99.
           05  NH-NET               PIC 9(7)V99.
           05  NH-ESTADO            PIC X.
           05  NH-LIBERADOR         PIC X(8).
           05  NH-FECHA-LIB         PIC 9(8).

      *    Primer registro del fichero, grabado aunque nada quede
      *    retenido: fecha de negocio y periodo de la revision, para
      *    que DEPOSITO-DIRECTO no pague con un NOMHOLD de otra noche.
       01  PAYROLL-HOLD-CONTROL.
           05  NHC-EMPLOYEE-ID      PIC 9(6).
           05  NHC-PERIODO          PIC 9(6).
           05  NHC-TIPO             PIC X.
               88  NHC-ES-CONTROL   VALUE "C".
           05  NHC-FECHA-REVISION   PIC 9(8).
           05  FILLER               PIC X(69).

       COPY "OPERFD.cpy".

       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-OK           VALUE "00".
       01  WS-NHL-STATUS            PIC XX.
           88  WS-NHL-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-LIBERA          PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-RESPUESTA             PIC X.
       01  WS-FECHA-HOY             PIC 9(8).

       01  WS-NHL-MAX               PIC 9(4) VALUE 2000.
       01  WS-NHL-COUNT             PIC 9(4) VALUE 0.
       01  WS-NHL-I                 PIC 9(4).
      *    Partidas sin contar el registro de control, que se guarda
      *    en la tabla para regrabarlo tal cual.
       01  WS-NHL-PARTIDAS          PIC 9(4) VALUE 0.
       01  WS-NHL-TABLE.
           05  WS-NHL-ENTRY OCCURS 2000 TIMES.
               10  WS-NHL-EMP       PIC 9(6).
               10  WS-NHL-PERIODO   PIC 9(6).
               10  WS-NHL-TIPO      PIC X.
               10  WS-NHL-APELLIDOS PIC X(20).
               10  WS-NHL-MOT-VAR   PIC X.
               10  WS-NHL-MOT-NUEVO PIC X.
               10  WS-NHL-MOT-AUS   PIC X.
               10  WS-NHL-MOT-NETO  PIC X.
               10  WS-NHL-GROSS-ANT PIC 9(7)V99.
               10  WS-NHL-GROSS     PIC 9(7)V99.
               10  WS-NHL-NET-ANT   PIC 9(7)V99.
               10  WS-NHL-NET       PIC 9(7)V99.
               10  WS-NHL-ESTADO    PIC X.
               10  WS-NHL-LIBERADOR PIC X(8).
               10  WS-NHL-FECHA-LIB PIC 9(8).
       01  WS-LIBERADOS             PIC 9(4) VALUE 0.
       01  WS-PENDIENTES            PIC 9(4) VALUE 0.
       01  WS-CAMBIOS-SWITCH        PIC X VALUE "N".
           88  WS-HUBO-CAMBIOS      VALUE "Y".

       01  WS-LIBERA-EVENTO.
           05  FILLER               PIC X(8) VALUE "LIBERA ".
           05  WS-LIB-EMPLEADO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LIB-PERIODO       PIC 9(6).
           05  WS-LIB-TIPO          PIC X.
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-LIB-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "LIBERA-NOMINA" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM LEE-PARAMETROS.
            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-LIBERA
                    " PARA LIBERAR NOMINA - SESION TERMINADA"
            ELSE
                PERFORM CARGA-RETENCIONES
                IF WS-NHL-PARTIDAS = 0
                    DISPLAY "SIN PARTIDAS DE NOMINA RETENIDAS"
                ELSE
                    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                    PERFORM REVISA-RETENCION
                        VARYING WS-NHL-I FROM 1 BY 1
                        UNTIL WS-NHL-I > WS-NHL-COUNT
                    IF WS-HUBO-CAMBIOS
                        PERFORM GRABA-RETENCIONES
                    END-IF
                    DISPLAY "PARTIDAS LIBERADAS: " WS-LIBERADOS
                    DISPLAY "PARTIDAS PENDIENTES: " WS-PENDIENTES
                    IF WS-PENDIENTES = 0
                        DISPLAY "NOMINA LIBERADA PARA PAGO"
                    END-IF
                END-IF
            END-IF.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VALIDA-SUPERVISOR.
            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.
            DISPLAY "CLAVE: " WITH NO ADVANCING.
            ACCEPT WS-CLAVE.
            MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID.
            MOVE WS-CLAVE TO WS-OPCL-CLAVE.
            PERFORM FIRMA-OPERADOR-MASTER.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - LIBERACION REQUIERE "
                    "EL MASTER DE OPERADORES"
            ELSE
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
                IF WS-NIVEL >= WS-NIVEL-LIBERA
                    SET WS-AUTORIZADO TO TRUE
                END-IF
            END-IF.

       REVISA-RETENCION.
            IF WS-NHL-ESTADO(WS-NHL-I) = "P"
                DISPLAY " "
                DISPLAY "EMPLEADO:     " WS-NHL-EMP(WS-NHL-I) " "
                    WS-NHL-APELLIDOS(WS-NHL-I)
                DISPLAY "PERIODO:      " WS-NHL-PERIODO(WS-NHL-I)
                EVALUATE WS-NHL-TIPO(WS-NHL-I)
                    WHEN "A"
                        DISPLAY "RECIBO:       AGUINALDO"
                    WHEN "F"
                        DISPLAY "RECIBO:       LIQUIDACION FINAL"
                    WHEN OTHER
                        DISPLAY "RECIBO:       NOMINA"
                END-EVALUATE
                IF WS-NHL-MOT-VAR(WS-NHL-I) = "Y"
                    DISPLAY "MOTIVO:       VARIACION SOBRE UMBRAL"
                END-IF
                IF WS-NHL-MOT-NUEVO(WS-NHL-I) = "Y"
                    DISPLAY "MOTIVO:       EMPLEADO NUEVO"
                END-IF
                IF WS-NHL-MOT-AUS(WS-NHL-I) = "Y"
                    DISPLAY "MOTIVO:       SIN RECIBO ESTE PERIODO"
                END-IF
                IF WS-NHL-MOT-NETO(WS-NHL-I) = "Y"
                    DISPLAY "MOTIVO:       NETO CERO O NEGATIVO"
                END-IF
                DISPLAY "BRUTO ANT/ACT: " WS-NHL-GROSS-ANT(WS-NHL-I)
                    " " WS-NHL-GROSS(WS-NHL-I)
                DISPLAY "NETO  ANT/ACT: " WS-NHL-NET-ANT(WS-NHL-I)
                    " " WS-NHL-NET(WS-NHL-I)
                DISPLAY "LIBERAR (S/N): " WITH NO ADVANCING
                ACCEPT WS-RESPUESTA
                IF WS-RESPUESTA = "S"
                    MOVE "L" TO WS-NHL-ESTADO(WS-NHL-I)
                    MOVE WS-OPERADOR
                        TO WS-NHL-LIBERADOR(WS-NHL-I)
                    MOVE WS-FECHA-HOY
                        TO WS-NHL-FECHA-LIB(WS-NHL-I)
                    ADD 1 TO WS-LIBERADOS
                    SET WS-HUBO-CAMBIOS TO TRUE
                    MOVE WS-NHL-EMP(WS-NHL-I) TO WS-LIB-EMPLEADO
                    MOVE WS-NHL-PERIODO(WS-NHL-I) TO WS-LIB-PERIODO
                    MOVE WS-NHL-TIPO(WS-NHL-I) TO WS-LIB-TIPO
                    MOVE WS-OPERADOR TO WS-LIB-OPERADOR
                    MOVE WS-LIBERA-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                ELSE
                    ADD 1 TO WS-PENDIENTES
                END-IF
            END-IF.

       CARGA-RETENCIONES.
            OPEN INPUT PAYROLL-HOLD.
            IF WS-NHL-OK
                PERFORM UNTIL WS-EOF
                    READ PAYROLL-HOLD
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-NHL-COUNT < WS-NHL-MAX
                                ADD 1 TO WS-NHL-COUNT
                                MOVE PAYROLL-HOLD-RECORD
                                    TO WS-NHL-ENTRY(WS-NHL-COUNT)
                                IF NOT NHC-ES-CONTROL
                                    ADD 1 TO WS-NHL-PARTIDAS
                                END-IF
                            ELSE
      *                         Omitirla la borraria de NOMHOLD al
      *                         regrabar: se aborta.
                                DISPLAY "TABLA DE PARTIDAS RETENIDAS "
                                    "LLENA"
                                MOVE "CARGA-RETENCIONES"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYROLL-HOLD
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       GRABA-RETENCIONES.
            OPEN OUTPUT PAYROLL-HOLD.
            IF NOT WS-NHL-OK
                MOVE WS-NHL-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-RETENCIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-NHL-I FROM 1 BY 1
                    UNTIL WS-NHL-I > WS-NHL-COUNT
                WRITE PAYROLL-HOLD-RECORD
                    FROM WS-NHL-ENTRY(WS-NHL-I)
                IF NOT WS-NHL-OK
                    MOVE WS-NHL-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-RETENCIONES WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-PERFORM.
            CLOSE PAYROLL-HOLD.

       LEE-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-OK
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-NIVEL-LIBERA IS NUMERIC
                                AND PARM-NIVEL-LIBERA > 0
                            MOVE PARM-NIVEL-LIBERA TO WS-NIVEL-LIBERA
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM LIBERA-NOMINA.
