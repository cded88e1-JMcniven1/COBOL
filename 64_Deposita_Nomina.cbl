      *          re-read and its details proved against the trailer;
      *          a mismatch ends the step with RC 8 and the file is
      *          not to be sent (the EXTRAE-GL no-file-on-imbalance
      *          rule). Nothing is paid while the variance review
      *          (REVISA-VARIACIONES) has items pending release on
      *          NOMHOLD.DAT: the step ends with RC 8 before any
      *          payment file is opened, until LIBERA-NOMINA has
      *          released them all; with no NOMHOLD.DAT at all the
      *          review never ran and the step ends the same way, as
      *          it does when the NOMHOLD.DAT control record is
      *          missing or carries another business date (a stale
      *          review left from an earlier night).
      *          A proved file goes on the
      *          transmission register (TRANSREG.DAT) with its totals
      *          and fingerprint; a second run for a business date
      *          already sent stops with RC 8 before anything is
      *          written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
      *    Partidas de la revision de variaciones; sin fichero no
      *    hubo revision y no se paga.
           SELECT PAYROLL-HOLD ASSIGN TO "NOMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHL-STATUS.
           COPY "TXRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

               10  PS-DED-AMOUNT    PIC 9(7)V99.
           05  PS-DED-TOTAL         PIC 9(7)V99.
           05  PS-NET               PIC 9(7)V99.
           05  PS-RETRO             PIC 9(7)V99.

       FD  BANK-DETAILS.
       01  BANK-DETAIL-RECORD.
      *    empleado de HRMAST, no un proveedor).
           05  PAY-ORIGEN           PIC X.

      *    Mismo layout que graba REVISA-VARIACIONES; aqui solo
      *    interesa el estado.
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

       COPY "TXRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".

           88  WS-XFR-OK            VALUE "00".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-OK            VALUE "00".
       01  WS-NHL-STATUS            PIC XX.
           88  WS-NHL-OK            VALUE "00".
       01  WS-NHL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-NHL-EOF           VALUE "Y".
       01  WS-NHL-PENDIENTES        PIC 9(6) VALUE 0.
       01  WS-NHL-REVISION-SWITCH   PIC X VALUE "Y".
           88  WS-NHL-REVISION-OK   VALUE "Y".
           88  WS-NHL-SIN-REVISION  VALUE "N".
           88  WS-NHL-OTRA-REVISION VALUE "V".
       01  WS-NHL-FECHA-REVISION    PIC 9(8) VALUE 0.
       01  WS-RETENIDA-EVENTO.
           05  FILLER               PIC X(28)
                   VALUE "NOMINA RETENIDA PENDIENTES ".
           05  WS-RET-PENDIENTES    PIC 9(6).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-BNK-EOF-SWITCH        PIC X VALUE "N".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TXRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.

      *    Un BANKXFER del dia ya entregado al banco no se rehace
      *    (ni se vuelven a agregar los cheques a PAYMENTS.DAT): el
      *    reenvio sale de la copia guardada (MANTIENE-TRANSMISIONES).
            MOVE "BANKXFER" TO WS-TXR-INTERFAZ.
            PERFORM CHECA-TRANSMISION.
            IF WS-TXR-YA-ENVIADA
                DISPLAY "BANKXFER.DAT DEL " WS-TXR-FECHA
                    " YA TRANSMITIDO - REENVIO POR "
                    "MANTIENE-TRANSMISIONES"
                MOVE "BANKXFER YA TRANSMITIDO - NO SE REHACE"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM VERIFICA-LIBERACION.
            IF WS-NHL-SIN-REVISION
                DISPLAY "SIN NOMHOLD.DAT - NOMINA SIN REVISION DE "
                    "VARIACIONES (REVISA-VARIACIONES) - NO SE PAGA"
                MOVE "NOMINA SIN REVISION - NO SE PAGA"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-NHL-OTRA-REVISION
                DISPLAY "NOMHOLD.DAT NO ES DE ESTA CORRIDA - REVISION "
                    "DEL " WS-NHL-FECHA-REVISION " FECHA DE NEGOCIO "
                    WS-OPSLOG-DATE " - NO SE PAGA"
                MOVE "NOMHOLD DE OTRA CORRIDA - NO SE PAGA"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-NHL-PENDIENTES > 0
                DISPLAY "NOMINA RETENIDA POR VARIACIONES - "
                    WS-NHL-PENDIENTES " PENDIENTES DE LIBERAR "
                    "(LIBERA-NOMINA)"
                MOVE WS-NHL-PENDIENTES TO WS-RET-PENDIENTES
                MOVE WS-RETENIDA-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CARGA-DATOS-BANCARIOS.

            OPEN INPUT PAYSLIP-FILE.
            CLOSE PAYSLIP-FILE TRANSFER-FILE PAYMENTS-FILE.

            PERFORM PRUEBA-TOTALES-FICHERO.
      *    Un fichero descuadrado no se envia y no se registra.
            IF RETURN-CODE NOT = 8
                MOVE "BANKXFER.DAT" TO WS-TXR-FICHERO
                MOVE "BANCO" TO WS-TXR-DESTINO
                MOVE WS-XFR-COUNT TO WS-TXR-REGISTROS
                MOVE WS-XFR-HASH TO WS-TXR-TOTAL
                PERFORM REGISTRA-TRANSMISION
            END-IF.

            DISPLAY "DEPOSITO DIRECTO - TRANSFERENCIAS: "
                WS-XFR-COUNT " A CHEQUE: " WS-CHQ-COUNT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       VERIFICA-LIBERACION.
      *    Cualquier partida P de la revision de variaciones retiene
      *    la nomina entera; se revisa antes de abrir nada de salida.
      *    REVISA-VARIACIONES graba NOMHOLD.DAT en cada corrida, con
      *    el registro de control aunque nada se marque: si falta el
      *    fichero la revision no corrio; si el control falta o es de
      *    otra fecha de negocio, el NOMHOLD es de una revision vieja
      *    (la de esta noche no llego a correr) y no vale para los
      *    recibos de hoy. En ambos casos la nomina no se paga.
            OPEN INPUT PAYROLL-HOLD.
            IF WS-NHL-STATUS = "35"
                MOVE "N" TO WS-NHL-REVISION-SWITCH
            ELSE
                IF NOT WS-NHL-OK
                    MOVE WS-NHL-STATUS TO WS-ABEND-STATUS
                    MOVE "VERIFICA-LIBERACION OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                MOVE "V" TO WS-NHL-REVISION-SWITCH
                PERFORM UNTIL WS-NHL-EOF
                    READ PAYROLL-HOLD
                        AT END SET WS-NHL-EOF TO TRUE
                        NOT AT END
                            IF NHC-ES-CONTROL
                                MOVE NHC-FECHA-REVISION
                                    TO WS-NHL-FECHA-REVISION
                                IF NHC-FECHA-REVISION = WS-OPSLOG-DATE
                                    MOVE "Y" TO WS-NHL-REVISION-SWITCH
                                END-IF
                            ELSE
                                IF NH-ESTADO = "P"
                                    ADD 1 TO WS-NHL-PENDIENTES
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYROLL-HOLD
            END-IF.

       INICIALIZA-CONTADORES.
      *    Reposicion de todo lo que solo trae valor inicial por
      *    VALUE clause, por si el programa se CALLa dos veces en la
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-BNK-EOF-SWITCH.
            MOVE "N" TO WS-XFR-EOF-SWITCH.
            MOVE "N" TO WS-NHL-EOF-SWITCH.
            MOVE 0 TO WS-NHL-PENDIENTES.
            MOVE "Y" TO WS-NHL-REVISION-SWITCH.
            MOVE 0 TO WS-NHL-FECHA-REVISION.
            MOVE 0 TO WS-BNK-COUNT.
            MOVE 0 TO WS-XFR-COUNT.
            MOVE 0 TO WS-XFR-HASH.
            MOVE 0 TO WS-RUNST-IN-COUNT.
            MOVE 0 TO WS-RUNST-OUT-COUNT.

       COPY "TXRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

