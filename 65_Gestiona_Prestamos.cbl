      *          balance and remaining installments of an employee's
      *          loans. Every grant is logged to the shared OPSLOG
      *          with the operator id.
      *          Loans are priced by the applicant's risk tier: the
      *          latest IF-ANIDADO decision on DECHIST selects the row
      *          of the pricing matrix LOANTIER.DAT, which gives the
      *          annual rate (no longer keyed), the maximum principal
      *          as a multiple of HR-SALARIO and the maximum term. No
      *          decision on file, or a tier without a matrix row,
      *          means no loan. A request above the tier's limits is
      *          refused unless a second operator of level 3 or more
      *          on OPERMAST.DAT approves an override with a reason.
      *          Every grant, override and refusal goes on the pricing
      *          register LOANPRIC.DAT, which REPORTA-PRESTAMOS
      *          summarizes by tier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SCHEDULE-FILE ASSIGN TO "LOANSCHD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT DECISION-HISTORY ASSIGN TO "DECHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DH-STATUS.
           SELECT PRICING-MATRIX ASSIGN TO "LOANTIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTM-STATUS.
           SELECT PRICING-REGISTER ASSIGN TO "LOANPRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPR-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE            PIC X(80).

      *    Mismo layout que graba IF-ANIDADO.
       FD  DECISION-HISTORY.
       01  DECISION-HISTORY-RECORD.
           05  DH-KEY.
               10  DH-EMPLOYEE-ID   PIC 9(6).
               10  DH-FECHA         PIC 9(8).
           05  DH-RISK-TIER         PIC X(20).
           05  DH-CREDIT-SCORE      PIC 9(3).
           05  DH-YEARS-EMPLOYED    PIC 99.
           05  DH-SALARIO           PIC 9(7)V99.

      *    Matriz de precios: una fila por tier de riesgo de
      *    DECHIST. Multiplo 0 = el tier no presta sin excepcion.
       FD  PRICING-MATRIX.
       01  PRICING-MATRIX-RECORD.
           05  LT-RISK-TIER         PIC X(20).
           05  LT-RATE              PIC 9V9999.
           05  LT-MULTIPLO          PIC 99V9.
           05  LT-PLAZO-MAX         PIC 9(3).

      *    Mismo layout que lee REPORTA-PRESTAMOS. Decision
      *    O = otorgado, E = otorgado por excepcion, R = rechazado.
       FD  PRICING-REGISTER.
       01  PRICING-REGISTER-RECORD.
           05  LP-FECHA             PIC 9(8).
           05  LP-EMPLOYEE-ID       PIC 9(6).
           05  LP-RISK-TIER         PIC X(20).
           05  LP-PRINCIPAL         PIC 9(7)V99.
           05  LP-RATE              PIC 9V9999.
           05  LP-TERM              PIC 9(3).
           05  LP-LIMITE            PIC 9(7)V99.
           05  LP-PLAZO-MAX         PIC 9(3).
           05  LP-DECISION          PIC X.
           05  LP-OPERADOR          PIC X(8).
           05  LP-SUPERVISOR        PIC X(8).
           05  LP-MOTIVO            PIC X(20).

       COPY "OPERFD.cpy".

       COPY "INTLKFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
           88  WS-LNM-OK            VALUE "00".
       01  WS-SCH-STATUS            PIC XX.
           88  WS-SCH-OK            VALUE "00".
       01  WS-DH-STATUS             PIC XX.
           88  WS-DH-OK             VALUE "00".
       01  WS-LTM-STATUS            PIC XX.
           88  WS-LTM-OK            VALUE "00".
       01  WS-LPR-STATUS            PIC XX.
           88  WS-LPR-OK            VALUE "00".
       01  WS-LNM-EOF-SWITCH        PIC X.
           88  WS-LNM-EOF           VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-TIER-FOUND-SWITCH     PIC X.
           88  WS-TIER-FOUND        VALUE "Y".
       01  WS-APROBADO-SWITCH       PIC X.
           88  WS-APROBADO          VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-CAP-PRINCIPAL         PIC 9(7)V99.
       01  WS-CAP-RATE              PIC 9V9999.
       01  WS-CAP-TERM              PIC 9(3).
       01  WS-CAP-EXCEPCION         PIC X.
       01  WS-CAP-MOTIVO            PIC X(20).
       01  WS-APROBADOR             PIC X(8).
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL-APROBADOR       PIC 9.
      *    Nivel de OPERMAST para aprobar una excepcion de limites,
      *    el de supervisor como en LIBERA-NOMINA.
       01  WS-NIVEL-EXCEPCION       PIC 9 VALUE 3.

      *    Tier del solicitante y su fila de la matriz de precios.
       01  WS-TIER-SOLICITANTE      PIC X(20).
       01  WS-SALARIO-SOLICITANTE   PIC 9(7)V99.
       01  WS-FECHA-TIER            PIC 9(8).
       01  WS-LIMITE-CAPITAL        PIC 9(7)V99.
       01  WS-PLAZO-MAX             PIC 9(3).
       01  WS-DECISION              PIC X.
           88  WS-DEC-OTORGADO      VALUE "O".
           88  WS-DEC-EXCEPCION     VALUE "E".
           88  WS-DEC-RECHAZADO     VALUE "R".
       01  WS-LT-MAX                PIC 99 VALUE 20.
       01  WS-LT-COUNT              PIC 99 VALUE 0.
       01  WS-LT-I                  PIC 99.
       01  WS-LT-IX                 PIC 99.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 20 TIMES.
               10  WS-LT-TIER       PIC X(20).
               10  WS-LT-RATE       PIC 9V9999.
               10  WS-LT-MULTIPLO   PIC 99V9.
               10  WS-LT-PLAZO      PIC 9(3).
       01  WS-MONTO-EDIT            PIC Z(6)9.99.
       01  WS-TASA-EDIT             PIC 9.9999.

      *    Calculo de la cuota nivelada: i mensual, factor (1+i)**n.
       01  WS-TASA-MENSUAL          PIC 9V9(8).
           05  WS-OTG-ID            PIC 9(6).
           05  FILLER               PIC X(10) VALUE " OPERADOR ".
           05  WS-OTG-OPERADOR      PIC X(8).
       01  WS-EXCEPCION-EVENTO.
           05  FILLER               PIC X(7) VALUE "EXCEPC ".
           05  WS-EXC-ID            PIC 9(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-EXC-OPERADOR      PIC X(8).
           05  FILLER               PIC X(5) VALUE " SUP ".
           05  WS-EXC-APROBADOR     PIC X(8).
       01  WS-RECHAZO-EVENTO.
           05  FILLER               PIC X(8) VALUE "RECHAZA ".
           05  WS-RCH-ID            PIC 9(6).
           05  FILLER               PIC X(10) VALUE " OPERADOR ".
           05  WS-RCH-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
            END-IF.

       OTORGA-PRESTAMO-2.
            SET WS-VALIDO TO TRUE.
            DISPLAY "EMPLEADO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF NOT WS-HR-FOUND
                DISPLAY "EMPLEADO " WS-CAP-EMPLEADO
                    " NO ESTA EN HRMAST - SIN OTORGAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM BUSCA-TIER
                IF NOT WS-TIER-FOUND
                    DISPLAY "EMPLEADO SIN EVALUACION DE RIESGO EN "
                        "DECHIST (IF-ANIDADO) - SIN OTORGAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM BUSCA-PRECIO
                IF WS-LT-IX = 0
                    DISPLAY "TIER " WS-TIER-SOLICITANTE
                        " SIN FILA EN LOANTIER.DAT - SIN OTORGAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM MUESTRA-CONDICIONES
                DISPLAY "CAPITAL (9(7).99): " WITH NO ADVANCING
                ACCEPT WS-CAP-PRINCIPAL
                DISPLAY "PLAZO EN MESES: " WITH NO ADVANCING
                ACCEPT WS-CAP-TERM
                IF WS-CAP-PRINCIPAL = 0 OR WS-CAP-TERM = 0
                    DISPLAY "CAPITAL Y PLAZO DEBEN SER MAYORES "
                        "QUE CERO - SIN OTORGAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE WS-LT-RATE (WS-LT-IX) TO WS-CAP-RATE
                MOVE SPACES TO WS-APROBADOR WS-CAP-MOTIVO
                SET WS-DEC-OTORGADO TO TRUE
                IF WS-CAP-PRINCIPAL > WS-LIMITE-CAPITAL
                        OR WS-CAP-TERM > WS-PLAZO-MAX
                    PERFORM SOLICITA-EXCEPCION
                END-IF
                PERFORM REGISTRA-PRECIO
                IF WS-DEC-RECHAZADO
                    MOVE WS-CAP-EMPLEADO TO WS-RCH-ID
                    MOVE WS-OPERADOR TO WS-RCH-OPERADOR
                    MOVE WS-RECHAZO-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                    DISPLAY "SOLICITUD RECHAZADA - FUERA DE LOS "
                        "LIMITES DEL TIER"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM CALCULA-CUOTA
                PERFORM GRABA-PRESTAMO
                PERFORM GENERA-PLAN-PAGOS
                IF WS-DEC-EXCEPCION
                    MOVE WS-CAP-EMPLEADO TO WS-EXC-ID
                    MOVE WS-OPERADOR TO WS-EXC-OPERADOR
                    MOVE WS-APROBADOR TO WS-EXC-APROBADOR
                    MOVE WS-EXCEPCION-EVENTO TO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                END-IF
                MOVE WS-CAP-EMPLEADO TO WS-OTG-ID
                MOVE WS-OPERADOR TO WS-OTG-OPERADOR
                MOVE WS-OTORGA-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "PRESTAMO OTORGADO - CUOTA MENSUAL: "
                    WS-CUOTA
            END-IF.

       MUESTRA-CONDICIONES.
      *    El capital maximo es un multiplo del salario mensual
      *    vigente en HRMAST, no del que tenia en la decision.
            COMPUTE WS-LIMITE-CAPITAL ROUNDED =
                WS-SALARIO-SOLICITANTE * WS-LT-MULTIPLO (WS-LT-IX).
            MOVE WS-LT-PLAZO (WS-LT-IX) TO WS-PLAZO-MAX.
            MOVE WS-LT-RATE (WS-LT-IX) TO WS-TASA-EDIT.
            DISPLAY "TIER DE RIESGO: " WS-TIER-SOLICITANTE
                " (DECISION DEL " WS-FECHA-TIER ")".
            MOVE WS-LIMITE-CAPITAL TO WS-MONTO-EDIT.
            DISPLAY "TASA ANUAL: " WS-TASA-EDIT
                "  CAPITAL MAXIMO: " WS-MONTO-EDIT
                "  PLAZO MAXIMO: " WS-PLAZO-MAX.

       SOLICITA-EXCEPCION.
      *    Fuera de limites: se rechaza, o se otorga a la tasa del
      *    tier si un supervisor aprueba la excepcion con motivo.
            IF WS-CAP-PRINCIPAL > WS-LIMITE-CAPITAL
                MOVE WS-LIMITE-CAPITAL TO WS-MONTO-EDIT
                DISPLAY "CAPITAL SUPERA EL MAXIMO DEL TIER ("
                    WS-MONTO-EDIT ")"
            END-IF.
            IF WS-CAP-TERM > WS-PLAZO-MAX
                DISPLAY "PLAZO SUPERA EL MAXIMO DEL TIER ("
                    WS-PLAZO-MAX " MESES)"
            END-IF.
            SET WS-DEC-RECHAZADO TO TRUE.
            DISPLAY "SOLICITAR EXCEPCION DE SUPERVISOR (S/N): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-EXCEPCION.
            IF WS-CAP-EXCEPCION = "S"
                DISPLAY "MOTIVO DE LA EXCEPCION (20): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-MOTIVO
                IF WS-CAP-MOTIVO = SPACES
                    DISPLAY "MOTIVO OBLIGATORIO - SIN EXCEPCION"
                ELSE
                    PERFORM APRUEBA-EXCEPCION
                    IF WS-APROBADO
                        SET WS-DEC-EXCEPCION TO TRUE
                    ELSE
                        DISPLAY "EXCEPCION NO APROBADA"
                    END-IF
                END-IF
            END-IF.

       APRUEBA-EXCEPCION.
      *    Segundo par de ojos: quien aprueba no puede ser quien
      *    otorga, y necesita nivel de supervisor.
            MOVE "N" TO WS-APROBADO-SWITCH.
            MOVE 0 TO WS-NIVEL-APROBADOR.
            DISPLAY "SUPERVISOR QUE APRUEBA: " WITH NO ADVANCING.
            MOVE SPACES TO WS-APROBADOR.
            ACCEPT WS-APROBADOR.
            DISPLAY "CLAVE: " WITH NO ADVANCING.
            ACCEPT WS-CLAVE.
            IF WS-APROBADOR = WS-OPERADOR OR WS-APROBADOR = SPACES
                DISPLAY "QUIEN APRUEBA DEBE SER OTRA PERSONA"
            ELSE
                MOVE WS-APROBADOR TO WS-OPM-LOOKUP-ID
                MOVE WS-CLAVE TO WS-OPCL-CLAVE
                PERFORM FIRMA-OPERADOR-MASTER
                IF NOT WS-OPM-HAY-MASTER
                    DISPLAY "SIN OPERMAST.DAT - APROBACION REQUIERE "
                        "EL MASTER DE OPERADORES"
                ELSE
                    IF WS-OPCL-VALIDA
                        MOVE WS-OPCL-NIVEL TO WS-NIVEL-APROBADOR
                    END-IF
                    IF WS-NIVEL-APROBADOR >= WS-NIVEL-EXCEPCION
                        SET WS-APROBADO TO TRUE
                    ELSE
                        DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-EXCEPCION
                            " PARA APROBAR"
                    END-IF
                END-IF
            END-IF.
            IF NOT WS-APROBADO
                MOVE SPACES TO WS-APROBADOR
            END-IF.

       BUSCA-TIER.
      *    La ultima decision del empleado: las claves de DECHIST van
      *    por empleado y fecha, la ultima leida es la vigente.
            MOVE "N" TO WS-TIER-FOUND-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT DECISION-HISTORY.
            IF NOT WS-DH-OK
                SET WS-EOF TO TRUE
            ELSE
                MOVE WS-CAP-EMPLEADO TO DH-EMPLOYEE-ID
                MOVE 0 TO DH-FECHA
                START DECISION-HISTORY KEY IS NOT LESS THAN DH-KEY
                    INVALID KEY SET WS-EOF TO TRUE
                END-START
            END-IF.
            PERFORM UNTIL WS-EOF
                READ DECISION-HISTORY NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        IF DH-EMPLOYEE-ID NOT = WS-CAP-EMPLEADO
                            SET WS-EOF TO TRUE
                        ELSE
                            SET WS-TIER-FOUND TO TRUE
                            MOVE DH-RISK-TIER TO WS-TIER-SOLICITANTE
                            MOVE DH-FECHA TO WS-FECHA-TIER
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-DH-OK OR WS-DH-STATUS = "10"
                    OR WS-DH-STATUS = "23"
                CLOSE DECISION-HISTORY
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       BUSCA-PRECIO.
      *    La matriz se relee en cada otorgamiento para tomar los
      *    cambios de precio sin reiniciar el escritorio.
            MOVE 0 TO WS-LT-COUNT WS-LT-IX.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PRICING-MATRIX.
            IF NOT WS-LTM-OK
                DISPLAY "SIN MATRIZ DE PRECIOS (LOANTIER.DAT)"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ PRICING-MATRIX
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM AGREGA-PRECIO
                    END-READ
                END-PERFORM
                CLOSE PRICING-MATRIX
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM VARYING WS-LT-I FROM 1 BY 1
                    UNTIL WS-LT-I > WS-LT-COUNT
                IF WS-LT-TIER (WS-LT-I) = WS-TIER-SOLICITANTE
                    MOVE WS-LT-I TO WS-LT-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       AGREGA-PRECIO.
            IF WS-LT-COUNT >= WS-LT-MAX
                DISPLAY "TABLA DE PRECIOS LLENA EN " WS-LT-MAX
                    " ENTRADAS"
                MOVE "AGREGA-PRECIO" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LT-COUNT.
            MOVE LT-RISK-TIER TO WS-LT-TIER (WS-LT-COUNT).
            MOVE LT-RATE TO WS-LT-RATE (WS-LT-COUNT).
            MOVE LT-MULTIPLO TO WS-LT-MULTIPLO (WS-LT-COUNT).
            MOVE LT-PLAZO-MAX TO WS-LT-PLAZO (WS-LT-COUNT).

       REGISTRA-PRECIO.
            OPEN EXTEND PRICING-REGISTER.
            IF NOT WS-LPR-OK
                OPEN OUTPUT PRICING-REGISTER
                IF NOT WS-LPR-OK
                    MOVE WS-LPR-STATUS TO WS-ABEND-STATUS
                    MOVE "REGISTRA-PRECIO OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-OPSLOG-DATE TO LP-FECHA.
            MOVE WS-CAP-EMPLEADO TO LP-EMPLOYEE-ID.
            MOVE WS-TIER-SOLICITANTE TO LP-RISK-TIER.
            MOVE WS-CAP-PRINCIPAL TO LP-PRINCIPAL.
            MOVE WS-CAP-RATE TO LP-RATE.
            MOVE WS-CAP-TERM TO LP-TERM.
            MOVE WS-LIMITE-CAPITAL TO LP-LIMITE.
            MOVE WS-PLAZO-MAX TO LP-PLAZO-MAX.
            MOVE WS-DECISION TO LP-DECISION.
            MOVE WS-OPERADOR TO LP-OPERADOR.
            MOVE WS-APROBADOR TO LP-SUPERVISOR.
            MOVE WS-CAP-MOTIVO TO LP-MOTIVO.
            WRITE PRICING-REGISTER-RECORD.
            IF NOT WS-LPR-OK
                MOVE WS-LPR-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRA-PRECIO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE PRICING-REGISTER.

       CALCULA-CUOTA.
      *    Cuota nivelada clasica: P * i / (1 - (1+i)**-n), escrita
            MOVE WS-CAP-EMPLEADO TO HR-EMPLOYEE-ID.
            READ HR-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    SET WS-HR-FOUND TO TRUE
                    MOVE HR-SALARIO TO WS-SALARIO-SOLICITANTE
            END-READ.
            CLOSE HR-MASTER-FILE.

      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO WS-OPERADOR.

       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM GESTIONA-PRESTAMOS.
