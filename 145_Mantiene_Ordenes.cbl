      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase order desk. Issues a purchase order for a
      *          department (DEPTMAST.DAT) and GL account (checked
      *          against ACCTMAST.DAT when the chart is on disk) to
      *          an active payee (PAYEEMST.DAT) on POMAST.DAT under a
      *          number drawn from series PORD of NUMCTRL.DAT. The
      *          order encumbers the department's budget for the
      *          month it is issued in: the remaining budget is the
      *          BUDGMAST.DAT budget for the department and month,
      *          less actual salary spend posted to GLPERIOD.DAT
      *          (SALdddd debit lines), less vendor invoices already
      *          matched to the department's orders of that month,
      *          less the unbilled balance of its other open orders.
      *          An order past the remaining budget is rejected unless
      *          a supervisor (OPERMAST.DAT, level 3 or higher, not
      *          the operator keying the order) signs it off; the
      *          supervisor id is kept on the order and logged.
      *          Vendor invoices are matched to the order on
      *          REGISTRA-FACT-PROV, which relieves the encumbrance.
      *          An open order can be closed, releasing whatever was
      *          not billed, or voided while nothing has been billed
      *          against it. Shows a department's orders with its
      *          budget position for the month. Updates are refused
      *          while the nightly chain holds the data set; each is
      *          logged to the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-ORDENES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-MASTER ASSIGN TO "PAYEEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYM-STATUS.
      *    Plan de cuentas (MANTIENE-CUENTAS): sin plan en disco la
      *    cuenta no se valida, como en EXTRAE-GL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT PERIOD-JOURNAL ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           COPY "ORDCSL.cpy".
           COPY "DEPTMSL.cpy".
           COPY "NUMSERSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que mantiene MANTIENE-BENEFICIARIOS.
       FD  PAYEE-MASTER.
       01  PAYEE-MASTER-RECORD.
           05  PY-ID                PIC X(6).
           05  PY-LEGAL-NAME        PIC X(30).
           05  PY-REMIT             PIC X(30).
           05  PY-ACTIVE            PIC X.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       COPY "OPERFD.cpy".

      *    Mismo layout que mantiene MANTIENE-PRESUPUESTO.
       FD  BUDGET-MASTER.
       01  BUDGET-MASTER-RECORD.
           05  BM-DEPT-CODE         PIC X(4).
           05  BM-ANOMES            PIC 9(6).
           05  BM-IMPORTE           PIC 9(9)V99.

      *    Misma linea D/C que lee PRESUPUESTO-ACTUAL; las cuentas
      *    SALdddd llevan el gasto de salario del departamento dddd.
       FD  PERIOD-JOURNAL.
       01  PERIOD-JOURNAL-RECORD.
           05  PJ-TYPE              PIC X.
           05  PJ-ACCOUNT.
               10  PJ-ACC-PREFIJO   PIC X(3).
               10  PJ-ACC-DEPT      PIC X(4).
               10  FILLER           PIC X.
           05  PJ-AMOUNT            PIC 9(9)V99.
           05  PJ-DATE              PIC 9(8).
           05  FILLER               PIC X(22).

       COPY "ORDCFD.cpy".
       COPY "DEPTMFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PYM-STATUS            PIC XX.
           88  WS-PYM-OK            VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-BUD-STATUS            PIC XX.
           88  WS-BUD-OK            VALUE "00".
       01  WS-PER-STATUS            PIC XX.
           88  WS-PER-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-PY-FOUND-SWITCH       PIC X.
           88  WS-PY-FOUND          VALUE "Y".
       01  WS-AM-FOUND-SWITCH       PIC X.
           88  WS-AM-FOUND          VALUE "Y".
       01  WS-AM-PLAN-SWITCH        PIC X.
           88  WS-AM-PLAN           VALUE "Y".

      *    Autorizacion de supervisor para pasar del presupuesto.
       01  WS-SUPERVISOR            PIC X(8).
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-SOBREPASO       PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".

       01  WS-CAP-DEPT              PIC X(4).
       01  WS-CAP-PAYEE             PIC X(6).
       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-DESCRIPCION       PIC X(20).
       01  WS-CAP-IMPORTE           PIC 9(7)V99.
       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-ANOMES            PIC 9(6).
       01  WS-CAP-AUTORIZA          PIC X(8).
       01  WS-CAP-CONFIRMA          PIC X.

       01  WS-PY-NOMBRE             PIC X(30).
       01  WS-PY-ACTIVO             PIC X.
       01  WS-AM-ACTIVA             PIC X.
       01  WS-ENCONTRADAS           PIC 9(5).
       01  WS-ESTADO-DESC           PIC X(9).
       01  WS-LINEA-ANOMES          PIC 9(6).

      *    Posicion del presupuesto del departamento en el mes.
       01  WS-POS-PRESUP            PIC 9(9)V99.
       01  WS-POS-REAL              PIC 9(9)V99.
       01  WS-POS-COMPROM           PIC 9(9)V99.
       01  WS-POS-DISPONIBLE        PIC S9(9)V99.
       01  WS-POS-EDIT              PIC -(9)9.99.
       01  WS-OC-SALDO              PIC 9(7)V99.
       01  WS-OC-SALDO-EDIT         PIC Z,ZZZ,ZZ9.99.

       01  WS-ORDEN-LINEA.
           05  WS-OL-NUMERO         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-ANOMES         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-PAYEE          PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-CUENTA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-IMPORTE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-RELEVADO       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-ESTADO         PIC X(9).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-AUTORIZA       PIC X(8).

       01  WS-ORDEN-EVENTO.
           05  FILLER               PIC X(3) VALUE "OC ".
           05  WS-OEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OEV-CLAVE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OEV-DATO          PIC X(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-OEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ORDCWS.cpy".
       COPY "DEPTMWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-ORDENES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            MOVE "PORD" TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.
            PERFORM CARGA-DEPTMAST.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. EMITIR ORDEN DE COMPRA"
                DISPLAY "2. CERRAR ORDEN (LIBERA LO NO FACTURADO)"
                DISPLAY "3. ANULAR ORDEN SIN FACTURAS"
                DISPLAY "4. CONSULTA DE ORDENES DE UN DEPARTAMENTO"
                DISPLAY "5. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM EMITE-ORDEN
                    WHEN 2
                        PERFORM CIERRA-ORDEN
                    WHEN 3
                        PERFORM ANULA-ORDEN
                    WHEN 4
                        PERFORM CONSULTA-ORDENES
                    WHEN 5
                        SET WS-SALIR TO TRUE
                    WHEN OTHER
                        DISPLAY "OPCION INVALIDA"
                END-EVALUATE
            END-PERFORM.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VERIFICA-CANDADO.
      *    Con la cadena nocturna duena del juego de datos la
      *    actualizacion se rehusa; la consulta sigue abierta.
            PERFORM CHECA-INTERLOCK.
            IF WS-INTLK-OCUPADO
                IF WS-INTLK-OBSOLETO
                    DISPLAY "CANDADO DE LOTE OBSOLETO (ABEND?) - "
                        "AVISAR A OPERACIONES Y LIBERAR CON "
                        "LIBERA-INTERLOCK"
                ELSE
                    DISPLAY "CADENA NOCTURNA EN EJECUCION - "
                        "SOLO CONSULTA, SIN ACTUALIZAR"
                END-IF
            END-IF.

       EMITE-ORDEN.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM EMITE-ORDEN-2
            END-IF.

       EMITE-ORDEN-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin emitir nada. La orden compromete el
      *    presupuesto del mes de la fecha de negocio.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            MOVE SPACES TO WS-CAP-AUTORIZA.
            COMPUTE WS-CAP-ANOMES = WS-OPSLOG-DATE / 100.
            PERFORM CARGA-ORDENES-COMPRA.
            PERFORM CAPTURA-DEPARTAMENTO.
            IF WS-VALIDO
                PERFORM CAPTURA-PROVEEDOR
            END-IF.
            IF WS-VALIDO
                DISPLAY "DESCRIPCION: " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-DESCRIPCION
                ACCEPT WS-CAP-DESCRIPCION
                DISPLAY "IMPORTE (9999999.99): " WITH NO ADVANCING
                ACCEPT WS-CAP-IMPORTE
                IF WS-CAP-IMPORTE = 0
                    DISPLAY "IMPORTE EN CERO - SIN EMITIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-CUENTA
            END-IF.
            IF WS-VALIDO
                IF WS-OC-COUNT >= WS-OC-MAX
                    DISPLAY "TABLA DE ORDENES LLENA EN "
                        WS-OC-MAX " ENTRADAS - SIN EMITIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM CALCULA-DISPONIBLE
                PERFORM MUESTRA-POSICION
                IF WS-CAP-IMPORTE > WS-POS-DISPONIBLE
                    DISPLAY "LA ORDEN EXCEDE EL PRESUPUESTO "
                        "DISPONIBLE DEL MES"
                    PERFORM AUTORIZA-SOBREPASO
                    IF WS-AUTORIZADO
                        MOVE WS-SUPERVISOR TO WS-CAP-AUTORIZA
                    ELSE
                        DISPLAY "SIN AUTORIZACION DE SUPERVISOR - "
                            "ORDEN RECHAZADA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM EMITE-NUMERO-SERIE
                ADD 1 TO WS-OC-COUNT
                MOVE WS-OC-COUNT TO WS-OC-IX
                MOVE WS-NUMSER-NEXT TO WS-OC-TBL-NUMERO (WS-OC-IX)
                MOVE WS-CAP-DEPT TO WS-OC-TBL-DEPT (WS-OC-IX)
                MOVE WS-CAP-CUENTA TO WS-OC-TBL-CUENTA (WS-OC-IX)
                MOVE WS-CAP-PAYEE TO WS-OC-TBL-PAYEE (WS-OC-IX)
                MOVE WS-CAP-ANOMES TO WS-OC-TBL-ANOMES (WS-OC-IX)
                MOVE WS-OPSLOG-DATE TO WS-OC-TBL-FECHA (WS-OC-IX)
                MOVE WS-CAP-DESCRIPCION
                    TO WS-OC-TBL-DESCRIPCION (WS-OC-IX)
                MOVE WS-CAP-IMPORTE TO WS-OC-TBL-IMPORTE (WS-OC-IX)
                MOVE 0 TO WS-OC-TBL-RELEVADO (WS-OC-IX)
                MOVE "A" TO WS-OC-TBL-ESTADO (WS-OC-IX)
                MOVE WS-OPERADOR TO WS-OC-TBL-OPERADOR (WS-OC-IX)
                MOVE WS-CAP-AUTORIZA TO WS-OC-TBL-AUTORIZA (WS-OC-IX)
                MOVE WS-OPSLOG-DATE TO WS-OC-TBL-FECHA-EST (WS-OC-IX)
                SET WS-OC-CAMBIADO TO TRUE
                PERFORM GRABA-ORDENES-COMPRA
                MOVE "EMITE" TO WS-OEV-ACCION
                MOVE WS-NUMSER-NEXT TO WS-OEV-CLAVE
                MOVE WS-CAP-DEPT TO WS-OEV-DATO
                PERFORM REGISTRA-EVENTO-ORDEN
                IF WS-CAP-AUTORIZA NOT = SPACES
                    MOVE "SOBREP" TO WS-OEV-ACCION
                    MOVE WS-NUMSER-NEXT TO WS-OEV-CLAVE
                    MOVE WS-CAP-AUTORIZA TO WS-OEV-DATO
                    PERFORM REGISTRA-EVENTO-ORDEN
                END-IF
                DISPLAY "ORDEN DE COMPRA " WS-NUMSER-NEXT " EMITIDA"
            END-IF.

       CAPTURA-DEPARTAMENTO.
            DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-DEPT.
            ACCEPT WS-CAP-DEPT.
            MOVE WS-CAP-DEPT TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            IF WS-CAP-DEPT = SPACES OR NOT WS-DEPTM-VALID
                DISPLAY "DEPARTAMENTO " WS-CAP-DEPT
                    " NO VALIDO EN DEPTMAST - SIN EMITIR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                DISPLAY WS-DEPTM-NAME
            END-IF.

       CAPTURA-PROVEEDOR.
            DISPLAY "PROVEEDOR (ID DE PAYEEMST): " WITH NO ADVANCING.
            ACCEPT WS-CAP-PAYEE.
            PERFORM BUSCA-PROVEEDOR.
            EVALUATE TRUE
                WHEN NOT WS-PY-FOUND
                    DISPLAY "PROVEEDOR " WS-CAP-PAYEE
                        " NO ESTA EN PAYEEMST - SIN EMITIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-PY-ACTIVO NOT = "Y"
                    DISPLAY "PROVEEDOR " WS-CAP-PAYEE
                        " INACTIVO EN PAYEEMST - SIN EMITIR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    DISPLAY WS-PY-NOMBRE
            END-EVALUATE.

       CAPTURA-CUENTA.
            DISPLAY "CUENTA DE GASTO (PLAN DE CUENTAS): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CUENTA.
            ACCEPT WS-CAP-CUENTA.
            IF WS-CAP-CUENTA = SPACES
                DISPLAY "CUENTA EN BLANCO - SIN EMITIR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                PERFORM BUSCA-CUENTA-PLAN
                IF WS-AM-PLAN
                    IF NOT WS-AM-FOUND
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " NO ESTA EN ACCTMAST - SIN EMITIR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        IF WS-AM-ACTIVA NOT = "S"
                            DISPLAY "CUENTA " WS-CAP-CUENTA
                                " INACTIVA EN ACCTMAST - SIN EMITIR"
                            MOVE "N" TO WS-VALIDO-SWITCH
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CALCULA-DISPONIBLE.
      *    Disponible = presupuesto - salarios asentados - facturas
      *    casadas a ordenes - saldo no facturado de las ordenes
      *    abiertas, todo del departamento WS-CAP-DEPT en el mes
      *    WS-CAP-ANOMES; es la misma cuenta que imprime
      *    PRESUPUESTO-ACTUAL. Usa la tabla de ordenes ya cargada.
            MOVE 0 TO WS-POS-PRESUP WS-POS-REAL WS-POS-COMPROM.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BUDGET-MASTER.
            IF WS-BUD-OK
                PERFORM UNTIL WS-EOF
                    READ BUDGET-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF BM-DEPT-CODE = WS-CAP-DEPT
                                    AND BM-ANOMES = WS-CAP-ANOMES
                                ADD BM-IMPORTE TO WS-POS-PRESUP
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BUDGET-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PERIOD-JOURNAL.
            IF WS-PER-OK
                PERFORM UNTIL WS-EOF
                    READ PERIOD-JOURNAL
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            COMPUTE WS-LINEA-ANOMES = PJ-DATE / 100
                            IF PJ-TYPE = "D"
                                    AND PJ-ACC-PREFIJO = "SAL"
                                    AND PJ-ACC-DEPT = WS-CAP-DEPT
                                    AND WS-LINEA-ANOMES = WS-CAP-ANOMES
                                ADD PJ-AMOUNT TO WS-POS-REAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIOD-JOURNAL
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM VARYING WS-OC-I FROM 1 BY 1
                    UNTIL WS-OC-I > WS-OC-COUNT
                IF WS-OC-TBL-DEPT (WS-OC-I) = WS-CAP-DEPT
                        AND WS-OC-TBL-ANOMES (WS-OC-I) = WS-CAP-ANOMES
                        AND WS-OC-TBL-ESTADO (WS-OC-I) NOT = "X"
                    ADD WS-OC-TBL-RELEVADO (WS-OC-I) TO WS-POS-REAL
                    IF WS-OC-TBL-ESTADO (WS-OC-I) = "A"
                        COMPUTE WS-POS-COMPROM = WS-POS-COMPROM
                            + WS-OC-TBL-IMPORTE (WS-OC-I)
                            - WS-OC-TBL-RELEVADO (WS-OC-I)
                    END-IF
                END-IF
            END-PERFORM.
            COMPUTE WS-POS-DISPONIBLE = WS-POS-PRESUP
                - WS-POS-REAL - WS-POS-COMPROM.

       MUESTRA-POSICION.
            DISPLAY "PRESUPUESTO " WS-CAP-DEPT " MES " WS-CAP-ANOMES.
            MOVE WS-POS-PRESUP TO WS-POS-EDIT.
            DISPLAY "  PRESUPUESTO:  " WS-POS-EDIT.
            MOVE WS-POS-REAL TO WS-POS-EDIT.
            DISPLAY "  REAL:         " WS-POS-EDIT.
            MOVE WS-POS-COMPROM TO WS-POS-EDIT.
            DISPLAY "  COMPROMETIDO: " WS-POS-EDIT.
            MOVE WS-POS-DISPONIBLE TO WS-POS-EDIT.
            DISPLAY "  DISPONIBLE:   " WS-POS-EDIT.

       AUTORIZA-SOBREPASO.
      *    Segundo par de ojos: el supervisor no puede ser quien
      *    captura la orden. Sin OPERMAST no hay autorizacion.
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE 0 TO WS-NIVEL.
            DISPLAY "SUPERVISOR QUE AUTORIZA: " WITH NO ADVANCING.
            MOVE SPACES TO WS-SUPERVISOR.
            ACCEPT WS-SUPERVISOR.
            DISPLAY "CLAVE: " WITH NO ADVANCING.
            ACCEPT WS-CLAVE.
            IF WS-SUPERVISOR = WS-OPERADOR OR WS-SUPERVISOR = SPACES
                DISPLAY "EL SUPERVISOR DEBE SER OTRA PERSONA"
            ELSE
                MOVE WS-SUPERVISOR TO WS-OPM-LOOKUP-ID
                MOVE WS-CLAVE TO WS-OPCL-CLAVE
                PERFORM FIRMA-OPERADOR-MASTER
                IF NOT WS-OPM-HAY-MASTER
                    DISPLAY "SIN OPERMAST.DAT - AUTORIZACION REQUIERE "
                        "EL MASTER DE OPERADORES"
                ELSE
                    IF WS-OPCL-VALIDA
                        MOVE WS-OPCL-NIVEL TO WS-NIVEL
                    END-IF
                    IF WS-NIVEL >= WS-NIVEL-SOBREPASO
                        SET WS-AUTORIZADO TO TRUE
                    ELSE
                        DISPLAY "SE REQUIERE NIVEL "
                            WS-NIVEL-SOBREPASO " DE SUPERVISOR"
                    END-IF
                END-IF
            END-IF.

       CIERRA-ORDEN.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CIERRA-ORDEN-2
            END-IF.

       CIERRA-ORDEN-2.
      *    Cerrar da por terminada la compra: lo no facturado deja
      *    de comprometer el presupuesto y la orden no admite mas
      *    facturas.
            PERFORM CAPTURA-ORDEN-ABIERTA.
            IF WS-VALIDO
                COMPUTE WS-OC-SALDO = WS-OC-TBL-IMPORTE (WS-OC-IX)
                    - WS-OC-TBL-RELEVADO (WS-OC-IX)
                MOVE WS-OC-SALDO TO WS-OC-SALDO-EDIT
                DISPLAY "SALDO NO FACTURADO A LIBERAR: "
                    WS-OC-SALDO-EDIT
                DISPLAY "CONFIRMA CIERRE (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "CIERRE CANCELADO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE "C" TO WS-OC-TBL-ESTADO (WS-OC-IX)
                MOVE WS-OPSLOG-DATE TO WS-OC-TBL-FECHA-EST (WS-OC-IX)
                SET WS-OC-CAMBIADO TO TRUE
                PERFORM GRABA-ORDENES-COMPRA
                MOVE "CIERRA" TO WS-OEV-ACCION
                MOVE WS-CAP-NUMERO TO WS-OEV-CLAVE
                MOVE WS-OC-TBL-DEPT (WS-OC-IX) TO WS-OEV-DATO
                PERFORM REGISTRA-EVENTO-ORDEN
                DISPLAY "ORDEN " WS-CAP-NUMERO " CERRADA"
            END-IF.

       ANULA-ORDEN.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ANULA-ORDEN-2
            END-IF.

       ANULA-ORDEN-2.
      *    Una orden con facturas casadas ya tiene gasto real: se
      *    cierra, no se anula.
            PERFORM CAPTURA-ORDEN-ABIERTA.
            IF WS-VALIDO
                IF WS-OC-TBL-RELEVADO (WS-OC-IX) > 0
                    DISPLAY "ORDEN " WS-CAP-NUMERO " TIENE FACTURAS "
                        "CASADAS - USE CERRAR ORDEN"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "CONFIRMA ANULACION (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "ANULACION CANCELADA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE "X" TO WS-OC-TBL-ESTADO (WS-OC-IX)
                MOVE WS-OPSLOG-DATE TO WS-OC-TBL-FECHA-EST (WS-OC-IX)
                SET WS-OC-CAMBIADO TO TRUE
                PERFORM GRABA-ORDENES-COMPRA
                MOVE "ANULA" TO WS-OEV-ACCION
                MOVE WS-CAP-NUMERO TO WS-OEV-CLAVE
                MOVE WS-OC-TBL-DEPT (WS-OC-IX) TO WS-OEV-DATO
                PERFORM REGISTRA-EVENTO-ORDEN
                DISPLAY "ORDEN " WS-CAP-NUMERO " ANULADA"
            END-IF.

       CAPTURA-ORDEN-ABIERTA.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-ORDENES-COMPRA.
            DISPLAY "ORDEN DE COMPRA NUMERO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-OC-LOOKUP-NUMERO.
            PERFORM BUSCA-ORDEN-COMPRA.
            IF WS-OC-IX = 0
                DISPLAY "ORDEN " WS-CAP-NUMERO " NO EXISTE - SIN CAMBIO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-OC-IX TO WS-OC-I
                PERFORM MUESTRA-ORDEN
                IF WS-OC-TBL-ESTADO (WS-OC-IX) NOT = "A"
                    DISPLAY "ORDEN " WS-CAP-NUMERO " "
                        WS-ESTADO-DESC " - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CONSULTA-ORDENES.
            PERFORM CARGA-ORDENES-COMPRA.
            DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-DEPT.
            ACCEPT WS-CAP-DEPT.
            MOVE WS-CAP-DEPT TO WS-DEPTM-LOOKUP-CODE.
            PERFORM BUSCA-DEPTMAST.
            DISPLAY WS-DEPTM-NAME.
            MOVE 0 TO WS-ENCONTRADAS.
            PERFORM VARYING WS-OC-I FROM 1 BY 1
                    UNTIL WS-OC-I > WS-OC-COUNT
                IF WS-OC-TBL-DEPT (WS-OC-I) = WS-CAP-DEPT
                    ADD 1 TO WS-ENCONTRADAS
                    PERFORM MUESTRA-ORDEN
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADAS = 0
                DISPLAY "SIN ORDENES DE COMPRA PARA " WS-CAP-DEPT
            END-IF.
            COMPUTE WS-CAP-ANOMES = WS-OPSLOG-DATE / 100.
            PERFORM CALCULA-DISPONIBLE.
            PERFORM MUESTRA-POSICION.

       MUESTRA-ORDEN.
            MOVE WS-OC-TBL-NUMERO (WS-OC-I) TO WS-OL-NUMERO.
            MOVE WS-OC-TBL-ANOMES (WS-OC-I) TO WS-OL-ANOMES.
            MOVE WS-OC-TBL-PAYEE (WS-OC-I) TO WS-OL-PAYEE.
            MOVE WS-OC-TBL-CUENTA (WS-OC-I) TO WS-OL-CUENTA.
            MOVE WS-OC-TBL-IMPORTE (WS-OC-I) TO WS-OL-IMPORTE.
            MOVE WS-OC-TBL-RELEVADO (WS-OC-I) TO WS-OL-RELEVADO.
            EVALUATE WS-OC-TBL-ESTADO (WS-OC-I)
                WHEN "A"
                    MOVE "ABIERTA" TO WS-ESTADO-DESC
                WHEN "C"
                    MOVE "CERRADA" TO WS-ESTADO-DESC
                WHEN "X"
                    MOVE "ANULADA" TO WS-ESTADO-DESC
                WHEN OTHER
                    MOVE "?" TO WS-ESTADO-DESC
            END-EVALUATE.
            MOVE WS-ESTADO-DESC TO WS-OL-ESTADO.
            MOVE WS-OC-TBL-AUTORIZA (WS-OC-I) TO WS-OL-AUTORIZA.
            DISPLAY WS-ORDEN-LINEA.

       BUSCA-PROVEEDOR.
            MOVE "N" TO WS-PY-FOUND-SWITCH.
            MOVE SPACES TO WS-PY-NOMBRE WS-PY-ACTIVO.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PAYEE-MASTER.
            IF WS-PYM-OK
                PERFORM UNTIL WS-EOF OR WS-PY-FOUND
                    READ PAYEE-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF PY-ID = WS-CAP-PAYEE
                                SET WS-PY-FOUND TO TRUE
                                MOVE PY-LEGAL-NAME TO WS-PY-NOMBRE
                                MOVE PY-ACTIVE TO WS-PY-ACTIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYEE-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       BUSCA-CUENTA-PLAN.
            MOVE "N" TO WS-AM-FOUND-SWITCH.
            MOVE "N" TO WS-AM-PLAN-SWITCH.
            MOVE SPACE TO WS-AM-ACTIVA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                SET WS-AM-PLAN TO TRUE
                PERFORM UNTIL WS-EOF OR WS-AM-FOUND
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AM-ACCOUNT = WS-CAP-CUENTA
                                SET WS-AM-FOUND TO TRUE
                                MOVE AM-ACTIVE TO WS-AM-ACTIVA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-ORDEN.
            MOVE WS-OPERADOR TO WS-OEV-OPERADOR.
            MOVE WS-ORDEN-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO WS-OPERADOR.

       COPY "ORDCWR.cpy".
       COPY "DEPTMWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-ORDENES.
