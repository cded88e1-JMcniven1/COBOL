      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounts payable vendor invoice desk. Registers an
      *          invoice received from a payee (PAYEEMST.DAT, kept by
      *          MANTIENE-BENEFICIARIOS, which must be active) on
      *          APINVOIC.DAT under a number drawn from series APIN
      *          of NUMCTRL.DAT: the vendor's invoice number, invoice
      *          date, due date (never before the invoice date),
      *          amount and the GL account charged (checked against
      *          ACCTMAST.DAT when the chart is on disk). The same
      *          vendor invoice number cannot be registered twice
      *          for one payee unless the first was voided, so a
      *          duplicate bill is stopped before it is paid twice.
      *          An open invoice can be voided; an invoice already
      *          paid cannot. An invoice billed against a purchase
      *          order (POMAST.DAT, kept by MANTIENE-ORDENES) must be
      *          for the order's payee and within its open balance;
      *          it takes the order's GL account and relieves the
      *          order's budget encumbrance by its amount, closing
      *          the order once fully relieved. Voiding a matched
      *          invoice gives the amount back to the order. Shows a
      *          payee's invoices with the open balance. Open
      *          invoices are paid by PAGA-PROVEEDORES.
      *          Updates are refused while the nightly chain holds
      *          the data set; each is logged to the shared OPSLOG
      *          with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-FACT-PROV.

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
           COPY "APINSL.cpy".
           COPY "ORDCSL.cpy".
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

       COPY "APINFD.cpy".
       COPY "ORDCFD.cpy".
       COPY "NUMSERFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PYM-STATUS            PIC XX.
           88  WS-PYM-OK            VALUE "00".
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
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

       01  WS-CAP-PAYEE             PIC X(6).
       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-FACTURA           PIC X(15).
       01  WS-CAP-VENCE             PIC 9(8).
       01  WS-CAP-IMPORTE           PIC 9(7)V99.
       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-OC                PIC 9(6).
       01  WS-CAP-CONFIRMA          PIC X.
       01  WS-CAP-FECHA             PIC 9(8).
       01  WS-CAP-FECHA-R REDEFINES WS-CAP-FECHA.
           05  WS-FECHA-ANO         PIC 9(4).
           05  WS-FECHA-MES         PIC 9(2).
           05  WS-FECHA-DIA         PIC 9(2).
       01  WS-CAP-FECHA-FACTURA     PIC 9(8).

       01  WS-PY-NOMBRE             PIC X(30).
       01  WS-PY-ACTIVO             PIC X.
       01  WS-AM-ACTIVA             PIC X.
       01  WS-ENCONTRADAS           PIC 9(5).
       01  WS-SALDO-ABIERTO         PIC 9(9)V99.
       01  WS-SALDO-EDIT            PIC Z(8)9.99.
       01  WS-ESTADO-DESC           PIC X(10).
       01  WS-OC-SALDO              PIC 9(7)V99.
       01  WS-OC-SALDO-EDIT         PIC Z,ZZZ,ZZ9.99.

       01  WS-FACTURA-LINEA.
           05  WS-FL-NUMERO         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FL-FACTURA        PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FL-FECHA          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FL-VENCE          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FL-IMPORTE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FL-CUENTA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FL-ESTADO         PIC X(10).
           05  FILLER               PIC X(4) VALUE " OC ".
           05  WS-FL-OC             PIC Z(5)9.

       01  WS-FACTURA-EVENTO.
           05  FILLER               PIC X(7) VALUE "FACPRV ".
           05  WS-FEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FEV-CLAVE         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-FEV-DATO          PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-FEV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "APINWS.cpy".
       COPY "ORDCWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "REGISTRA-FACT-PROV" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.
            MOVE "APIN" TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.

            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.

            PERFORM UNTIL WS-SALIR
                DISPLAY " "
                DISPLAY "1. REGISTRAR FACTURA DE PROVEEDOR"
                DISPLAY "2. ANULAR FACTURA ABIERTA"
                DISPLAY "3. CONSULTA DE FACTURAS DE UN PROVEEDOR"
                DISPLAY "4. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 1
                        PERFORM REGISTRA-FACTURA
                    WHEN 2
                        PERFORM ANULA-FACTURA
                    WHEN 3
                        PERFORM CONSULTA-FACTURAS
                    WHEN 4
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

       REGISTRA-FACTURA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-FACTURA-2
            END-IF.

       REGISTRA-FACTURA-2.
      *    Cada dato se valida al capturarlo; el primero que falla
      *    corta la captura sin registrar nada.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-FACTURAS-PROVEEDOR.
            DISPLAY "PROVEEDOR (ID DE PAYEEMST): " WITH NO ADVANCING.
            ACCEPT WS-CAP-PAYEE.
            PERFORM BUSCA-PROVEEDOR.
            EVALUATE TRUE
                WHEN NOT WS-PY-FOUND
                    DISPLAY "PROVEEDOR " WS-CAP-PAYEE
                        " NO ESTA EN PAYEEMST - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-PY-ACTIVO NOT = "Y"
                    DISPLAY "PROVEEDOR " WS-CAP-PAYEE
                        " INACTIVO EN PAYEEMST - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
                    DISPLAY WS-PY-NOMBRE
            END-EVALUATE.
            IF WS-VALIDO
                PERFORM CAPTURA-NUMERO-FACTURA
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-FECHAS
            END-IF.
            IF WS-VALIDO
                DISPLAY "IMPORTE (9999999.99): " WITH NO ADVANCING
                ACCEPT WS-CAP-IMPORTE
                IF WS-CAP-IMPORTE = 0
                    DISPLAY "IMPORTE EN CERO - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-ORDEN
            END-IF.
            IF WS-VALIDO AND WS-CAP-OC = 0
                PERFORM CAPTURA-CUENTA
            END-IF.
            IF WS-VALIDO
                IF WS-AI-COUNT >= WS-AI-MAX
                    DISPLAY "TABLA DE FACTURAS LLENA EN "
                        WS-AI-MAX " ENTRADAS - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM EMITE-NUMERO-SERIE
                ADD 1 TO WS-AI-COUNT
                MOVE WS-AI-COUNT TO WS-AI-IX
                MOVE WS-NUMSER-NEXT TO WS-AI-TBL-NUMERO (WS-AI-IX)
                MOVE WS-CAP-PAYEE TO WS-AI-TBL-PAYEE (WS-AI-IX)
                MOVE WS-CAP-FACTURA TO WS-AI-TBL-FACTURA (WS-AI-IX)
                MOVE WS-CAP-FECHA-FACTURA
                    TO WS-AI-TBL-FECHA (WS-AI-IX)
                MOVE WS-CAP-VENCE TO WS-AI-TBL-VENCE (WS-AI-IX)
                MOVE WS-CAP-IMPORTE TO WS-AI-TBL-IMPORTE (WS-AI-IX)
                MOVE WS-CAP-CUENTA TO WS-AI-TBL-CUENTA (WS-AI-IX)
                MOVE "A" TO WS-AI-TBL-ESTADO (WS-AI-IX)
                MOVE WS-OPSLOG-DATE TO WS-AI-TBL-FECHA-EST (WS-AI-IX)
                MOVE WS-OPERADOR TO WS-AI-TBL-OPERADOR (WS-AI-IX)
                MOVE WS-CAP-OC TO WS-AI-TBL-OC (WS-AI-IX)
                SET WS-AI-CAMBIADO TO TRUE
                PERFORM GRABA-FACTURAS-PROVEEDOR
                MOVE "ALTA" TO WS-FEV-ACCION
                MOVE WS-NUMSER-NEXT TO WS-FEV-CLAVE
                MOVE WS-CAP-PAYEE TO WS-FEV-DATO
                PERFORM REGISTRA-EVENTO-FACTURA
                DISPLAY "FACTURA " WS-NUMSER-NEXT " REGISTRADA - "
                    "VENCE " WS-CAP-VENCE
                IF WS-CAP-OC > 0
                    PERFORM RELEVA-ORDEN
                END-IF
            END-IF.

       CAPTURA-ORDEN.
      *    La factura contra una orden de compra toma la cuenta de la
      *    orden y no puede pasar de lo que queda comprometido en
      *    ella: el exceso pide una orden nueva o ampliada.
            PERFORM CARGA-ORDENES-COMPRA.
            DISPLAY "ORDEN DE COMPRA (0 = SIN ORDEN): "
                WITH NO ADVANCING.
            ACCEPT WS-CAP-OC.
            IF WS-CAP-OC > 0
                MOVE WS-CAP-OC TO WS-OC-LOOKUP-NUMERO
                PERFORM BUSCA-ORDEN-COMPRA
                EVALUATE TRUE
                    WHEN WS-OC-IX = 0
                        DISPLAY "ORDEN " WS-CAP-OC
                            " NO EXISTE - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-OC-TBL-ESTADO (WS-OC-IX) NOT = "A"
                        DISPLAY "ORDEN " WS-CAP-OC
                            " NO ESTA ABIERTA - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-OC-TBL-PAYEE (WS-OC-IX) NOT = WS-CAP-PAYEE
                        DISPLAY "ORDEN " WS-CAP-OC " ES DEL PROVEEDOR "
                            WS-OC-TBL-PAYEE (WS-OC-IX)
                            " - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN OTHER
                        COMPUTE WS-OC-SALDO =
                            WS-OC-TBL-IMPORTE (WS-OC-IX)
                            - WS-OC-TBL-RELEVADO (WS-OC-IX)
                        IF WS-CAP-IMPORTE > WS-OC-SALDO
                            MOVE WS-OC-SALDO TO WS-OC-SALDO-EDIT
                            DISPLAY "IMPORTE EXCEDE EL SALDO DE LA "
                                "ORDEN (" WS-OC-SALDO-EDIT
                                ") - SIN REGISTRAR"
                            MOVE "N" TO WS-VALIDO-SWITCH
                        ELSE
                            MOVE WS-OC-TBL-CUENTA (WS-OC-IX)
                                TO WS-CAP-CUENTA
                            DISPLAY "CUENTA DE LA ORDEN: " WS-CAP-CUENTA
                                " DEPTO " WS-OC-TBL-DEPT (WS-OC-IX)
                        END-IF
                END-EVALUATE
            END-IF.

       RELEVA-ORDEN.
      *    WS-OC-IX sigue apuntando a la orden validada en
      *    CAPTURA-ORDEN: la tabla no se recargo entre medio.
            ADD WS-CAP-IMPORTE TO WS-OC-TBL-RELEVADO (WS-OC-IX).
            IF WS-OC-TBL-RELEVADO (WS-OC-IX)
                    >= WS-OC-TBL-IMPORTE (WS-OC-IX)
                MOVE "C" TO WS-OC-TBL-ESTADO (WS-OC-IX)
                MOVE WS-OPSLOG-DATE TO WS-OC-TBL-FECHA-EST (WS-OC-IX)
                DISPLAY "ORDEN " WS-CAP-OC " TOTALMENTE FACTURADA - "
                    "CERRADA"
            END-IF.
            SET WS-OC-CAMBIADO TO TRUE.
            PERFORM GRABA-ORDENES-COMPRA.
            MOVE "CASAOC" TO WS-FEV-ACCION.
            MOVE WS-NUMSER-NEXT TO WS-FEV-CLAVE.
            MOVE WS-CAP-OC TO WS-FEV-DATO.
            PERFORM REGISTRA-EVENTO-FACTURA.

       CAPTURA-NUMERO-FACTURA.
      *    El numero del proveedor es unico por proveedor: la misma
      *    factura entregada dos veces se pagaria dos veces.
            DISPLAY "NUMERO DE FACTURA DEL PROVEEDOR: "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-FACTURA.
            ACCEPT WS-CAP-FACTURA.
            IF WS-CAP-FACTURA = SPACES
                DISPLAY "NUMERO DE FACTURA EN BLANCO - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-CAP-PAYEE TO WS-AI-LOOKUP-PAYEE
                MOVE WS-CAP-FACTURA TO WS-AI-LOOKUP-FACTURA
                PERFORM BUSCA-FACTURA-DUPLICADA
                IF WS-AI-IX > 0
                    DISPLAY "FACTURA DUPLICADA - YA REGISTRADA COMO "
                        WS-AI-TBL-NUMERO (WS-AI-IX) " EL "
                        WS-AI-TBL-FECHA-EST (WS-AI-IX)
                        " - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       CAPTURA-FECHAS.
            DISPLAY "FECHA DE FACTURA (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-FECHA.
            PERFORM VALIDA-FECHA.
            IF WS-VALIDO
                MOVE WS-CAP-FECHA TO WS-CAP-FECHA-FACTURA
                DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-FECHA
                PERFORM VALIDA-FECHA
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-FECHA TO WS-CAP-VENCE
                IF WS-CAP-VENCE < WS-CAP-FECHA-FACTURA
                    DISPLAY "VENCIMIENTO ANTERIOR A LA FECHA DE "
                        "FACTURA - SIN REGISTRAR"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       VALIDA-FECHA.
            IF WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
                    OR WS-FECHA-DIA < 1 OR WS-FECHA-DIA > 31
                    OR WS-FECHA-ANO < 1900
                DISPLAY "FECHA INVALIDA - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CAPTURA-CUENTA.
            DISPLAY "CUENTA DE GASTO (PLAN DE CUENTAS): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CUENTA.
            ACCEPT WS-CAP-CUENTA.
            IF WS-CAP-CUENTA = SPACES
                DISPLAY "CUENTA EN BLANCO - SIN REGISTRAR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                PERFORM BUSCA-CUENTA-PLAN
                IF WS-AM-PLAN
                    IF NOT WS-AM-FOUND
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " NO ESTA EN ACCTMAST - SIN REGISTRAR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        IF WS-AM-ACTIVA NOT = "S"
                            DISPLAY "CUENTA " WS-CAP-CUENTA
                                " INACTIVA EN ACCTMAST - "
                                "SIN REGISTRAR"
                            MOVE "N" TO WS-VALIDO-SWITCH
                        END-IF
                    END-IF
                END-IF
            END-IF.

       ANULA-FACTURA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ANULA-FACTURA-2
            END-IF.

       ANULA-FACTURA-2.
      *    Solo una factura abierta se anula; la pagada ya salio en
      *    PAYMENTS.DAT y se corrige por el circuito de cheques.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-FACTURAS-PROVEEDOR.
            DISPLAY "FACTURA NUMERO (INTERNO): " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-AI-LOOKUP-NUMERO.
            PERFORM BUSCA-FACTURA-PROVEEDOR.
            IF WS-AI-IX = 0
                DISPLAY "FACTURA " WS-CAP-NUMERO
                    " NO EXISTE - SIN CAMBIO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-AI-IX TO WS-AI-I
                PERFORM MUESTRA-FACTURA
                IF WS-AI-TBL-ESTADO (WS-AI-IX) NOT = "A"
                    DISPLAY "FACTURA " WS-CAP-NUMERO " "
                        WS-ESTADO-DESC " - SIN CAMBIO"
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
                MOVE "X" TO WS-AI-TBL-ESTADO (WS-AI-IX)
                MOVE WS-OPSLOG-DATE TO WS-AI-TBL-FECHA-EST (WS-AI-IX)
                SET WS-AI-CAMBIADO TO TRUE
                PERFORM GRABA-FACTURAS-PROVEEDOR
                MOVE "ANULA" TO WS-FEV-ACCION
                MOVE WS-CAP-NUMERO TO WS-FEV-CLAVE
                MOVE WS-AI-TBL-PAYEE (WS-AI-IX) TO WS-FEV-DATO
                PERFORM REGISTRA-EVENTO-FACTURA
                DISPLAY "FACTURA " WS-CAP-NUMERO " ANULADA"
                IF WS-AI-TBL-OC (WS-AI-IX) > 0
                    PERFORM DEVUELVE-ORDEN
                END-IF
            END-IF.

       DEVUELVE-ORDEN.
      *    El importe de la factura anulada vuelve a quedar
      *    comprometido en su orden. Una orden cerrada por quedar
      *    totalmente facturada se reabre; la cerrada a mano en
      *    MANTIENE-ORDENES sigue cerrada y no compromete nada.
            PERFORM CARGA-ORDENES-COMPRA.
            MOVE WS-AI-TBL-OC (WS-AI-IX) TO WS-OC-LOOKUP-NUMERO.
            PERFORM BUSCA-ORDEN-COMPRA.
            IF WS-OC-IX = 0
                DISPLAY "ORDEN " WS-OC-LOOKUP-NUMERO
                    " YA NO ESTA EN POMAST - SIN DEVOLVER"
            ELSE
                IF WS-OC-TBL-ESTADO (WS-OC-IX) = "C"
                        AND WS-OC-TBL-RELEVADO (WS-OC-IX)
                            >= WS-OC-TBL-IMPORTE (WS-OC-IX)
                    MOVE "A" TO WS-OC-TBL-ESTADO (WS-OC-IX)
                    MOVE WS-OPSLOG-DATE
                        TO WS-OC-TBL-FECHA-EST (WS-OC-IX)
                    DISPLAY "ORDEN " WS-OC-LOOKUP-NUMERO " REABIERTA"
                END-IF
                IF WS-OC-TBL-RELEVADO (WS-OC-IX)
                        > WS-AI-TBL-IMPORTE (WS-AI-IX)
                    SUBTRACT WS-AI-TBL-IMPORTE (WS-AI-IX)
                        FROM WS-OC-TBL-RELEVADO (WS-OC-IX)
                ELSE
                    MOVE 0 TO WS-OC-TBL-RELEVADO (WS-OC-IX)
                END-IF
                SET WS-OC-CAMBIADO TO TRUE
                PERFORM GRABA-ORDENES-COMPRA
                MOVE "DEVOC" TO WS-FEV-ACCION
                MOVE WS-CAP-NUMERO TO WS-FEV-CLAVE
                MOVE WS-OC-LOOKUP-NUMERO TO WS-FEV-DATO
                PERFORM REGISTRA-EVENTO-FACTURA
            END-IF.

       CONSULTA-FACTURAS.
            PERFORM CARGA-FACTURAS-PROVEEDOR.
            DISPLAY "PROVEEDOR (ID DE PAYEEMST): " WITH NO ADVANCING.
            ACCEPT WS-CAP-PAYEE.
            PERFORM BUSCA-PROVEEDOR.
            IF WS-PY-FOUND
                DISPLAY WS-PY-NOMBRE
            END-IF.
            MOVE 0 TO WS-ENCONTRADAS.
            MOVE 0 TO WS-SALDO-ABIERTO.
            PERFORM VARYING WS-AI-I FROM 1 BY 1
                    UNTIL WS-AI-I > WS-AI-COUNT
                IF WS-AI-TBL-PAYEE (WS-AI-I) = WS-CAP-PAYEE
                    ADD 1 TO WS-ENCONTRADAS
                    PERFORM MUESTRA-FACTURA
                    IF WS-AI-TBL-ESTADO (WS-AI-I) = "A"
                        ADD WS-AI-TBL-IMPORTE (WS-AI-I)
                            TO WS-SALDO-ABIERTO
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADAS = 0
                DISPLAY "SIN FACTURAS REGISTRADAS PARA " WS-CAP-PAYEE
            ELSE
                MOVE WS-SALDO-ABIERTO TO WS-SALDO-EDIT
                DISPLAY "SALDO ABIERTO: " WS-SALDO-EDIT
            END-IF.

       MUESTRA-FACTURA.
            MOVE WS-AI-TBL-NUMERO (WS-AI-I) TO WS-FL-NUMERO.
            MOVE WS-AI-TBL-FACTURA (WS-AI-I) TO WS-FL-FACTURA.
            MOVE WS-AI-TBL-FECHA (WS-AI-I) TO WS-FL-FECHA.
            MOVE WS-AI-TBL-VENCE (WS-AI-I) TO WS-FL-VENCE.
            MOVE WS-AI-TBL-IMPORTE (WS-AI-I) TO WS-FL-IMPORTE.
            MOVE WS-AI-TBL-CUENTA (WS-AI-I) TO WS-FL-CUENTA.
            EVALUATE WS-AI-TBL-ESTADO (WS-AI-I)
                WHEN "A"
                    MOVE "ABIERTA" TO WS-ESTADO-DESC
                WHEN "G"
                    MOVE "PAGADA" TO WS-ESTADO-DESC
                WHEN "X"
                    MOVE "ANULADA" TO WS-ESTADO-DESC
                WHEN OTHER
                    MOVE "?" TO WS-ESTADO-DESC
            END-EVALUATE.
            MOVE WS-ESTADO-DESC TO WS-FL-ESTADO.
            MOVE WS-AI-TBL-OC (WS-AI-I) TO WS-FL-OC.
            DISPLAY WS-FACTURA-LINEA.

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

       REGISTRA-EVENTO-FACTURA.
            MOVE WS-OPERADOR TO WS-FEV-OPERADOR.
            MOVE WS-FACTURA-EVENTO TO WS-OPSLOG-EVENT.
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

       COPY "APINWR.cpy".
       COPY "ORDCWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM REGISTRA-FACT-PROV.
