      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit-control desk of the receivables subsystem.
      *          Keeps the customer credit master (CREDMAST.DAT): the
      *          credit limit of each receivables account (checked
      *          against ACCTMAST.DAT when the chart is on disk) and
      *          its credit-hold flag, put on or released by hand or
      *          put on by the aging in EXPOSICION-CREDITO. Reviews
      *          the invoices GESTIONA-FACTURAS parked (estado P on
      *          INVMAST.DAT) because the account was on hold or the
      *          invoice took it past its limit: each one shown with
      *          the account's position is approved, which issues it
      *          with the approval date and puts it on the sales
      *          feed (VTAGL.DAT: net to sales, tax to the liability
      *          account of its tax code) for EXTRAE-GL, or rejected
      *          (estado R).
      *          Shows an account's credit exposure. Writes off an
      *          open invoice against the bad-debt allowance (estado
      *          I on INVMAST): with a reason and the approval of a
      *          second level-3 operator, the write-off goes on the
      *          bad-debt feed for EXTRAE-GL (allowance against the
      *          customer's account) and on the write-off audit
      *          listing (CASTIGOS.TXT). The desk is
      *          restricted to operators of level 3 or higher on
      *          OPERMAST.DAT; updates are refused while the nightly
      *          chain holds the data set and each one is logged to
      *          the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLA-CREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Plan de cuentas (MANTIENE-CUENTAS): sin plan en disco la
      *    cuenta no se valida, como en EXTRAE-GL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           SELECT WRITEOFF-AUDIT ASSIGN TO "CASTIGOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           COPY "CRLMSL.cpy".
           COPY "INCGSL.cpy".
           COPY "INVMSL.cpy".
           COPY "TAXMSL.cpy".
           COPY "VTAGSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
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

       FD  WRITEOFF-AUDIT.
       01  WRITEOFF-AUDIT-LINE      PIC X(110).

       COPY "CRLMFD.cpy".
       COPY "INCGFD.cpy".
       COPY "INVMFD.cpy".
       COPY "TAXMFD.cpy".
       COPY "VTAGFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-AUD-STATUS            PIC XX.
           88  WS-AUD-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-CREDITO         PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-APROBADOR             PIC X(8) VALUE SPACES.
       01  WS-NIVEL-APROBADOR       PIC 9 VALUE 0.
       01  WS-APROBADO-SWITCH       PIC X VALUE "N".
           88  WS-APROBADO          VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-AM-FOUND-SWITCH       PIC X.
           88  WS-AM-FOUND          VALUE "Y".
       01  WS-AM-PLAN-SWITCH        PIC X.
           88  WS-AM-PLAN           VALUE "Y".
       01  WS-AM-NOMBRE             PIC X(30).

       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-LIMITE            PIC 9(7)V99.
       01  WS-CAP-CONFIRMA          PIC X.
       01  WS-CAP-DECISION          PIC X.
       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-MOTIVO            PIC X(20).
       01  WS-EDAD-DIAS             PIC S9(5).

      *    Posicion de credito de una cuenta.
       01  WS-POS-ABIERTO           PIC 9(9)V99.
       01  WS-POS-APARCADO          PIC 9(9)V99.
       01  WS-POS-DISPONIBLE        PIC S9(9)V99.
       01  WS-POS-EDIT              PIC -(9)9.99.
       01  WS-REVISADAS             PIC 9(4).
       01  WS-LIMITE-ANT            PIC 9(7)V99.

       01  WS-CREDITO-EVENTO.
           05  FILLER               PIC X(5) VALUE "CRED ".
           05  WS-CEV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CEV-CLAVE         PIC X(8).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-CEV-OPERADOR      PIC X(8).

      *    Renglon del listado de castigos.
       01  WS-CASTIGO-LINE.
           05  WS-CAS-FECHA         PIC 9(8).
           05  FILLER               PIC X(5) VALUE " FAC ".
           05  WS-CAS-NUMERO        PIC 9(6).
           05  FILLER               PIC X(5) VALUE " CTA ".
           05  WS-CAS-CUENTA        PIC X(8).
           05  FILLER               PIC X(5) VALUE " IMP ".
           05  WS-CAS-IMPORTE       PIC Z(6)9.99.
           05  FILLER               PIC X(6) VALUE " DIAS ".
           05  WS-CAS-DIAS          PIC ZZZZ9.
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-CAS-OPERADOR      PIC X(8).
           05  FILLER               PIC X(5) VALUE " APR ".
           05  WS-CAS-APROBADOR     PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CAS-MOTIVO        PIC X(20).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "CRLMWS.cpy".
       COPY "INCGWS.cpy".
       COPY "INVMWS.cpy".
       COPY "TAXMWS.cpy".
       COPY "VTAGWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "CONTROLA-CREDITO" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-CREDITO
                    " PARA CONTROL DE CREDITO - SESION TERMINADA"
            ELSE
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "1. FIJAR O CAMBIAR LIMITE DE CREDITO"
                    DISPLAY "2. RETENER O LIBERAR CUENTA"
                    DISPLAY "3. REVISAR FACTURAS APARCADAS"
                    DISPLAY "4. EXPOSICION DE UNA CUENTA"
                    DISPLAY "5. CASTIGAR FACTURA INCOBRABLE"
                    DISPLAY "6. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM FIJA-LIMITE
                        WHEN 2
                            PERFORM RETIENE-CUENTA
                        WHEN 3
                            PERFORM REVISA-APARCADAS
                        WHEN 4
                            PERFORM CONSULTA-EXPOSICION
                        WHEN 5
                            PERFORM CASTIGA-FACTURA
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

       VALIDA-SUPERVISOR.
            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.
            DISPLAY "CLAVE: " WITH NO ADVANCING.
            ACCEPT WS-CLAVE.
            MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID.
            MOVE WS-CLAVE TO WS-OPCL-CLAVE.
            PERFORM FIRMA-OPERADOR-MASTER.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - CONTROL DE CREDITO "
                    "REQUIERE EL MASTER DE OPERADORES"
            ELSE
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
                IF WS-NIVEL >= WS-NIVEL-CREDITO
                    SET WS-AUTORIZADO TO TRUE
                END-IF
            END-IF.

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

       FIJA-LIMITE.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM FIJA-LIMITE-2
            END-IF.

       FIJA-LIMITE-2.
      *    Una cuenta sin fila la recibe aqui, sin retencion; el
      *    limite en cero deja la cuenta sin credito.
            PERFORM CARGA-LIMITES-CREDITO.
            PERFORM CAPTURA-CUENTA.
            IF WS-VALIDO
                MOVE WS-CAP-CUENTA TO WS-CL-LOOKUP-CUENTA
                PERFORM BUSCA-LIMITE-CREDITO
                IF WS-CL-IX = 0
                    IF WS-CL-COUNT >= WS-CL-MAX
                        DISPLAY "TABLA DE LIMITES LLENA EN "
                            WS-CL-MAX " ENTRADAS - SIN ALTA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    ELSE
                        DISPLAY "CUENTA SIN LIMITE FIJADO"
                        MOVE 0 TO WS-LIMITE-ANT
                    END-IF
                ELSE
                    MOVE WS-CL-TBL-LIMITE (WS-CL-IX) TO WS-LIMITE-ANT
                    MOVE WS-LIMITE-ANT TO WS-POS-EDIT
                    DISPLAY "LIMITE ACTUAL: " WS-POS-EDIT
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "NUEVO LIMITE (9999999.99): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-LIMITE
                IF WS-CL-IX = 0
                    ADD 1 TO WS-CL-COUNT
                    MOVE WS-CL-COUNT TO WS-CL-IX
                    MOVE WS-CAP-CUENTA TO WS-CL-TBL-CUENTA (WS-CL-IX)
                    MOVE "N" TO WS-CL-TBL-RETENIDA (WS-CL-IX)
                    MOVE SPACE TO WS-CL-TBL-MOTIVO (WS-CL-IX)
                    MOVE 0 TO WS-CL-TBL-FECHA (WS-CL-IX)
                END-IF
                MOVE WS-CAP-LIMITE TO WS-CL-TBL-LIMITE (WS-CL-IX)
                MOVE WS-OPERADOR TO WS-CL-TBL-OPERADOR (WS-CL-IX)
                SET WS-CL-CAMBIADO TO TRUE
                PERFORM GRABA-LIMITES-CREDITO
                MOVE "LIMITE" TO WS-CEV-ACCION
                MOVE WS-CAP-CUENTA TO WS-CEV-CLAVE
                PERFORM REGISTRA-EVENTO-CREDITO
                DISPLAY "LIMITE DE " WS-CAP-CUENTA " ACTUALIZADO"
            END-IF.

       RETIENE-CUENTA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM RETIENE-CUENTA-2
            END-IF.

       RETIENE-CUENTA-2.
      *    Cada confirmacion invierte la marca; la retencion puesta
      *    por la antiguedad se libera aqui tambien, a mano.
            PERFORM CARGA-LIMITES-CREDITO.
            PERFORM CAPTURA-CUENTA.
            IF WS-VALIDO
                MOVE WS-CAP-CUENTA TO WS-CL-LOOKUP-CUENTA
                PERFORM BUSCA-LIMITE-CREDITO
                IF WS-CL-IX = 0
                    DISPLAY "CUENTA SIN LIMITE FIJADO - FIJE EL "
                        "LIMITE ANTES DE RETENERLA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-CL-TBL-RETENIDA (WS-CL-IX) = "S"
                    DISPLAY "EN RETENCION DESDE "
                        WS-CL-TBL-FECHA (WS-CL-IX) " MOTIVO "
                        WS-CL-TBL-MOTIVO (WS-CL-IX)
                        " (A = ANTIGUEDAD, M = MANUAL)"
                    DISPLAY "CONFIRMA LIBERAR (S/N): "
                        WITH NO ADVANCING
                ELSE
                    DISPLAY "CONFIRMA RETENER LA CUENTA (S/N): "
                        WITH NO ADVANCING
                END-IF
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                IF WS-CL-TBL-RETENIDA (WS-CL-IX) = "S"
                    MOVE "N" TO WS-CL-TBL-RETENIDA (WS-CL-IX)
                    MOVE SPACE TO WS-CL-TBL-MOTIVO (WS-CL-IX)
                    MOVE "LIBERA" TO WS-CEV-ACCION
                ELSE
                    MOVE "S" TO WS-CL-TBL-RETENIDA (WS-CL-IX)
                    MOVE "M" TO WS-CL-TBL-MOTIVO (WS-CL-IX)
                    MOVE "RETIEN" TO WS-CEV-ACCION
                END-IF
                MOVE WS-OPSLOG-DATE TO WS-CL-TBL-FECHA (WS-CL-IX)
                MOVE WS-OPERADOR TO WS-CL-TBL-OPERADOR (WS-CL-IX)
                SET WS-CL-CAMBIADO TO TRUE
                PERFORM GRABA-LIMITES-CREDITO
                MOVE WS-CAP-CUENTA TO WS-CEV-CLAVE
                PERFORM REGISTRA-EVENTO-CREDITO
                DISPLAY "CUENTA " WS-CAP-CUENTA " ACTUALIZADA"
            END-IF.

       REVISA-APARCADAS.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REVISA-APARCADAS-2
            END-IF.

       REVISA-APARCADAS-2.
      *    Aprobar emite la factura con la fecha de aprobacion, de
      *    la que corre su antiguedad; rechazar la deja en R, sin
      *    deuda, con la fecha del rechazo en la de cobro. En
      *    blanco la factura sigue aparcada.
            PERFORM CARGA-LIMITES-CREDITO.
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM CARGA-IMPUESTOS.
            MOVE 0 TO WS-REVISADAS.
            PERFORM VARYING WS-IM-IX FROM 1 BY 1
                    UNTIL WS-IM-IX > WS-IM-COUNT
                IF WS-IM-TBL-ESTADO (WS-IM-IX) = "P"
                    ADD 1 TO WS-REVISADAS
                    PERFORM REVISA-UNA-APARCADA
                END-IF
            END-PERFORM.
            IF WS-REVISADAS = 0
                DISPLAY "SIN FACTURAS APARCADAS"
            END-IF.
            PERFORM GRABA-FACTURAS-CLIENTE.

       REVISA-UNA-APARCADA.
            DISPLAY " ".
            DISPLAY "FACTURA " WS-IM-TBL-NUMERO (WS-IM-IX)
                " CUENTA " WS-IM-TBL-CUENTA (WS-IM-IX)
                " FECHA " WS-IM-TBL-FECHA (WS-IM-IX).
            MOVE WS-IM-TBL-IMPORTE (WS-IM-IX) TO WS-POS-EDIT.
            DISPLAY "  IMPORTE:      " WS-POS-EDIT.
            MOVE WS-IM-TBL-CUENTA (WS-IM-IX) TO WS-CAP-CUENTA.
            PERFORM CALCULA-POSICION.
            PERFORM MUESTRA-POSICION.
            DISPLAY "APROBAR (A) / RECHAZAR (R) / SEGUIR (BLANCO): "
                WITH NO ADVANCING.
            MOVE SPACE TO WS-CAP-DECISION.
            ACCEPT WS-CAP-DECISION.
            MOVE WS-IM-TBL-NUMERO (WS-IM-IX) TO WS-CEV-CLAVE.
            EVALUATE WS-CAP-DECISION
                WHEN "A"
                    MOVE "A" TO WS-IM-TBL-ESTADO (WS-IM-IX)
                    MOVE WS-OPSLOG-DATE TO WS-IM-TBL-FECHA (WS-IM-IX)
                    SET WS-IM-CAMBIADO TO TRUE
                    PERFORM ASIENTA-VENTA-APROBADA
                    MOVE "APRUEB" TO WS-CEV-ACCION
                    PERFORM REGISTRA-EVENTO-CREDITO
                    DISPLAY "FACTURA APROBADA Y EMITIDA"
                WHEN "R"
                    MOVE "R" TO WS-IM-TBL-ESTADO (WS-IM-IX)
                    MOVE WS-OPSLOG-DATE TO WS-IM-TBL-COBRO (WS-IM-IX)
                    SET WS-IM-CAMBIADO TO TRUE
                    MOVE "RECHAZ" TO WS-CEV-ACCION
                    PERFORM REGISTRA-EVENTO-CREDITO
                    DISPLAY "FACTURA RECHAZADA"
                WHEN OTHER
                    DISPLAY "SIGUE APARCADA"
            END-EVALUATE.

       ASIENTA-VENTA-APROBADA.
      *    El pasivo del impuesto es el de su codigo a la fecha de
      *    emision, la de la aprobacion.
            MOVE SPACES TO WS-VG-CTA-IMPUESTO.
            IF WS-IM-TBL-COD-IMPUESTO (WS-IM-IX) NOT = SPACES
                MOVE WS-IM-TBL-COD-IMPUESTO (WS-IM-IX)
                    TO WS-TX-LOOKUP-CODIGO
                MOVE WS-IM-TBL-FECHA (WS-IM-IX) TO WS-TX-LOOKUP-FECHA
                PERFORM BUSCA-TASA-IMPUESTO
                IF WS-TX-IX > 0
                    MOVE WS-TX-TBL-CUENTA (WS-TX-IX)
                        TO WS-VG-CTA-IMPUESTO
                END-IF
            END-IF.
            MOVE "F" TO WS-VG-TIPO.
            MOVE WS-IM-TBL-CUENTA (WS-IM-IX) TO WS-VG-CLIENTE.
            MOVE WS-IM-TBL-NETO (WS-IM-IX) TO WS-VG-NETO.
            MOVE WS-IM-TBL-IMPUESTO (WS-IM-IX) TO WS-VG-IMPUESTO.
            MOVE WS-IM-TBL-NUMERO (WS-IM-IX) TO WS-VG-DOCUMENTO.
            PERFORM AGREGA-ASIENTO-VENTA.

       CONSULTA-EXPOSICION.
            PERFORM CARGA-LIMITES-CREDITO.
            PERFORM CARGA-FACTURAS-CLIENTE.
            PERFORM CAPTURA-CUENTA.
            IF WS-VALIDO
                DISPLAY "CUENTA " WS-CAP-CUENTA " " WS-AM-NOMBRE
                PERFORM CALCULA-POSICION
                PERFORM MUESTRA-POSICION
            END-IF.

       CASTIGA-FACTURA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CASTIGA-FACTURA-2
            END-IF.

       CASTIGA-FACTURA-2.
      *    Solo una factura abierta se castiga, contra la provision
      *    y con motivo y aprobacion de un segundo operador. Queda
      *    en I con la fecha del castigo en la de cobro: fuera de
      *    la antiguedad, los avisos y la exposicion, pero un cobro
      *    posterior la encuentra en APLICA-COBROS.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            PERFORM CARGA-FACTURAS-CLIENTE.
            DISPLAY "FACTURA NUMERO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-IM-LOOKUP-NUMERO.
            PERFORM BUSCA-FACTURA-CLIENTE.
            IF WS-IM-IX = 0
                DISPLAY "FACTURA " WS-CAP-NUMERO " NO EXISTE"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                IF WS-IM-TBL-ESTADO (WS-IM-IX) NOT = "A"
                    DISPLAY "FACTURA " WS-CAP-NUMERO
                        " NO ESTA ABIERTA - SIN CASTIGO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                COMPUTE WS-EDAD-DIAS =
                    FUNCTION INTEGER-OF-DATE (WS-OPSLOG-DATE)
                    - FUNCTION INTEGER-OF-DATE
                        (WS-IM-TBL-FECHA (WS-IM-IX))
                IF WS-EDAD-DIAS < 0
                    MOVE 0 TO WS-EDAD-DIAS
                END-IF
                DISPLAY "CUENTA " WS-IM-TBL-CUENTA (WS-IM-IX)
                    " FECHA " WS-IM-TBL-FECHA (WS-IM-IX)
                    " DIAS " WS-EDAD-DIAS
                MOVE WS-IM-TBL-IMPORTE (WS-IM-IX) TO WS-POS-EDIT
                DISPLAY "  IMPORTE:      " WS-POS-EDIT
                PERFORM CALCULA-SALDO-PROVISION
                MOVE WS-IG-SALDO TO WS-POS-EDIT
                DISPLAY "  PROVISION:    " WS-POS-EDIT
                IF WS-IM-TBL-IMPORTE (WS-IM-IX) > WS-IG-SALDO
                    DISPLAY "  LA PROVISION NO CUBRE EL CASTIGO - EL "
                        "FALTANTE VA A GASTO EN LA PROXIMA PROVISION"
                END-IF
                DISPLAY "MOTIVO DEL CASTIGO (20): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-MOTIVO
                ACCEPT WS-CAP-MOTIVO
                IF WS-CAP-MOTIVO = SPACES
                    DISPLAY "MOTIVO OBLIGATORIO - SIN CASTIGO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "CONFIRMA CASTIGAR LA FACTURA (S/N): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN CASTIGO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM APRUEBA-CASTIGO
                IF NOT WS-APROBADO
                    DISPLAY "CASTIGO NO APROBADO - SIN CAMBIO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                MOVE "I" TO WS-IM-TBL-ESTADO (WS-IM-IX)
                MOVE WS-OPSLOG-DATE TO WS-IM-TBL-COBRO (WS-IM-IX)
                SET WS-IM-CAMBIADO TO TRUE
                PERFORM GRABA-FACTURAS-CLIENTE
      *         Se consume la provision contra la cuenta del cliente.
                MOVE "K" TO WS-IG-TIPO
                MOVE WS-IG-CTA-PROVISION TO WS-IG-DEBE
                MOVE WS-IM-TBL-CUENTA (WS-IM-IX) TO WS-IG-HABER
                MOVE WS-IM-TBL-IMPORTE (WS-IM-IX) TO WS-IG-IMPORTE
                MOVE WS-CAP-NUMERO TO WS-IG-FACTURA
                PERFORM AGREGA-ASIENTO-INCOBRABLE
                PERFORM REGISTRA-CASTIGO
                MOVE "CASTIG" TO WS-CEV-ACCION
                MOVE WS-CAP-NUMERO TO WS-CEV-CLAVE
                PERFORM REGISTRA-EVENTO-CREDITO
                DISPLAY "FACTURA " WS-CAP-NUMERO " CASTIGADA"
            END-IF.

       APRUEBA-CASTIGO.
      *    Segundo par de ojos: quien aprueba no puede ser quien
      *    castiga, y necesita el mismo nivel del escritorio.
            MOVE "N" TO WS-APROBADO-SWITCH.
            MOVE 0 TO WS-NIVEL-APROBADOR.
            DISPLAY "OPERADOR QUE APRUEBA: " WITH NO ADVANCING.
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
                    IF WS-NIVEL-APROBADOR >= WS-NIVEL-CREDITO
                        SET WS-APROBADO TO TRUE
                    ELSE
                        DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-CREDITO
                            " PARA APROBAR"
                    END-IF
                END-IF
            END-IF.

       REGISTRA-CASTIGO.
            OPEN EXTEND WRITEOFF-AUDIT.
            IF NOT WS-AUD-OK
                OPEN OUTPUT WRITEOFF-AUDIT
                IF NOT WS-AUD-OK
                    MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                    MOVE "REGISTRA-CASTIGO OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-OPSLOG-DATE TO WS-CAS-FECHA.
            MOVE WS-CAP-NUMERO TO WS-CAS-NUMERO.
            MOVE WS-IM-TBL-CUENTA (WS-IM-IX) TO WS-CAS-CUENTA.
            MOVE WS-IM-TBL-IMPORTE (WS-IM-IX) TO WS-CAS-IMPORTE.
            MOVE WS-EDAD-DIAS TO WS-CAS-DIAS.
            MOVE WS-OPERADOR TO WS-CAS-OPERADOR.
            MOVE WS-APROBADOR TO WS-CAS-APROBADOR.
            MOVE WS-CAP-MOTIVO TO WS-CAS-MOTIVO.
            WRITE WRITEOFF-AUDIT-LINE FROM WS-CASTIGO-LINE.
            IF NOT WS-AUD-OK
                MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRA-CASTIGO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE WRITEOFF-AUDIT.

       CALCULA-POSICION.
            MOVE 0 TO WS-POS-ABIERTO.
            MOVE 0 TO WS-POS-APARCADO.
            PERFORM VARYING WS-IM-I FROM 1 BY 1
                    UNTIL WS-IM-I > WS-IM-COUNT
                IF WS-IM-TBL-CUENTA (WS-IM-I) = WS-CAP-CUENTA
                    EVALUATE WS-IM-TBL-ESTADO (WS-IM-I)
                        WHEN "A"
                            ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                                TO WS-POS-ABIERTO
                        WHEN "P"
                            ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                                TO WS-POS-APARCADO
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-PERFORM.
            MOVE WS-CAP-CUENTA TO WS-CL-LOOKUP-CUENTA.
            PERFORM BUSCA-LIMITE-CREDITO.

       MUESTRA-POSICION.
            MOVE WS-POS-ABIERTO TO WS-POS-EDIT.
            DISPLAY "  ABIERTO:      " WS-POS-EDIT.
            MOVE WS-POS-APARCADO TO WS-POS-EDIT.
            DISPLAY "  APARCADO:     " WS-POS-EDIT.
            IF WS-CL-IX = 0
                DISPLAY "  SIN LIMITE DE CREDITO FIJADO"
            ELSE
                MOVE WS-CL-TBL-LIMITE (WS-CL-IX) TO WS-POS-EDIT
                DISPLAY "  LIMITE:       " WS-POS-EDIT
                COMPUTE WS-POS-DISPONIBLE =
                    WS-CL-TBL-LIMITE (WS-CL-IX) - WS-POS-ABIERTO
                MOVE WS-POS-DISPONIBLE TO WS-POS-EDIT
                DISPLAY "  DISPONIBLE:   " WS-POS-EDIT
                IF WS-CL-TBL-RETENIDA (WS-CL-IX) = "S"
                    DISPLAY "  CUENTA EN RETENCION DE CREDITO DESDE "
                        WS-CL-TBL-FECHA (WS-CL-IX) " MOTIVO "
                        WS-CL-TBL-MOTIVO (WS-CL-IX)
                END-IF
            END-IF.

       CAPTURA-CUENTA.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "CUENTA DEL CLIENTE (8): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CUENTA.
            ACCEPT WS-CAP-CUENTA.
            IF WS-CAP-CUENTA = SPACES
                DISPLAY "CUENTA OBLIGATORIA"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                PERFORM BUSCA-CUENTA-PLAN
                IF WS-AM-PLAN AND NOT WS-AM-FOUND
                    DISPLAY "CUENTA " WS-CAP-CUENTA
                        " NO EXISTE EN EL PLAN DE CUENTAS"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.

       BUSCA-CUENTA-PLAN.
            MOVE "N" TO WS-AM-FOUND-SWITCH.
            MOVE "N" TO WS-AM-PLAN-SWITCH.
            MOVE SPACES TO WS-AM-NOMBRE.
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
                                MOVE AM-DESC TO WS-AM-NOMBRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-CREDITO.
            MOVE WS-OPERADOR TO WS-CEV-OPERADOR.
            MOVE WS-CREDITO-EVENTO TO WS-OPSLOG-EVENT.
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
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE 0 TO WS-NIVEL.
            MOVE SPACES TO WS-OPERADOR.
            MOVE "N" TO WS-APROBADO-SWITCH.
            MOVE SPACES TO WS-APROBADOR.

       COPY "CRLMWR.cpy".
       COPY "INCGWR.cpy".
       COPY "INVMWR.cpy".
       COPY "TAXMWR.cpy".
       COPY "VTAGWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM CONTROLA-CREDITO.
