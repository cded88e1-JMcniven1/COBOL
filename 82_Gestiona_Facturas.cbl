      *          ledger account, issue date, amount, estado A abierta
      *          / C cobrada, collection date) and lists the open
      *          ones on screen. APLICA-COBROS closes them against
      *          the incoming credits and ages what remains. An open
      *          invoice the customer disputes can be put on hold
      *          (and released again) so the dunning run of
      *          EMITE-AVISOS-COBRO leaves it alone. Every issue and
      *          every hold change is logged to the shared OPSLOG
      *          with the operator id. Accounts with a row on the
      *          credit master (CREDMAST.DAT, CONTROLA-CREDITO) are
      *          credit-checked before the invoice is accepted: when
      *          the account is on credit hold, or its open and
      *          parked invoices plus the new amount pass its credit
      *          limit, the invoice is numbered but parked (estado
      *          P) for credit-control approval instead of issued.
      *          The amount keyed is the net: the invoice takes the
      *          tax code keyed or, left blank, the account's
      *          default (ACCTTAX.DAT), and the rate, exemption and
      *          liability account in force on the issue date
      *          (TAXMAST.DAT, kept on MANTIENE-IMPUESTOS); net,
      *          tax and gross are stored apart and the gross is
      *          what the customer owes and what the credit check
      *          weighs. Without a tax master on disk invoices go
      *          out with no tax. A credit note (NCR series) can be
      *          raised against an open invoice for part or all of
      *          what is still owed, at the invoice's own tax rate:
      *          it is kept on NOTACRED.DAT and lowers the amount
      *          owed, closing the invoice when nothing is left.
      *          Every invoice issued and every credit note goes on
      *          the sales feed (VTAGL.DAT) for EXTRAE-GL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INVMSL.cpy".
           COPY "CRLMSL.cpy".
           COPY "TAXMSL.cpy".
           COPY "NCRDSL.cpy".
           COPY "VTAGSL.cpy".
           COPY "NUMSERSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "INVMFD.cpy".
       COPY "CRLMFD.cpy".
       COPY "TAXMFD.cpy".
       COPY "NCRDFD.cpy".
       COPY "VTAGFD.cpy".

       COPY "NUMSERFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INV-EOF-SWITCH        PIC X.
           88  WS-INV-EOF           VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CAP-CUENTA            PIC X(8).
      *    El importe capturado es el neto; WS-CAP-IMPORTE queda
      *    con el bruto, lo que se debe.
       01  WS-CAP-NETO              PIC 9(7)V99.
       01  WS-CAP-IMPUESTO          PIC 9(7)V99.
       01  WS-CAP-IMPORTE           PIC 9(7)V99.
       01  WS-CAP-COD-IMPUESTO      PIC X(4).
       01  WS-CAP-CTA-IMPUESTO      PIC X(8).
       01  WS-CAP-MOTIVO            PIC X(20).
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
       01  WS-NOTA-EVENTO.
           05  FILLER               PIC X(9) VALUE "NOTACRED ".
           05  WS-NOT-NUMERO        PIC 9(6).
           05  FILLER               PIC X(5) VALUE " FAC ".
           05  WS-NOT-FACTURA       PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-NOT-OPERADOR      PIC X(8).
       01  WS-ABIERTAS              PIC 9(4).
       01  WS-APARCADAS             PIC 9(4).
       01  WS-CAP-NUMERO            PIC 9(6).
       01  WS-CAP-CONFIRMA          PIC X.
      *    Control de credito de la factura en captura: estado con
      *    que se graba (A emitida, P aparcada) y por que.
       01  WS-ESTADO-NUEVA          PIC X.
           88  WS-FACTURA-APARCADA  VALUE "P".
       01  WS-MOTIVO-APARCA         PIC X(30).
       01  WS-EXPOSICION            PIC 9(9)V99.
       01  WS-CREDITO-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EMITE-EVENTO.
           05  WS-EMI-ACCION        PIC X(8).
           05  WS-EMI-NUMERO        PIC 9(6).
           05  FILLER               PIC X(10) VALUE " OPERADOR ".
           05  WS-EMI-OPERADOR      PIC X(8).
       01  WS-RETIENE-EVENTO.
           05  WS-RET-ACCION        PIC X(8).
           05  WS-RET-NUMERO        PIC 9(6).
           05  FILLER               PIC X(10) VALUE " OPERADOR ".
           05  WS-RET-OPERADOR      PIC X(8).
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INVMWS.cpy".
       COPY "CRLMWS.cpy".
       COPY "TAXMWS.cpy".
       COPY "NCRDWS.cpy".
       COPY "VTAGWS.cpy".
       COPY "NUMSERWS.cpy".
       COPY "OPSLOGWS.cpy".

                DISPLAY " "
                DISPLAY "1. EMITIR FACTURA"
                DISPLAY "2. LISTAR FACTURAS ABIERTAS"
                DISPLAY "3. RETENER O LIBERAR FACTURA EN DISPUTA"
                DISPLAY "4. EMITIR NOTA DE CREDITO"
                DISPLAY "5. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                ACCEPT WS-OPCION
                EVALUATE WS-OPCION
                    WHEN 2
                        PERFORM LISTA-ABIERTAS
                    WHEN 3
                        PERFORM RETIENE-FACTURA
                    WHEN 4
                        PERFORM EMITE-NOTA-CREDITO
                    WHEN 5
                        SET WS-SALIR TO TRUE
                    WHEN OTHER
                        DISPLAY "OPCION INVALIDA"
            GOBACK.

       EMITE-FACTURA.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "CUENTA DEL CLIENTE (8): " WITH NO ADVANCING.
            ACCEPT WS-CAP-CUENTA.
            DISPLAY "IMPORTE NETO (9(7).99): " WITH NO ADVANCING.
            ACCEPT WS-CAP-NETO.
            IF WS-CAP-CUENTA = SPACES OR WS-CAP-NETO = 0
                DISPLAY "CUENTA E IMPORTE SON OBLIGATORIOS - "
                    "SIN EMITIR"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                PERFORM CALCULA-IMPUESTO
            END-IF.
            IF WS-VALIDO
                PERFORM VERIFICA-CREDITO
                PERFORM EMITE-NUMERO-SERIE
                OPEN EXTEND INVOICE-MASTER
                IF NOT WS-INV-OK
                MOVE WS-CAP-CUENTA TO IV-ACCOUNT-ID
                MOVE WS-OPSLOG-DATE TO IV-FECHA
                MOVE WS-CAP-IMPORTE TO IV-IMPORTE
                MOVE WS-ESTADO-NUEVA TO IV-ESTADO
                MOVE 0 TO IV-FECHA-COBRO
                MOVE 0 TO IV-NIVEL-AVISO
                MOVE 0 TO IV-FECHA-AVISO
                MOVE "N" TO IV-RETENIDA
                MOVE WS-CAP-COD-IMPUESTO TO IV-COD-IMPUESTO
                MOVE WS-CAP-NETO TO IV-NETO
                MOVE WS-CAP-IMPUESTO TO IV-IMPUESTO
                MOVE WS-CAP-IMPORTE TO IV-BRUTO
                WRITE INVOICE-MASTER-RECORD
                IF NOT WS-INV-OK
                    MOVE WS-INV-STATUS TO WS-ABEND-STATUS
                CLOSE INVOICE-MASTER
                MOVE WS-NUMSER-NEXT TO WS-EMI-NUMERO
                MOVE WS-OPERADOR TO WS-EMI-OPERADOR
                IF WS-FACTURA-APARCADA
                    MOVE "APARCADA" TO WS-EMI-ACCION
                    DISPLAY "FACTURA " WS-NUMSER-NEXT " APARCADA - "
                        WS-MOTIVO-APARCA
                    DISPLAY "PENDIENTE DE APROBACION DE CONTROL DE "
                        "CREDITO"
                ELSE
                    MOVE "FACTURA " TO WS-EMI-ACCION
                    DISPLAY "FACTURA " WS-NUMSER-NEXT " EMITIDA"
      *             La aparcada va al feed de ventas al aprobarse.
                    MOVE "F" TO WS-VG-TIPO
                    MOVE WS-CAP-CUENTA TO WS-VG-CLIENTE
                    MOVE WS-CAP-NETO TO WS-VG-NETO
                    MOVE WS-CAP-IMPUESTO TO WS-VG-IMPUESTO
                    MOVE WS-CAP-CTA-IMPUESTO TO WS-VG-CTA-IMPUESTO
                    MOVE WS-NUMSER-NEXT TO WS-VG-DOCUMENTO
                    PERFORM AGREGA-ASIENTO-VENTA
                END-IF
                MOVE WS-EMITE-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
            END-IF.

       CALCULA-IMPUESTO.
      *    Codigo capturado o, en blanco, el de la cuenta; tasa,
      *    exencion y cuenta del pasivo las vigentes a la fecha de
      *    emision.
            MOVE SPACES TO WS-CAP-COD-IMPUESTO.
            MOVE SPACES TO WS-CAP-CTA-IMPUESTO.
            MOVE 0 TO WS-CAP-IMPUESTO.
            PERFORM CARGA-IMPUESTOS.
            IF WS-TX-PRESENTE
                MOVE WS-CAP-CUENTA TO WS-TA-LOOKUP-CUENTA
                PERFORM BUSCA-IMPUESTO-CUENTA
                IF WS-TA-IX > 0
                    DISPLAY "CODIGO DE IMPUESTO (BLANCO = "
                        WS-TA-TBL-CODIGO (WS-TA-IX) "): "
                        WITH NO ADVANCING
                ELSE
                    DISPLAY "CODIGO DE IMPUESTO (4): "
                        WITH NO ADVANCING
                END-IF
                ACCEPT WS-CAP-COD-IMPUESTO
                IF WS-CAP-COD-IMPUESTO = SPACES AND WS-TA-IX > 0
                    MOVE WS-TA-TBL-CODIGO (WS-TA-IX)
                        TO WS-CAP-COD-IMPUESTO
                END-IF
                MOVE WS-CAP-COD-IMPUESTO TO WS-TX-LOOKUP-CODIGO
                MOVE WS-OPSLOG-DATE TO WS-TX-LOOKUP-FECHA
                PERFORM BUSCA-TASA-IMPUESTO
                EVALUATE TRUE
                    WHEN WS-CAP-COD-IMPUESTO = SPACES
                        DISPLAY "CODIGO DE IMPUESTO OBLIGATORIO - "
                            "SIN EMITIR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-TX-IX = 0
                        DISPLAY "CODIGO " WS-CAP-COD-IMPUESTO
                            " SIN TASA VIGENTE AL " WS-OPSLOG-DATE
                            " - SIN EMITIR"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-TX-TBL-EXENTO (WS-TX-IX) = "S"
                        MOVE WS-TX-TBL-CUENTA (WS-TX-IX)
                            TO WS-CAP-CTA-IMPUESTO
                    WHEN OTHER
                        MOVE WS-TX-TBL-CUENTA (WS-TX-IX)
                            TO WS-CAP-CTA-IMPUESTO
                        COMPUTE WS-CAP-IMPUESTO ROUNDED =
                            WS-CAP-NETO * WS-TX-TBL-TASA (WS-TX-IX)
                            / 100
                END-EVALUATE
            END-IF.
            COMPUTE WS-CAP-IMPORTE = WS-CAP-NETO + WS-CAP-IMPUESTO.
            IF WS-VALIDO
                MOVE WS-CAP-NETO TO WS-IMPORTE-EDIT
                DISPLAY "NETO:     " WS-IMPORTE-EDIT
                MOVE WS-CAP-IMPUESTO TO WS-IMPORTE-EDIT
                DISPLAY "IMPUESTO: " WS-IMPORTE-EDIT " "
                    WS-CAP-COD-IMPUESTO
                MOVE WS-CAP-IMPORTE TO WS-IMPORTE-EDIT
                DISPLAY "BRUTO:    " WS-IMPORTE-EDIT
            END-IF.

       VERIFICA-CREDITO.
      *    Sin fila en CREDMAST la cuenta no tiene limite fijado y
      *    la factura se emite. Con fila, la exposicion es lo
      *    abierto y lo aparcado de la cuenta mas esta factura.
            MOVE "A" TO WS-ESTADO-NUEVA.
            MOVE SPACES TO WS-MOTIVO-APARCA.
            PERFORM CARGA-LIMITES-CREDITO.
            MOVE WS-CAP-CUENTA TO WS-CL-LOOKUP-CUENTA.
            PERFORM BUSCA-LIMITE-CREDITO.
            IF WS-CL-IX > 0
                PERFORM CARGA-FACTURAS-CLIENTE
                MOVE WS-CAP-IMPORTE TO WS-EXPOSICION
                PERFORM VARYING WS-IM-I FROM 1 BY 1
                        UNTIL WS-IM-I > WS-IM-COUNT
                    IF WS-IM-TBL-CUENTA (WS-IM-I) = WS-CAP-CUENTA
                            AND (WS-IM-TBL-ESTADO (WS-IM-I) = "A"
                                OR WS-IM-TBL-ESTADO (WS-IM-I) = "P")
                        ADD WS-IM-TBL-IMPORTE (WS-IM-I)
                            TO WS-EXPOSICION
                    END-IF
                END-PERFORM
                MOVE WS-CL-TBL-LIMITE (WS-CL-IX) TO WS-CREDITO-EDIT
                DISPLAY "LIMITE DE CREDITO:          " WS-CREDITO-EDIT
                MOVE WS-EXPOSICION TO WS-CREDITO-EDIT
                DISPLAY "EXPOSICION CON ESTA FACTURA:" WS-CREDITO-EDIT
                EVALUATE TRUE
                    WHEN WS-CL-TBL-RETENIDA (WS-CL-IX) = "S"
                        MOVE "P" TO WS-ESTADO-NUEVA
                        MOVE "CUENTA EN RETENCION DE CREDITO"
                            TO WS-MOTIVO-APARCA
                    WHEN WS-EXPOSICION > WS-CL-TBL-LIMITE (WS-CL-IX)
                        MOVE "P" TO WS-ESTADO-NUEVA
                        MOVE "EXCEDE EL LIMITE DE CREDITO"
                            TO WS-MOTIVO-APARCA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       LISTA-ABIERTAS.
            MOVE 0 TO WS-ABIERTAS.
            MOVE 0 TO WS-APARCADAS.
            MOVE "N" TO WS-INV-EOF-SWITCH.
            OPEN INPUT INVOICE-MASTER.
            IF NOT WS-INV-OK
                                    " CUENTA " IV-ACCOUNT-ID
                                    " FECHA " IV-FECHA
                                    " IMPORTE " IV-IMPORTE
                                IF IV-EN-DISPUTA
                                    DISPLAY "    EN DISPUTA - "
                                        "RETENIDA DE LOS AVISOS"
                                END-IF
                            END-IF
                            IF IV-APARCADA
                                ADD 1 TO WS-APARCADAS
                                DISPLAY "FACTURA " IV-NUMBER
                                    " CUENTA " IV-ACCOUNT-ID
                                    " FECHA " IV-FECHA
                                    " IMPORTE " IV-IMPORTE
                                DISPLAY "    APARCADA - PENDIENTE DE "
                                    "CONTROL DE CREDITO"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVOICE-MASTER
            END-IF.
            DISPLAY "FACTURAS ABIERTAS: " WS-ABIERTAS.
            DISPLAY "FACTURAS APARCADAS: " WS-APARCADAS.

       RETIENE-FACTURA.
      *    La retencion solo aplica a facturas abiertas; cada
      *    confirmacion invierte el estado de la marca de disputa.
            PERFORM CARGA-FACTURAS-CLIENTE.
            DISPLAY "FACTURA NUMERO: " WITH NO ADVANCING.
            ACCEPT WS-CAP-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-IM-LOOKUP-NUMERO.
            PERFORM BUSCA-FACTURA-CLIENTE.
            IF WS-IM-IX = 0
                DISPLAY "FACTURA " WS-CAP-NUMERO " NO EXISTE"
            ELSE
                IF WS-IM-TBL-ESTADO (WS-IM-IX) NOT = "A"
                    DISPLAY "FACTURA " WS-CAP-NUMERO
                        " NO ESTA ABIERTA - SIN CAMBIO"
                ELSE
                    PERFORM RETIENE-FACTURA-2
                END-IF
            END-IF.

       RETIENE-FACTURA-2.
            DISPLAY "CUENTA " WS-IM-TBL-CUENTA (WS-IM-IX)
                " IMPORTE " WS-IM-TBL-IMPORTE (WS-IM-IX)
                " AVISO NIVEL " WS-IM-TBL-NIVEL (WS-IM-IX).
            IF WS-IM-TBL-RETENIDA (WS-IM-IX) = "S"
                DISPLAY "EN DISPUTA - CONFIRMA LIBERAR (S/N): "
                    WITH NO ADVANCING
            ELSE
                DISPLAY "CONFIRMA RETENER EN DISPUTA (S/N): "
                    WITH NO ADVANCING
            END-IF.
            ACCEPT WS-CAP-CONFIRMA.
            IF WS-CAP-CONFIRMA NOT = "S"
                DISPLAY "SIN CAMBIO"
            ELSE
                IF WS-IM-TBL-RETENIDA (WS-IM-IX) = "S"
                    MOVE "N" TO WS-IM-TBL-RETENIDA (WS-IM-IX)
                    MOVE "LIBERA  " TO WS-RET-ACCION
                ELSE
                    MOVE "S" TO WS-IM-TBL-RETENIDA (WS-IM-IX)
                    MOVE "DISPUTA " TO WS-RET-ACCION
                END-IF
                SET WS-IM-CAMBIADO TO TRUE
                PERFORM GRABA-FACTURAS-CLIENTE
                MOVE WS-CAP-NUMERO TO WS-RET-NUMERO
                MOVE WS-OPERADOR TO WS-RET-OPERADOR
                MOVE WS-RETIENE-EVENTO TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                DISPLAY "FACTURA " WS-CAP-NUMERO " ACTUALIZADA"
            END-IF.

       EMITE-NOTA-CREDITO.
      *    Contra una factura abierta, por parte o todo lo que aun
      *    se debe, a la tasa de la propia factura (la proporcion de
      *    su impuesto sobre su neto), no a la vigente hoy.
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
                        " NO ESTA ABIERTA - SIN NOTA DE CREDITO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "CUENTA " WS-IM-TBL-CUENTA (WS-IM-IX)
                    " FECHA " WS-IM-TBL-FECHA (WS-IM-IX)
                    " CODIGO " WS-IM-TBL-COD-IMPUESTO (WS-IM-IX)
                MOVE WS-IM-TBL-BRUTO (WS-IM-IX) TO WS-IMPORTE-EDIT
                DISPLAY "BRUTO FACTURADO: " WS-IMPORTE-EDIT
                MOVE WS-IM-TBL-IMPORTE (WS-IM-IX) TO WS-IMPORTE-EDIT
                DISPLAY "SALDO ADEUDADO:  " WS-IMPORTE-EDIT
                DISPLAY "NETO A ACREDITAR (0 = TODO EL SALDO): "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-NETO
                ACCEPT WS-CAP-NETO
                PERFORM CALCULA-NOTA-CREDITO
            END-IF.
            IF WS-VALIDO
                DISPLAY "MOTIVO (20): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-MOTIVO
                ACCEPT WS-CAP-MOTIVO
                IF WS-CAP-MOTIVO = SPACES
                    DISPLAY "MOTIVO OBLIGATORIO - SIN NOTA DE CREDITO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                DISPLAY "CONFIRMA LA NOTA DE CREDITO (S/N): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN NOTA DE CREDITO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM GRABA-NOTA-CREDITO
            END-IF.

       CALCULA-NOTA-CREDITO.
            IF WS-CAP-NETO = 0
                MOVE WS-IM-TBL-IMPORTE (WS-IM-IX) TO WS-CAP-IMPORTE
                IF WS-IM-TBL-BRUTO (WS-IM-IX) > 0
                    COMPUTE WS-CAP-NETO ROUNDED = WS-CAP-IMPORTE
                        * WS-IM-TBL-NETO (WS-IM-IX)
                        / WS-IM-TBL-BRUTO (WS-IM-IX)
                ELSE
                    MOVE WS-CAP-IMPORTE TO WS-CAP-NETO
                END-IF
                COMPUTE WS-CAP-IMPUESTO =
                    WS-CAP-IMPORTE - WS-CAP-NETO
            ELSE
                IF WS-IM-TBL-NETO (WS-IM-IX) > 0
                    COMPUTE WS-CAP-IMPUESTO ROUNDED = WS-CAP-NETO
                        * WS-IM-TBL-IMPUESTO (WS-IM-IX)
                        / WS-IM-TBL-NETO (WS-IM-IX)
                ELSE
                    MOVE 0 TO WS-CAP-IMPUESTO
                END-IF
                COMPUTE WS-CAP-IMPORTE =
                    WS-CAP-NETO + WS-CAP-IMPUESTO
            END-IF.
            IF WS-CAP-IMPORTE > WS-IM-TBL-IMPORTE (WS-IM-IX)
                    OR WS-CAP-IMPORTE = 0
                DISPLAY "LA NOTA NO PUEDE EXCEDER EL SALDO ADEUDADO"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-CAP-NETO TO WS-IMPORTE-EDIT
                DISPLAY "NETO:     " WS-IMPORTE-EDIT
                MOVE WS-CAP-IMPUESTO TO WS-IMPORTE-EDIT
                DISPLAY "IMPUESTO: " WS-IMPORTE-EDIT
                MOVE WS-CAP-IMPORTE TO WS-IMPORTE-EDIT
                DISPLAY "BRUTO:    " WS-IMPORTE-EDIT
            END-IF.

       GRABA-NOTA-CREDITO.
      *    La nota toma su numero de la serie NCR; la factura baja
      *    lo adeudado y, saldada, se cierra con la fecha de la nota.
            MOVE "NCR " TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.
            PERFORM EMITE-NUMERO-SERIE.
            MOVE WS-NUMSER-NEXT TO NC-NUMERO.
            MOVE WS-CAP-NUMERO TO NC-FACTURA.
            MOVE WS-IM-TBL-CUENTA (WS-IM-IX) TO NC-CUENTA.
            MOVE WS-OPSLOG-DATE TO NC-FECHA.
            MOVE WS-IM-TBL-COD-IMPUESTO (WS-IM-IX) TO NC-COD-IMPUESTO.
            MOVE WS-CAP-NETO TO NC-NETO.
            MOVE WS-CAP-IMPUESTO TO NC-IMPUESTO.
            MOVE WS-CAP-IMPORTE TO NC-BRUTO.
            MOVE WS-CAP-MOTIVO TO NC-MOTIVO.
            MOVE WS-OPERADOR TO NC-OPERADOR.
            PERFORM AGREGA-NOTA-CREDITO.
            SUBTRACT WS-CAP-IMPORTE FROM WS-IM-TBL-IMPORTE (WS-IM-IX).
            IF WS-IM-TBL-IMPORTE (WS-IM-IX) = 0
                MOVE "C" TO WS-IM-TBL-ESTADO (WS-IM-IX)
                MOVE WS-OPSLOG-DATE TO WS-IM-TBL-COBRO (WS-IM-IX)
            END-IF.
            SET WS-IM-CAMBIADO TO TRUE.
            PERFORM GRABA-FACTURAS-CLIENTE.
      *    El pasivo del impuesto es el del codigo a la fecha de la
      *    factura.
            PERFORM CARGA-IMPUESTOS.
            MOVE WS-IM-TBL-COD-IMPUESTO (WS-IM-IX)
                TO WS-TX-LOOKUP-CODIGO.
            MOVE WS-IM-TBL-FECHA (WS-IM-IX) TO WS-TX-LOOKUP-FECHA.
            PERFORM BUSCA-TASA-IMPUESTO.
            MOVE SPACES TO WS-VG-CTA-IMPUESTO.
            IF WS-TX-IX > 0
                MOVE WS-TX-TBL-CUENTA (WS-TX-IX) TO WS-VG-CTA-IMPUESTO
            END-IF.
            MOVE "N" TO WS-VG-TIPO.
            MOVE WS-IM-TBL-CUENTA (WS-IM-IX) TO WS-VG-CLIENTE.
            MOVE WS-CAP-NETO TO WS-VG-NETO.
            MOVE WS-CAP-IMPUESTO TO WS-VG-IMPUESTO.
            MOVE WS-NUMSER-NEXT TO WS-VG-DOCUMENTO.
            PERFORM AGREGA-ASIENTO-VENTA.
            MOVE WS-NUMSER-NEXT TO WS-NOT-NUMERO.
            MOVE WS-CAP-NUMERO TO WS-NOT-FACTURA.
            MOVE WS-OPERADOR TO WS-NOT-OPERADOR.
            MOVE WS-NOTA-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            DISPLAY "NOTA DE CREDITO " WS-NUMSER-NEXT " EMITIDA".
            MOVE "INV " TO WS-NUMSER-SERIES.
            PERFORM CARGA-SERIES.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "INVMWR.cpy".
       COPY "CRLMWR.cpy".
       COPY "TAXMWR.cpy".
       COPY "NCRDWR.cpy".
       COPY "VTAGWR.cpy".
       COPY "NUMSERWR.cpy".
       COPY "OPSLOGWR.cpy".

