      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operations desk for the outbound transmission
      *          register (TRANSREG.DAT). Records the acknowledgments
      *          that do not come as a file: a receiving party that
      *          confirms by phone or mail the record count and
      *          control total it loaded (checked against the totals
      *          registered at send time, as CONCILIA-TRANSMISIONES
      *          does with ACUSES.DAT), or that rejects the file --
      *          the only state that lets the producing step build
      *          the file of that business date again. Makes the
      *          controlled resend: the kept copy of the file as sent
      *          (ffffff.aaaammdd) is fingerprinted again and, only if
      *          it still matches the register, put back under the
      *          outbound file name and the entry stamped as sent
      *          again, so a resend is always the very file that was
      *          registered. Lists the register with the state of
      *          each entry. Restricted to operators of level 2 or
      *          higher on OPERMAST.DAT; updates are refused while
      *          the nightly chain holds the data set and each one
      *          goes to the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-TRANSMISIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "INTLKSL.cpy".
           COPY "TXRGSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "TXRGFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL-TRANSMISIONES   PIC 9 VALUE 2.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-LST-EOF-SWITCH        PIC X VALUE "N".
           88  WS-LST-EOF           VALUE "Y".

       01  WS-CAP-INTERFAZ          PIC X(8).
       01  WS-CAP-FECHA             PIC X(8).
       01  WS-CAP-FECHA-N REDEFINES WS-CAP-FECHA
                                    PIC 9(8).
       01  WS-CAP-REGISTROS         PIC 9(7).
       01  WS-CAP-TOTAL             PIC 9(11)V99.
       01  WS-CAP-REF               PIC X(20).
       01  WS-CAP-CONFIRMA          PIC X.
       01  WS-LISTADOS              PIC 9(5).
       01  WS-REGISTROS-EDIT        PIC ZZZZZZ9.
       01  WS-TOTAL-EDIT            PIC ZZZZZZZZZZ9.99.
       01  WS-ESTADO-TEXTO          PIC X(12).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "TXRGWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-TRANSMISIONES" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-TRANSMISIONES
                    " PARA EL REGISTRO DE TRANSMISIONES - SESION "
                    "TERMINADA"
            ELSE
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "1. CONFIRMAR ACUSE (MANUAL)"
                    DISPLAY "2. REGISTRAR RECHAZO DEL DESTINO"
                    DISPLAY "3. REENVIO CONTROLADO"
                    DISPLAY "4. LISTAR REGISTRO DE TRANSMISIONES"
                    DISPLAY "5. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM CONFIRMA-ACUSE
                        WHEN 2
                            PERFORM REGISTRA-RECHAZO
                        WHEN 3
                            PERFORM REENVIA
                        WHEN 4
                            PERFORM LISTA-REGISTRO
                        WHEN 5
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
      *    Misma politica que el menu: un fallo cuenta para el
      *    bloqueo del operador.
            PERFORM CARGA-OPERADORES.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - EL REGISTRO DE "
                    "TRANSMISIONES REQUIERE EL MASTER DE OPERADORES"
            ELSE
                DISPLAY "IDENTIFICACION DE OPERADOR: "
                    WITH NO ADVANCING
                ACCEPT WS-OPERADOR
                DISPLAY "CLAVE: " WITH NO ADVANCING
                ACCEPT WS-CLAVE
                MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID
                PERFORM BUSCA-OPERADOR
                IF WS-OPM-IX = 0
                    MOVE SPACES TO WS-OPCL-REGISTRO
                    MOVE WS-OPERADOR TO WS-OPCL-ID
                    SET WS-OPCL-DESCONOCIDA TO TRUE
                    PERFORM REGISTRA-USO-OPERADOR
                ELSE
                    MOVE WS-OPM-ENTRY (WS-OPM-IX) TO WS-OPCL-REGISTRO
                    MOVE WS-CLAVE TO WS-OPCL-CLAVE
                    PERFORM COTEJA-CLAVE-OPERADOR
                    IF WS-OPCL-VALIDA
                            AND WS-OPCL-NIVEL >= WS-NIVEL-TRANSMISIONES
                        SET WS-AUTORIZADO TO TRUE
                    END-IF
                    IF WS-OPCL-ERRONEA
                        PERFORM GRABA-FALLO-OPERADOR
                    END-IF
                END-IF
            END-IF.

       VERIFICA-CANDADO.
      *    Con la cadena nocturna duena del juego de datos (los
      *    productores y CONCILIA-TRANSMISIONES regraban el
      *    registro) la actualizacion se rehusa; el listado sigue
      *    abierto.
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

       PIDE-TRANSMISION.
      *    Interfaz y fecha de negocio de una entrada viva (enviada,
      *    acusada o discrepante; una rechazada ya no cuenta).
            MOVE "Y" TO WS-VALIDO-SWITCH.
            DISPLAY "INTERFAZ (GLINTF, POSPAY, BANKXFER, BUREAU, "
                "CENSUS): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-INTERFAZ.
            ACCEPT WS-CAP-INTERFAZ.
            DISPLAY "FECHA DE NEGOCIO (AAAAMMDD): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-FECHA.
            ACCEPT WS-CAP-FECHA.
            IF WS-CAP-FECHA-N IS NOT NUMERIC
                DISPLAY "FECHA INVALIDA"
                MOVE "N" TO WS-VALIDO-SWITCH
            ELSE
                MOVE WS-CAP-INTERFAZ TO WS-TXR-INTERFAZ
                MOVE WS-CAP-FECHA-N TO WS-TXR-FECHA
                PERFORM BUSCA-TRANSMISION
                IF NOT WS-TXR-HALLADA
                    DISPLAY "SIN TRANSMISION VIVA DE " WS-CAP-INTERFAZ
                        " PARA " WS-CAP-FECHA
                    MOVE "N" TO WS-VALIDO-SWITCH
                ELSE
                    PERFORM MUESTRA-TRANSMISION
                END-IF
            END-IF.

       MUESTRA-TRANSMISION.
            PERFORM TEXTO-ESTADO.
            MOVE WS-TXR-REGISTROS TO WS-REGISTROS-EDIT.
            MOVE WS-TXR-TOTAL TO WS-TOTAL-EDIT.
            DISPLAY WS-TXR-FICHERO " A " WS-TXR-DESTINO
                " ENVIADO " WS-TXR-REG-ENVIO " " WS-TXR-REG-HORA
                " REENVIOS " WS-TXR-REG-REENVIOS.
            DISPLAY "REGISTROS " WS-REGISTROS-EDIT
                "  TOTAL " WS-TOTAL-EDIT "  ESTADO " WS-ESTADO-TEXTO.

       CONFIRMA.
            DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING.
            MOVE "N" TO WS-CAP-CONFIRMA.
            ACCEPT WS-CAP-CONFIRMA.
            IF WS-CAP-CONFIRMA NOT = "S"
                DISPLAY "SIN CAMBIOS"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.

       CONFIRMA-ACUSE.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CONFIRMA-ACUSE-2
            END-IF.

       CONFIRMA-ACUSE-2.
      *    El destino confirma lo que cargo: se cotejan sus cifras,
      *    no las nuestras, igual que con un fichero de acuses.
            PERFORM PIDE-TRANSMISION.
            IF WS-VALIDO
                DISPLAY "REGISTROS QUE CONFIRMA EL DESTINO: "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-REGISTROS
                ACCEPT WS-CAP-REGISTROS
                DISPLAY "TOTAL QUE CONFIRMA (99999999999.99): "
                    WITH NO ADVANCING
                MOVE 0 TO WS-CAP-TOTAL
                ACCEPT WS-CAP-TOTAL
                IF WS-CAP-REGISTROS IS NOT NUMERIC
                        OR WS-CAP-TOTAL IS NOT NUMERIC
                    DISPLAY "CIFRAS INVALIDAS"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                PERFORM PIDE-REFERENCIA
                PERFORM CONFIRMA
            END-IF.
            IF WS-VALIDO
                MOVE "A" TO WS-TXR-ACUSE-TIPO
                MOVE WS-CAP-REGISTROS TO WS-TXR-ACUSE-REGISTROS
                MOVE WS-CAP-TOTAL TO WS-TXR-ACUSE-TOTAL
                PERFORM APLICA-ACUSE-MANUAL
            END-IF.

       REGISTRA-RECHAZO.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REGISTRA-RECHAZO-2
            END-IF.

       REGISTRA-RECHAZO-2.
            PERFORM PIDE-TRANSMISION.
            IF WS-VALIDO
                DISPLAY "EL RECHAZO PERMITE REHACER EL FICHERO DE "
                    "ESA FECHA EN EL PASO PRODUCTOR"
                PERFORM PIDE-REFERENCIA
                PERFORM CONFIRMA
            END-IF.
            IF WS-VALIDO
                MOVE "R" TO WS-TXR-ACUSE-TIPO
                MOVE 0 TO WS-TXR-ACUSE-REGISTROS
                MOVE 0 TO WS-TXR-ACUSE-TOTAL
                PERFORM APLICA-ACUSE-MANUAL
            END-IF.

       PIDE-REFERENCIA.
            DISPLAY "REFERENCIA / CONTACTO DEL DESTINO (20): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-REF.
            ACCEPT WS-CAP-REF.

       APLICA-ACUSE-MANUAL.
            MOVE WS-CAP-REF TO WS-TXR-ACUSE-REF.
            MOVE "M" TO WS-TXR-ACUSE-ORIGEN.
            MOVE "Y" TO WS-TXR-COTEJA-SWITCH.
            MOVE WS-OPERADOR TO WS-TXR-OPERADOR.
            PERFORM ACUSA-TRANSMISION.
            EVALUATE TRUE
                WHEN WS-TXR-RES-ACUSADA
                    DISPLAY "ACUSE CONFORME REGISTRADO"
                WHEN WS-TXR-RES-DISCREPANTE
                    DISPLAY "CIFRAS DISTINTAS DE LO ENVIADO - "
                        "TRANSMISION QUEDA DISCREPANTE"
                WHEN WS-TXR-RES-RECHAZADA
                    DISPLAY "RECHAZO REGISTRADO"
                WHEN WS-TXR-RES-DUPLICADA
                    DISPLAY "LA TRANSMISION YA ESTABA ACUSADA - "
                        "SIN CAMBIOS"
                WHEN OTHER
                    DISPLAY "SIN TRANSMISION REGISTRADA - SIN CAMBIOS"
            END-EVALUATE.
            PERFORM REGISTRA-EVENTO-OPERADOR.

       REENVIA.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM REENVIA-2
            END-IF.

       REENVIA-2.
      *    Solo se repone la copia guardada; nunca se rehace el
      *    fichero, de modo que lo reenviado es lo registrado.
            PERFORM PIDE-TRANSMISION.
            IF WS-VALIDO
                PERFORM ARMA-NOMBRE-COPIA
                DISPLAY "SE REPONE " WS-TXR-FICHERO " DESDE LA COPIA "
                    WS-TXR-COPY-NAME
                PERFORM CONFIRMA
            END-IF.
            IF WS-VALIDO
                MOVE WS-OPERADOR TO WS-TXR-OPERADOR
                PERFORM REENVIA-TRANSMISION
                EVALUATE TRUE
                    WHEN WS-TXR-RES-REENVIADA
                        DISPLAY WS-TXR-FICHERO " REPUESTO - LISTO "
                            "PARA TRANSMITIR; ESPERA ACUSE DE NUEVO"
                    WHEN WS-TXR-RES-ALTERADA
                        DISPLAY "LA COPIA " WS-TXR-COPY-NAME
                            " FALTA O NO DA LA HUELLA REGISTRADA - "
                            "REENVIO RECHAZADO"
                    WHEN OTHER
                        DISPLAY "SIN TRANSMISION REGISTRADA - "
                            "SIN CAMBIOS"
                END-EVALUATE
                PERFORM REGISTRA-EVENTO-OPERADOR
            END-IF.

       LISTA-REGISTRO.
            MOVE 0 TO WS-LISTADOS.
            MOVE "N" TO WS-LST-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-REGISTER.
            IF NOT WS-TXR-OK
                DISPLAY "SIN TRANSREG.DAT - NINGUNA TRANSMISION "
                    "REGISTRADA"
            ELSE
                DISPLAY "INTERFAZ FECHA    ENVIADO  HORA   REGIST"
                    "  ESTADO       ACUSE    O REENV OPERADOR"
                PERFORM UNTIL WS-LST-EOF
                    READ TRANSMISSION-REGISTER
                        AT END SET WS-LST-EOF TO TRUE
                        NOT AT END
                            PERFORM LISTA-UNA-TRANSMISION
                    END-READ
                END-PERFORM
                CLOSE TRANSMISSION-REGISTER
                DISPLAY "TRANSMISIONES LISTADAS: " WS-LISTADOS
            END-IF.

       LISTA-UNA-TRANSMISION.
            ADD 1 TO WS-LISTADOS.
            MOVE TR-ESTADO TO WS-TXR-REG-ESTADO.
            PERFORM TEXTO-ESTADO.
            MOVE TR-REGISTROS TO WS-REGISTROS-EDIT.
            DISPLAY TR-INTERFAZ " " TR-FECHA-NEGOCIO " "
                TR-FECHA-ENVIO " " TR-HORA-ENVIO " "
                WS-REGISTROS-EDIT " " WS-ESTADO-TEXTO " "
                TR-FECHA-ACUSE " " TR-ORIGEN-ACUSE " "
                TR-REENVIOS "    " TR-OPERADOR.

       TEXTO-ESTADO.
            EVALUATE WS-TXR-REG-ESTADO
                WHEN "E"
                    MOVE "SIN ACUSE" TO WS-ESTADO-TEXTO
                WHEN "A"
                    MOVE "ACUSADA" TO WS-ESTADO-TEXTO
                WHEN "D"
                    MOVE "DISCREPANTE" TO WS-ESTADO-TEXTO
                WHEN "R"
                    MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
                WHEN OTHER
                    MOVE "?" TO WS-ESTADO-TEXTO
            END-EVALUATE.

       REGISTRA-EVENTO-OPERADOR.
      *    El acuse o reenvio ya quedo en el OPSLOG; esta linea
      *    deja quien lo hizo.
            MOVE SPACES TO WS-OPSLOG-EVENT.
            STRING "TX " WS-TXR-INTERFAZ " " WS-TXR-FECHA
                " " WS-TXR-RESULTADO " OP " WS-OPERADOR
                DELIMITED BY SIZE INTO WS-OPSLOG-EVENT.
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
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE SPACES TO WS-OPERADOR.
            MOVE 0 TO WS-OPM-COUNT.

       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "TXRGWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-TRANSMISIONES.
