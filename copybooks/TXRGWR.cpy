      ******************************************************************
      * Copybook: TXRGWR
      * Purpose:  Paragraphs for the outbound transmission register.
      *           CHECA-TRANSMISION looks for a live entry (any state
      *           but R) of WS-TXR-INTERFAZ for the business date.
      *           REGISTRA-TRANSMISION fingerprints the closed file,
      *           keeps a copy of it under ffffff.aaaammdd and appends
      *           the entry in state E. ACUSA-TRANSMISION applies an
      *           acknowledgment to the live entry of WS-TXR-INTERFAZ
      *           and WS-TXR-FECHA, regrabando the register through
      *           TRANSREG.NEW. CALCULA-HUELLA fingerprints the file
      *           named in WS-TXR-SCAN-NAME. BUSCA-TRANSMISION
      *           loads the live entry of interface and date;
      *           REENVIA-TRANSMISION puts its kept copy back under
      *           the outbound file name, only if the copy still gives
      *           the registered fingerprint, and stamps the entry
      *           as sent again -- a resend is always the very file
      *           registered, never a new build. Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR,
      *           and have WS-OPSLOG-DATE loaded (the STARTED entry).
      ******************************************************************
       CHECA-TRANSMISION.
            MOVE WS-OPSLOG-DATE TO WS-TXR-FECHA.
            MOVE "N" TO WS-TXR-ENVIADA-SWITCH.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-REGISTER.
            IF WS-TXR-OK
                PERFORM UNTIL WS-TXR-EOF
                    READ TRANSMISSION-REGISTER
                        AT END SET WS-TXR-EOF TO TRUE
                        NOT AT END
                            IF TR-INTERFAZ = WS-TXR-INTERFAZ
                                    AND TR-FECHA-NEGOCIO = WS-TXR-FECHA
                                    AND NOT TR-RECHAZADA
                                SET WS-TXR-YA-ENVIADA TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANSMISSION-REGISTER
            END-IF.
            MOVE "N" TO WS-TXR-EOF-SWITCH.

       REGISTRA-TRANSMISION.
            MOVE WS-OPSLOG-DATE TO WS-TXR-FECHA.
            MOVE WS-TXR-FICHERO TO WS-TXR-SCAN-NAME.
            PERFORM CALCULA-HUELLA.
            PERFORM ARMA-NOMBRE-COPIA.
            PERFORM GUARDA-COPIA-TRANSMISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TXR-TIMESTAMP.

            OPEN EXTEND TRANSMISSION-REGISTER.
            IF NOT WS-TXR-OK
                OPEN OUTPUT TRANSMISSION-REGISTER
                IF NOT WS-TXR-OK
                    MOVE WS-TXR-STATUS TO WS-ABEND-STATUS
                    MOVE "REGISTRA-TRANSMISION OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            INITIALIZE TRANSMISSION-RECORD.
            MOVE WS-TXR-INTERFAZ TO TR-INTERFAZ.
            MOVE WS-TXR-FECHA TO TR-FECHA-NEGOCIO.
            MOVE WS-TXR-FICHERO TO TR-FICHERO.
            MOVE WS-TXR-DESTINO TO TR-DESTINO.
            MOVE WS-TXR-REGISTROS TO TR-REGISTROS.
            MOVE WS-TXR-TOTAL TO TR-TOTAL.
            MOVE WS-TXR-HUELLA TO TR-HUELLA.
            MOVE WS-TXR-LINEAS TO TR-LINEAS.
            MOVE WS-TXR-TS-FECHA TO TR-FECHA-ENVIO.
            MOVE WS-TXR-TS-HORA TO TR-HORA-ENVIO.
            MOVE WS-OPSLOG-PROGRAM TO TR-PROGRAMA.
            MOVE "E" TO TR-ESTADO.
            MOVE SPACE TO TR-ORIGEN-ACUSE.
            MOVE SPACES TO TR-REF-ACUSE.
            MOVE WS-TXR-OPERADOR TO TR-OPERADOR.
            WRITE TRANSMISSION-RECORD.
            IF NOT WS-TXR-OK
                MOVE WS-TXR-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRA-TRANSMISION WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE TRANSMISSION-REGISTER.

            MOVE "TRANSMISION " TO WS-TXE-ACCION.
            MOVE WS-TXR-INTERFAZ TO WS-TXE-INTERFAZ.
            MOVE WS-TXR-FECHA TO WS-TXE-FECHA.
            MOVE "REGISTRADA" TO WS-TXE-RESULTADO.
            MOVE WS-TXR-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       ARMA-NOMBRE-COPIA.
      *    Copia guardada: interfaz punto fecha de negocio, p.ej.
      *    GLINTF.20261015.
            MOVE SPACES TO WS-TXR-COPY-NAME.
            STRING WS-TXR-INTERFAZ DELIMITED BY SPACE
                "." DELIMITED BY SIZE
                WS-TXR-FECHA DELIMITED BY SIZE
                INTO WS-TXR-COPY-NAME.

       GUARDA-COPIA-TRANSMISION.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-SCAN.
            IF NOT WS-TXR-SCAN-OK
                MOVE WS-TXR-SCAN-STATUS TO WS-ABEND-STATUS
                MOVE "GUARDA-COPIA-TRANSMISION OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TRANSMISSION-COPY.
            IF NOT WS-TXR-COPY-OK
                MOVE WS-TXR-COPY-STATUS TO WS-ABEND-STATUS
                MOVE "GUARDA-COPIA-TRANSMISION OP C"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TXR-EOF
                READ TRANSMISSION-SCAN
                    AT END SET WS-TXR-EOF TO TRUE
                    NOT AT END
                        WRITE TRANSMISSION-COPY-LINE
                            FROM TRANSMISSION-SCAN-LINE
                        IF NOT WS-TXR-COPY-OK
                            MOVE WS-TXR-COPY-STATUS TO WS-ABEND-STATUS
                            MOVE "GUARDA-COPIA-TRANSMISION WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSMISSION-SCAN TRANSMISSION-COPY.
            MOVE "N" TO WS-TXR-EOF-SWITCH.

       CALCULA-HUELLA.
      *    Toda posicion de toda linea entra al producto, de modo que
      *    un solo caracter distinto cambia la huella. Fichero
      *    ausente: huella y lineas en cero.
            MOVE 7 TO WS-TXR-ACUM.
            MOVE 0 TO WS-TXR-LINEAS.
            MOVE 0 TO WS-TXR-HUELLA.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-SCAN.
            IF WS-TXR-SCAN-OK
                PERFORM UNTIL WS-TXR-EOF
                    READ TRANSMISSION-SCAN
                        AT END SET WS-TXR-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TXR-LINEAS
                            PERFORM ACUMULA-HUELLA
                    END-READ
                END-PERFORM
                CLOSE TRANSMISSION-SCAN
                COMPUTE WS-TXR-HUELLA = WS-TXR-ACUM
            END-IF.
            MOVE "N" TO WS-TXR-EOF-SWITCH.

       ACUMULA-HUELLA.
            PERFORM VARYING WS-TXR-I FROM 1 BY 1
                    UNTIL WS-TXR-I > 100
                COMPUTE WS-TXR-ORD = FUNCTION ORD(
                    TRANSMISSION-SCAN-LINE (WS-TXR-I:1))
                COMPUTE WS-TXR-ACUM = FUNCTION MOD(
                    WS-TXR-ACUM * 31 + WS-TXR-ORD, 99999989)
            END-PERFORM.

       ACUSA-TRANSMISION.
      *    El acuse va a la entrada viva (estado distinto de R) de la
      *    interfaz y fecha; solo puede haber una, porque el paso
      *    productor no rehace el fichero mientras exista.
            SET WS-TXR-RES-SIN-ENVIO TO TRUE.
            MOVE FUNCTION CURRENT-DATE TO WS-TXR-TIMESTAMP.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-REGISTER.
            IF WS-TXR-OK
                PERFORM ACUSA-TRANSMISION-2
            END-IF.
            MOVE "ACUSE       " TO WS-TXE-ACCION.
            MOVE WS-TXR-INTERFAZ TO WS-TXE-INTERFAZ.
            MOVE WS-TXR-FECHA TO WS-TXE-FECHA.
            EVALUATE TRUE
                WHEN WS-TXR-RES-ACUSADA
                    MOVE "CONFORME" TO WS-TXE-RESULTADO
                WHEN WS-TXR-RES-DISCREPANTE
                    MOVE "DIFERENCIA" TO WS-TXE-RESULTADO
                WHEN WS-TXR-RES-RECHAZADA
                    MOVE "RECHAZO" TO WS-TXE-RESULTADO
                WHEN WS-TXR-RES-DUPLICADA
                    MOVE "DUPLICADO" TO WS-TXE-RESULTADO
                WHEN OTHER
                    MOVE "SIN ENVIO" TO WS-TXE-RESULTADO
            END-EVALUATE.
            MOVE WS-TXR-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       ACUSA-TRANSMISION-2.
            OPEN OUTPUT TRANSMISSION-REG-NEW.
            IF NOT WS-TXR-NEW-OK
                MOVE WS-TXR-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "ACUSA-TRANSMISION OPEN NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TXR-EOF
                READ TRANSMISSION-REGISTER
                    AT END SET WS-TXR-EOF TO TRUE
                    NOT AT END
                        IF TR-INTERFAZ = WS-TXR-INTERFAZ
                                AND TR-FECHA-NEGOCIO = WS-TXR-FECHA
                                AND NOT TR-RECHAZADA
                            PERFORM APLICA-ACUSE
                        END-IF
                        WRITE TRANSMISSION-NEW-LINE
                            FROM TRANSMISSION-RECORD
                        IF NOT WS-TXR-NEW-OK
                            MOVE WS-TXR-NEW-STATUS TO WS-ABEND-STATUS
                            MOVE "ACUSA-TRANSMISION WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSMISSION-REGISTER TRANSMISSION-REG-NEW.
            IF NOT WS-TXR-RES-SIN-ENVIO
                    AND NOT WS-TXR-RES-DUPLICADA
                PERFORM PROMUEVE-REGISTRO-TX
            END-IF.

       APLICA-ACUSE.
      *    Un segundo acuse conforme de lo ya acusado no cambia nada;
      *    un rechazo siempre manda.
            IF TR-ACUSADA AND WS-TXR-ACUSE-TIPO NOT = "R"
                SET WS-TXR-RES-DUPLICADA TO TRUE
            ELSE
                EVALUATE TRUE
                    WHEN WS-TXR-ACUSE-TIPO = "R"
                        MOVE "R" TO TR-ESTADO
                    WHEN WS-TXR-COTEJA AND
                            (WS-TXR-ACUSE-REGISTROS NOT = TR-REGISTROS
                            OR WS-TXR-ACUSE-TOTAL NOT = TR-TOTAL)
                        MOVE "D" TO TR-ESTADO
                    WHEN OTHER
                        MOVE "A" TO TR-ESTADO
                END-EVALUATE
                MOVE TR-ESTADO TO WS-TXR-RESULTADO
                MOVE WS-TXR-ACUSE-ORIGEN TO TR-ORIGEN-ACUSE
                MOVE WS-TXR-TS-FECHA TO TR-FECHA-ACUSE
                MOVE WS-TXR-TS-HORA TO TR-HORA-ACUSE
                MOVE WS-TXR-ACUSE-REF TO TR-REF-ACUSE
                MOVE WS-TXR-OPERADOR TO TR-OPERADOR
            END-IF.

       PROMUEVE-REGISTRO-TX.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-REG-NEW.
            IF NOT WS-TXR-NEW-OK
                MOVE WS-TXR-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REGISTRO-TX OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TRANSMISSION-REGISTER.
            IF NOT WS-TXR-OK
                MOVE WS-TXR-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REGISTRO-TX OP O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TXR-EOF
                READ TRANSMISSION-REG-NEW
                    AT END SET WS-TXR-EOF TO TRUE
                    NOT AT END
                        WRITE TRANSMISSION-RECORD
                            FROM TRANSMISSION-NEW-LINE
                        IF NOT WS-TXR-OK
                            MOVE WS-TXR-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-REGISTRO-TX WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSMISSION-REG-NEW TRANSMISSION-REGISTER.
            MOVE "N" TO WS-TXR-EOF-SWITCH.

       BUSCA-TRANSMISION.
            MOVE "N" TO WS-TXR-HALLADA-SWITCH.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-REGISTER.
            IF WS-TXR-OK
                PERFORM UNTIL WS-TXR-EOF
                    READ TRANSMISSION-REGISTER
                        AT END SET WS-TXR-EOF TO TRUE
                        NOT AT END
                            IF TR-INTERFAZ = WS-TXR-INTERFAZ
                                    AND TR-FECHA-NEGOCIO = WS-TXR-FECHA
                                    AND NOT TR-RECHAZADA
                                PERFORM GUARDA-ENTRADA-HALLADA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANSMISSION-REGISTER
            END-IF.
            MOVE "N" TO WS-TXR-EOF-SWITCH.

       GUARDA-ENTRADA-HALLADA.
            SET WS-TXR-HALLADA TO TRUE.
            MOVE TR-FICHERO TO WS-TXR-FICHERO.
            MOVE TR-DESTINO TO WS-TXR-DESTINO.
            MOVE TR-REGISTROS TO WS-TXR-REGISTROS.
            MOVE TR-TOTAL TO WS-TXR-TOTAL.
            MOVE TR-HUELLA TO WS-TXR-REG-HUELLA.
            MOVE TR-LINEAS TO WS-TXR-REG-LINEAS.
            MOVE TR-ESTADO TO WS-TXR-REG-ESTADO.
            MOVE TR-REENVIOS TO WS-TXR-REG-REENVIOS.
            MOVE TR-FECHA-ENVIO TO WS-TXR-REG-ENVIO.
            MOVE TR-HORA-ENVIO TO WS-TXR-REG-HORA.

       REENVIA-TRANSMISION.
      *    La copia guardada se vuelve a huellar antes de reponerla:
      *    una copia tocada a mano no sale como si fuera la enviada.
            SET WS-TXR-RES-SIN-ENVIO TO TRUE.
            PERFORM BUSCA-TRANSMISION.
            IF WS-TXR-HALLADA
                PERFORM ARMA-NOMBRE-COPIA
                MOVE WS-TXR-COPY-NAME TO WS-TXR-SCAN-NAME
                PERFORM CALCULA-HUELLA
                IF WS-TXR-LINEAS = 0
                        OR WS-TXR-HUELLA NOT = WS-TXR-REG-HUELLA
                        OR WS-TXR-LINEAS NOT = WS-TXR-REG-LINEAS
                    SET WS-TXR-RES-ALTERADA TO TRUE
                ELSE
                    PERFORM REENVIA-TRANSMISION-2
                END-IF
            END-IF.
            MOVE "REENVIO     " TO WS-TXE-ACCION.
            MOVE WS-TXR-INTERFAZ TO WS-TXE-INTERFAZ.
            MOVE WS-TXR-FECHA TO WS-TXE-FECHA.
            EVALUATE TRUE
                WHEN WS-TXR-RES-REENVIADA
                    MOVE "REPUESTO" TO WS-TXE-RESULTADO
                WHEN WS-TXR-RES-ALTERADA
                    MOVE "COPIA MAL" TO WS-TXE-RESULTADO
                WHEN OTHER
                    MOVE "SIN ENVIO" TO WS-TXE-RESULTADO
            END-EVALUATE.
            MOVE WS-TXR-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       REENVIA-TRANSMISION-2.
            PERFORM RESTAURA-COPIA-TRANSMISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TXR-TIMESTAMP.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-REGISTER.
            IF NOT WS-TXR-OK
                MOVE WS-TXR-STATUS TO WS-ABEND-STATUS
                MOVE "REENVIA-TRANSMISION OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TRANSMISSION-REG-NEW.
            IF NOT WS-TXR-NEW-OK
                MOVE WS-TXR-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "REENVIA-TRANSMISION OPEN NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TXR-EOF
                READ TRANSMISSION-REGISTER
                    AT END SET WS-TXR-EOF TO TRUE
                    NOT AT END
                        IF TR-INTERFAZ = WS-TXR-INTERFAZ
                                AND TR-FECHA-NEGOCIO = WS-TXR-FECHA
                                AND NOT TR-RECHAZADA
                            PERFORM MARCA-REENVIO
                        END-IF
                        WRITE TRANSMISSION-NEW-LINE
                            FROM TRANSMISSION-RECORD
                        IF NOT WS-TXR-NEW-OK
                            MOVE WS-TXR-NEW-STATUS TO WS-ABEND-STATUS
                            MOVE "REENVIA-TRANSMISION WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSMISSION-REGISTER TRANSMISSION-REG-NEW.
            PERFORM PROMUEVE-REGISTRO-TX.
            SET WS-TXR-RES-REENVIADA TO TRUE.

       MARCA-REENVIO.
      *    Vuelve a esperar acuse desde la hora del reenvio; el acuse
      *    anterior, si lo hubo, deja de valer.
            IF TR-REENVIOS < 99
                ADD 1 TO TR-REENVIOS
            END-IF.
            MOVE WS-TXR-TS-FECHA TO TR-FECHA-ENVIO.
            MOVE WS-TXR-TS-HORA TO TR-HORA-ENVIO.
            MOVE "E" TO TR-ESTADO.
            MOVE SPACE TO TR-ORIGEN-ACUSE.
            MOVE 0 TO TR-FECHA-ACUSE.
            MOVE 0 TO TR-HORA-ACUSE.
            MOVE SPACES TO TR-REF-ACUSE.
            MOVE WS-TXR-OPERADOR TO TR-OPERADOR.

       RESTAURA-COPIA-TRANSMISION.
      *    Copia guardada -> fichero de salida con su nombre de
      *    siempre, para que la transferencia lo recoja igual.
            MOVE WS-TXR-FICHERO TO WS-TXR-SCAN-NAME.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
            OPEN INPUT TRANSMISSION-COPY.
            IF NOT WS-TXR-COPY-OK
                MOVE WS-TXR-COPY-STATUS TO WS-ABEND-STATUS
                MOVE "RESTAURA-COPIA OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT TRANSMISSION-SCAN.
            IF NOT WS-TXR-SCAN-OK
                MOVE WS-TXR-SCAN-STATUS TO WS-ABEND-STATUS
                MOVE "RESTAURA-COPIA OPEN SALIDA"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-TXR-EOF
                READ TRANSMISSION-COPY
                    AT END SET WS-TXR-EOF TO TRUE
                    NOT AT END
                        WRITE TRANSMISSION-SCAN-LINE
                            FROM TRANSMISSION-COPY-LINE
                        IF NOT WS-TXR-SCAN-OK
                            MOVE WS-TXR-SCAN-STATUS TO WS-ABEND-STATUS
                            MOVE "RESTAURA-COPIA WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSMISSION-COPY TRANSMISSION-SCAN.
            MOVE "N" TO WS-TXR-EOF-SWITCH.
