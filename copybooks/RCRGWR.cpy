      ******************************************************************
      * Copybook: RCRGWR
      * Purpose:  Paragraphs for the inbound feed receipt register.
      *           VERIFICA-RECEPCION fingerprints the feed on disk
      *           and refuses it (WS-RCR-RECHAZADA, with the DISPLAY
      *           and OPSLOG entry done here) when it is not on the
      *           register or its content was already processed.
      *           MARCA-RECEPCION-PROCESADA moves that entry from R
      *           to P, regrabando the register through RECEPREG.NEW.
      *           CALCULA-HUELLA-RECEPCION fingerprints the file named
      *           in WS-RCR-SCAN-NAME and, with the reading rules in
      *           WS-RCR-DETALLE / WS-RCR-TIPO-FECHA, counts its
      *           records and finds the date it covers.
      *           BUSCA-RECEPCION looks the fingerprint up for the
      *           feed; REGISTRA-RECEPCION appends an entry in state
      *           WS-RCR-ESTADO. Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR, and have WS-OPSLOG-DATE
      *           loaded (the STARTED entry).
      ******************************************************************
       VERIFICA-RECEPCION.
            MOVE "N" TO WS-RCR-RECHAZO-SWITCH.
            MOVE WS-RCR-FICHERO TO WS-RCR-SCAN-NAME.
            MOVE SPACE TO WS-RCR-DETALLE.
            MOVE "N" TO WS-RCR-TIPO-FECHA.
            PERFORM CALCULA-HUELLA-RECEPCION.
            IF NOT WS-RCR-RES-AUSENTE
                PERFORM BUSCA-RECEPCION
            END-IF.
            EVALUATE TRUE
                WHEN WS-RCR-RES-PROCESADA
                    SET WS-RCR-RECHAZADA TO TRUE
                    DISPLAY WS-RCR-FICHERO " YA PROCESADO EL "
                        WS-RCR-PROCESO " (RECIBIDO EL "
                        WS-RCR-ORIGINAL ") - NO SE CARGA"
                    MOVE SPACES TO WS-OPSLOG-EVENT
                    STRING WS-RCR-FEED DELIMITED BY SPACE
                        " YA PROCESADO - NO SE CARGA"
                        DELIMITED BY SIZE
                        INTO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                WHEN WS-RCR-RES-SIN-REGISTRO
                    SET WS-RCR-RECHAZADA TO TRUE
                    DISPLAY WS-RCR-FICHERO " SIN REGISTRO DE RECEPCION"
                        " - PASAR RECIBE-FEEDS ANTES DE CARGAR"
                    MOVE SPACES TO WS-OPSLOG-EVENT
                    STRING WS-RCR-FEED DELIMITED BY SPACE
                        " SIN REGISTRAR - NO SE CARGA"
                        DELIMITED BY SIZE
                        INTO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       CALCULA-HUELLA-RECEPCION.
      *    Toda posicion de toda linea entra al producto, de modo que
      *    un solo caracter distinto cambia la huella. Fichero
      *    ausente: resultado A, huella y lineas en cero.
            MOVE 7 TO WS-RCR-ACUM.
            MOVE 0 TO WS-RCR-LINEAS.
            MOVE 0 TO WS-RCR-REGISTROS.
            MOVE 0 TO WS-RCR-HUELLA.
            MOVE 0 TO WS-RCR-FECHA-CUBRE.
            MOVE SPACE TO WS-RCR-RESULTADO.
            MOVE "N" TO WS-RCR-EOF-SWITCH.
            OPEN INPUT RECEPTION-SCAN.
            IF WS-RCR-SCAN-OK
                PERFORM UNTIL WS-RCR-EOF
                    READ RECEPTION-SCAN
                        AT END SET WS-RCR-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-RCR-LINEAS
                            PERFORM ACUMULA-HUELLA-RECEPCION
                            PERFORM EXAMINA-LINEA-RECEPCION
                    END-READ
                END-PERFORM
                CLOSE RECEPTION-SCAN
                COMPUTE WS-RCR-HUELLA = WS-RCR-ACUM
            ELSE
                SET WS-RCR-RES-AUSENTE TO TRUE
            END-IF.
            IF WS-RCR-FECHA-CUBRE = 0
                MOVE WS-OPSLOG-DATE TO WS-RCR-FECHA-CUBRE
            END-IF.
            MOVE "N" TO WS-RCR-EOF-SWITCH.

       ACUMULA-HUELLA-RECEPCION.
            PERFORM VARYING WS-RCR-I FROM 1 BY 1
                    UNTIL WS-RCR-I > 100
                COMPUTE WS-RCR-ORD = FUNCTION ORD(
                    RECEPTION-SCAN-LINE (WS-RCR-I:1))
                COMPUTE WS-RCR-ACUM = FUNCTION MOD(
                    WS-RCR-ACUM * 31 + WS-RCR-ORD, 99999989)
            END-PERFORM.

       EXAMINA-LINEA-RECEPCION.
            IF WS-RCR-DETALLE = SPACE
                    OR RECEPTION-SCAN-LINE (1:1) = WS-RCR-DETALLE
                ADD 1 TO WS-RCR-REGISTROS
            END-IF.
            IF WS-RCR-POS-FECHA > 0
                EVALUATE TRUE
                    WHEN WS-RCR-TIPO-FECHA = "H"
                            AND RECEPTION-SCAN-LINE (1:1) = "H"
                        PERFORM TOMA-FECHA-RECEPCION
                    WHEN WS-RCR-TIPO-FECHA = "D"
                            AND (WS-RCR-DETALLE = SPACE
                            OR RECEPTION-SCAN-LINE (1:1)
                                = WS-RCR-DETALLE)
                        PERFORM TOMA-FECHA-RECEPCION
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       TOMA-FECHA-RECEPCION.
      *    Cabecera: su fecha; detalle: la mayor de todas.
            MOVE "00000000" TO WS-RCR-FECHA-TXT.
            IF WS-RCR-LON-FECHA = 6
                MOVE RECEPTION-SCAN-LINE (WS-RCR-POS-FECHA:6)
                    TO WS-RCR-FECHA-TXT (1:6)
                MOVE "01" TO WS-RCR-FECHA-TXT (7:2)
            ELSE
                MOVE RECEPTION-SCAN-LINE (WS-RCR-POS-FECHA:8)
                    TO WS-RCR-FECHA-TXT
            END-IF.
            IF WS-RCR-FECHA-TXT IS NUMERIC
                IF WS-RCR-TIPO-FECHA = "H"
                        OR WS-RCR-FECHA-NUM > WS-RCR-FECHA-CUBRE
                    MOVE WS-RCR-FECHA-NUM TO WS-RCR-FECHA-CUBRE
                END-IF
            END-IF.

       BUSCA-RECEPCION.
      *    Entrada del feed con la misma huella y lineas; una
      *    procesada manda sobre cualquier otra. Las duplicadas
      *    rechazadas no cuentan.
            SET WS-RCR-RES-SIN-REGISTRO TO TRUE.
            MOVE 0 TO WS-RCR-ORIGINAL.
            MOVE 0 TO WS-RCR-PROCESO.
            MOVE "N" TO WS-RCR-EOF-SWITCH.
            OPEN INPUT RECEPTION-REGISTER.
            IF WS-RCR-OK
                PERFORM UNTIL WS-RCR-EOF
                    READ RECEPTION-REGISTER
                        AT END SET WS-RCR-EOF TO TRUE
                        NOT AT END
                            IF RR-FEED = WS-RCR-FEED
                                    AND RR-HUELLA = WS-RCR-HUELLA
                                    AND RR-LINEAS = WS-RCR-LINEAS
                                    AND NOT RR-DUPLICADA
                                    AND NOT WS-RCR-RES-PROCESADA
                                MOVE RR-ESTADO TO WS-RCR-RESULTADO
                                MOVE RR-FECHA-RECEP TO WS-RCR-ORIGINAL
                                MOVE RR-FECHA-PROCESO
                                    TO WS-RCR-PROCESO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEPTION-REGISTER
            END-IF.
            MOVE "N" TO WS-RCR-EOF-SWITCH.

       REGISTRA-RECEPCION.
            MOVE FUNCTION CURRENT-DATE TO WS-RCR-TIMESTAMP.
            OPEN EXTEND RECEPTION-REGISTER.
            IF NOT WS-RCR-OK
                OPEN OUTPUT RECEPTION-REGISTER
                IF NOT WS-RCR-OK
                    MOVE WS-RCR-STATUS TO WS-ABEND-STATUS
                    MOVE "REGISTRA-RECEPCION OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            INITIALIZE RECEPTION-RECORD.
            MOVE WS-RCR-FEED TO RR-FEED.
            MOVE WS-RCR-FICHERO TO RR-FICHERO.
            MOVE WS-RCR-FECHA-CUBRE TO RR-FECHA-CUBRE.
            MOVE WS-RCR-HUELLA TO RR-HUELLA.
            MOVE WS-RCR-LINEAS TO RR-LINEAS.
            MOVE WS-RCR-REGISTROS TO RR-REGISTROS.
            MOVE WS-RCR-TS-FECHA TO RR-FECHA-RECEP.
            MOVE WS-RCR-TS-HORA TO RR-HORA-RECEP.
            MOVE WS-OPSLOG-DATE TO RR-FECHA-NEGOCIO.
            MOVE WS-RCR-ESTADO TO RR-ESTADO.
            MOVE SPACES TO RR-PROGRAMA.
            IF RR-DUPLICADA
                MOVE WS-RCR-ORIGINAL TO RR-FECHA-ORIGINAL
            END-IF.
            WRITE RECEPTION-RECORD.
            IF NOT WS-RCR-OK
                MOVE WS-RCR-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRA-RECEPCION WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE RECEPTION-REGISTER.

            MOVE "RECEPCION " TO WS-RCE-ACCION.
            MOVE WS-RCR-FEED TO WS-RCE-FEED.
            MOVE WS-RCR-FECHA-CUBRE TO WS-RCE-FECHA.
            IF RR-DUPLICADA
                MOVE "DUPLICADA" TO WS-RCE-RESULTADO
            ELSE
                MOVE "REGISTRADA" TO WS-RCE-RESULTADO
            END-IF.
            MOVE WS-RCR-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       MARCA-RECEPCION-PROCESADA.
      *    Solo la entrada que VERIFICA-RECEPCION dio por buena; con
      *    el fichero ausente no hay nada que marcar.
            IF WS-RCR-RES-REGISTRADA
                PERFORM MARCA-RECEPCION-PROCESADA-2
            END-IF.

       MARCA-RECEPCION-PROCESADA-2.
            MOVE FUNCTION CURRENT-DATE TO WS-RCR-TIMESTAMP.
            MOVE WS-RCR-FECHA-CUBRE TO WS-RCE-FECHA.
            MOVE "N" TO WS-RCR-EOF-SWITCH.
            OPEN INPUT RECEPTION-REGISTER.
            IF NOT WS-RCR-OK
                MOVE WS-RCR-STATUS TO WS-ABEND-STATUS
                MOVE "MARCA-RECEPCION OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT RECEPTION-REG-NEW.
            IF NOT WS-RCR-NEW-OK
                MOVE WS-RCR-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "MARCA-RECEPCION OPEN NEW" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-RCR-EOF
                READ RECEPTION-REGISTER
                    AT END SET WS-RCR-EOF TO TRUE
                    NOT AT END
                        IF RR-FEED = WS-RCR-FEED
                                AND RR-HUELLA = WS-RCR-HUELLA
                                AND RR-LINEAS = WS-RCR-LINEAS
                                AND RR-RECIBIDA
                            MOVE "P" TO RR-ESTADO
                            MOVE WS-RCR-TS-FECHA TO RR-FECHA-PROCESO
                            MOVE WS-RCR-TS-HORA TO RR-HORA-PROCESO
                            MOVE WS-OPSLOG-PROGRAM TO RR-PROGRAMA
                            MOVE RR-FECHA-CUBRE TO WS-RCE-FECHA
                        END-IF
                        WRITE RECEPTION-NEW-LINE FROM RECEPTION-RECORD
                        IF NOT WS-RCR-NEW-OK
                            MOVE WS-RCR-NEW-STATUS TO WS-ABEND-STATUS
                            MOVE "MARCA-RECEPCION WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECEPTION-REGISTER RECEPTION-REG-NEW.
            PERFORM PROMUEVE-REGISTRO-RCP.
            SET WS-RCR-RES-PROCESADA TO TRUE.

            MOVE "CARGA     " TO WS-RCE-ACCION.
            MOVE WS-RCR-FEED TO WS-RCE-FEED.
            MOVE "PROCESADA" TO WS-RCE-RESULTADO.
            MOVE WS-RCR-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       PROMUEVE-REGISTRO-RCP.
            MOVE "N" TO WS-RCR-EOF-SWITCH.
            OPEN INPUT RECEPTION-REG-NEW.
            IF NOT WS-RCR-NEW-OK
                MOVE WS-RCR-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REGISTRO-RCP OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT RECEPTION-REGISTER.
            IF NOT WS-RCR-OK
                MOVE WS-RCR-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REGISTRO-RCP OP O"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-RCR-EOF
                READ RECEPTION-REG-NEW
                    AT END SET WS-RCR-EOF TO TRUE
                    NOT AT END
                        WRITE RECEPTION-RECORD
                            FROM RECEPTION-NEW-LINE
                        IF NOT WS-RCR-OK
                            MOVE WS-RCR-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-REGISTRO-RCP WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECEPTION-REG-NEW RECEPTION-REGISTER.
            MOVE "N" TO WS-RCR-EOF-SWITCH.
