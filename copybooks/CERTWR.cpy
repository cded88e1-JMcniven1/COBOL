      ******************************************************************
      * Copybook: CERTWR
      * Purpose:  Paragraphs for the training and certification
      *           register. CARGA-CERTIFICACIONES and
      *           CARGA-REQUISITOS-ZONA load CERTMAST.DAT and
      *           ZONECERT.DAT into their tables (absent files leave
      *           them empty); BUSCA-CERTIFICACION finds the course
      *           of an employee; VERIFICA-REQUISITOS-ZONA checks an
      *           employee against every course a zone requires;
      *           GRABA-CERTIFICACIONES and GRABA-REQUISITOS-ZONA
      *           write the tables back through the .NEW work files
      *           when anything changed. Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-CERTIFICACIONES.
            MOVE 0 TO WS-CERT-COUNT.
            MOVE "N" TO WS-CERT-EOF-SWITCH.
            MOVE "N" TO WS-CERT-CAMBIADO-SWITCH.
            OPEN INPUT CERT-MASTER.
            IF WS-CERT-OK
                PERFORM UNTIL WS-CERT-EOF
                    READ CERT-MASTER
                        AT END SET WS-CERT-EOF TO TRUE
                        NOT AT END
                            IF WS-CERT-COUNT >= WS-CERT-MAX
      *                         Una certificacion fuera de la tabla
      *                         se perderia al regrabar y
      *                         suspenderia un acceso legitimo.
                                DISPLAY "TABLA DE CERTIFICACIONES "
                                    "LLENA EN " WS-CERT-MAX
                                    " ENTRADAS"
                                MOVE "CARGA-CERTIFICACIONES"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-CERT-COUNT
                            MOVE CE-EMPLOYEE-ID
                                TO WS-CERT-TBL-EMP (WS-CERT-COUNT)
                            MOVE CE-CURSO
                                TO WS-CERT-TBL-CURSO (WS-CERT-COUNT)
                            MOVE CE-DESCRIPCION
                                TO WS-CERT-TBL-DESC (WS-CERT-COUNT)
                            MOVE CE-FECHA-COMPLETADO TO
                                WS-CERT-TBL-COMPLETADO (WS-CERT-COUNT)
                            MOVE CE-FECHA-VENCE
                                TO WS-CERT-TBL-VENCE (WS-CERT-COUNT)
                    END-READ
                END-PERFORM
                CLOSE CERT-MASTER
            END-IF.

       CARGA-REQUISITOS-ZONA.
            MOVE 0 TO WS-ZCRT-COUNT.
            MOVE "N" TO WS-CERT-EOF-SWITCH.
            MOVE "N" TO WS-ZCRT-CAMBIADO-SWITCH.
            OPEN INPUT ZONE-CERT-FILE.
            IF WS-ZCRT-OK
                PERFORM UNTIL WS-CERT-EOF
                    READ ZONE-CERT-FILE
                        AT END SET WS-CERT-EOF TO TRUE
                        NOT AT END
                            IF WS-ZCRT-COUNT >= WS-ZCRT-MAX
                                DISPLAY "TABLA DE REQUISITOS DE ZONA "
                                    "LLENA EN " WS-ZCRT-MAX
                                    " ENTRADAS"
                                MOVE "CARGA-REQUISITOS-ZONA"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-ZCRT-COUNT
                            MOVE ZC-ZONA
                                TO WS-ZCRT-TBL-ZONA (WS-ZCRT-COUNT)
                            MOVE ZC-CURSO
                                TO WS-ZCRT-TBL-CURSO (WS-ZCRT-COUNT)
                    END-READ
                END-PERFORM
                CLOSE ZONE-CERT-FILE
            END-IF.
            MOVE "N" TO WS-CERT-EOF-SWITCH.

       BUSCA-CERTIFICACION.
            MOVE 0 TO WS-CERT-IX.
            PERFORM VARYING WS-CERT-I FROM 1 BY 1
                    UNTIL WS-CERT-I > WS-CERT-COUNT
                IF WS-CERT-TBL-EMP (WS-CERT-I) = WS-CERT-LOOKUP-EMP
                        AND WS-CERT-TBL-CURSO (WS-CERT-I)
                            = WS-CERT-LOOKUP-CURSO
                    MOVE WS-CERT-I TO WS-CERT-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       VERIFICA-REQUISITOS-ZONA.
      *    Vigente es vencimiento en o despues de la fecha dada; un
      *    curso nunca aprobado cuenta igual que uno vencido.
            SET WS-CERT-CUMPLE TO TRUE.
            MOVE "N" TO WS-CERT-ZONA-EXIGE-SWITCH.
            MOVE SPACES TO WS-CERT-FALTANTE.
            PERFORM VARYING WS-ZCRT-I FROM 1 BY 1
                    UNTIL WS-ZCRT-I > WS-ZCRT-COUNT
                IF WS-ZCRT-TBL-ZONA (WS-ZCRT-I) = WS-CERT-LOOKUP-ZONA
                    SET WS-CERT-ZONA-EXIGE TO TRUE
                    MOVE WS-ZCRT-TBL-CURSO (WS-ZCRT-I)
                        TO WS-CERT-LOOKUP-CURSO
                    PERFORM BUSCA-CERTIFICACION
                    IF WS-CERT-IX = 0
                        MOVE "N" TO WS-CERT-CUMPLE-SWITCH
                    ELSE
                        IF WS-CERT-TBL-VENCE (WS-CERT-IX)
                                < WS-CERT-FECHA
                            MOVE "N" TO WS-CERT-CUMPLE-SWITCH
                        END-IF
                    END-IF
                    IF NOT WS-CERT-CUMPLE
                            AND WS-CERT-FALTANTE = SPACES
                        MOVE WS-CERT-LOOKUP-CURSO TO WS-CERT-FALTANTE
                    END-IF
                END-IF
            END-PERFORM.

       GRABA-CERTIFICACIONES.
            IF WS-CERT-CAMBIADO
                OPEN OUTPUT CERT-MASTER-NEW
                IF NOT WS-CERT-NEW-OK
                    MOVE WS-CERT-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-CERTIFICACIONES OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-CERT-I FROM 1 BY 1
                        UNTIL WS-CERT-I > WS-CERT-COUNT
                    MOVE WS-CERT-TBL-EMP (WS-CERT-I) TO CE-EMPLOYEE-ID
                    MOVE WS-CERT-TBL-CURSO (WS-CERT-I) TO CE-CURSO
                    MOVE WS-CERT-TBL-DESC (WS-CERT-I) TO CE-DESCRIPCION
                    MOVE WS-CERT-TBL-COMPLETADO (WS-CERT-I)
                        TO CE-FECHA-COMPLETADO
                    MOVE WS-CERT-TBL-VENCE (WS-CERT-I)
                        TO CE-FECHA-VENCE
                    WRITE CERT-NEW-LINE FROM CERT-RECORD
                    IF NOT WS-CERT-NEW-OK
                        MOVE WS-CERT-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-CERTIFICACIONES WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE CERT-MASTER-NEW
                PERFORM PROMUEVE-CERTIFICACIONES
                MOVE "N" TO WS-CERT-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-CERTIFICACIONES.
            MOVE "N" TO WS-CERT-EOF-SWITCH.
            OPEN INPUT CERT-MASTER-NEW.
            IF NOT WS-CERT-NEW-OK
                MOVE WS-CERT-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CERTIFICACIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT CERT-MASTER.
            IF NOT WS-CERT-OK
                MOVE WS-CERT-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CERTIF OPEN C"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-CERT-EOF
                READ CERT-MASTER-NEW
                    AT END SET WS-CERT-EOF TO TRUE
                    NOT AT END
                        WRITE CERT-RECORD FROM CERT-NEW-LINE
                        IF NOT WS-CERT-OK
                            MOVE WS-CERT-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-CERTIFICACIONES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CERT-MASTER-NEW CERT-MASTER.
            MOVE "N" TO WS-CERT-EOF-SWITCH.

       GRABA-REQUISITOS-ZONA.
            IF WS-ZCRT-CAMBIADO
                OPEN OUTPUT ZONE-CERT-NEW
                IF NOT WS-ZCRT-NEW-OK
                    MOVE WS-ZCRT-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-REQUISITOS-ZONA OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-ZCRT-I FROM 1 BY 1
                        UNTIL WS-ZCRT-I > WS-ZCRT-COUNT
                    MOVE WS-ZCRT-TBL-ZONA (WS-ZCRT-I) TO ZC-ZONA
                    MOVE WS-ZCRT-TBL-CURSO (WS-ZCRT-I) TO ZC-CURSO
                    WRITE ZONE-CERT-NEW-LINE FROM ZONE-CERT-RECORD
                    IF NOT WS-ZCRT-NEW-OK
                        MOVE WS-ZCRT-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-REQUISITOS-ZONA WRITE"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE ZONE-CERT-NEW
                PERFORM PROMUEVE-REQUISITOS-ZONA
                MOVE "N" TO WS-ZCRT-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-REQUISITOS-ZONA.
            MOVE "N" TO WS-CERT-EOF-SWITCH.
            OPEN INPUT ZONE-CERT-NEW.
            IF NOT WS-ZCRT-NEW-OK
                MOVE WS-ZCRT-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REQUISITOS-ZONA OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ZONE-CERT-FILE.
            IF NOT WS-ZCRT-OK
                MOVE WS-ZCRT-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REQ-ZONA OPEN Z"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-CERT-EOF
                READ ZONE-CERT-NEW
                    AT END SET WS-CERT-EOF TO TRUE
                    NOT AT END
                        WRITE ZONE-CERT-RECORD FROM ZONE-CERT-NEW-LINE
                        IF NOT WS-ZCRT-OK
                            MOVE WS-ZCRT-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-REQUISITOS-ZONA WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ZONE-CERT-NEW ZONE-CERT-FILE.
            MOVE "N" TO WS-CERT-EOF-SWITCH.
