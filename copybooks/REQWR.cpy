      ******************************************************************
      * Copybook: REQWR
      * Purpose:  Paragraphs for recruitment. CARGA-REQUISICIONES and
      *           CARGA-CANDIDATOS-REQ load the requisition master and
      *           the candidate pipeline into their tables;
      *           BUSCA-REQUISICION finds a requisition by number,
      *           BUSCA-REQUISICION-POSICION the open requisition of a
      *           position and BUSCA-CANDIDATO-REQ a candidate of a
      *           requisition by sequence. GRABA-REQUISICIONES and
      *           GRABA-CANDIDATOS-REQ write the tables back through
      *           the .NEW work files when anything changed (patron
      *           PROMUEVE-IMAGEN). Callers supply WS-ABEND-STATUS /
      *           WS-ABEND-PARAGRAPH and 9999-ABEND-FILE-ERROR, same
      *           contract as OPSLOGWR.
      ******************************************************************
       CARGA-REQUISICIONES.
            MOVE 0 TO WS-RQ-COUNT.
            MOVE "N" TO WS-RQ-EOF-SWITCH.
            MOVE "N" TO WS-RQ-CAMBIADO-SWITCH.
            OPEN INPUT REQUISITION-FILE.
            IF WS-RQ-OK
                PERFORM UNTIL WS-RQ-EOF
                    READ REQUISITION-FILE
                        AT END SET WS-RQ-EOF TO TRUE
                        NOT AT END
                            IF WS-RQ-COUNT >= WS-RQ-MAX
      *                         Una requisicion fuera de la tabla se
      *                         perderia al regrabar: se aborta.
                                DISPLAY "TABLA DE REQUISICIONES LLENA "
                                    "EN " WS-RQ-MAX " ENTRADAS"
                                MOVE "CARGA-REQUISICIONES"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-RQ-COUNT
                            MOVE RQ-NUMERO
                                TO WS-RQ-TBL-NUMERO (WS-RQ-COUNT)
                            MOVE RQ-DEPT-CODE
                                TO WS-RQ-TBL-DEPT (WS-RQ-COUNT)
                            MOVE RQ-POSICION
                                TO WS-RQ-TBL-POSICION (WS-RQ-COUNT)
                            MOVE RQ-TITULO
                                TO WS-RQ-TBL-TITULO (WS-RQ-COUNT)
                            MOVE RQ-ESTADO
                                TO WS-RQ-TBL-ESTADO (WS-RQ-COUNT)
                            MOVE RQ-FECHA-APERTURA
                                TO WS-RQ-TBL-APERTURA (WS-RQ-COUNT)
                            MOVE RQ-FECHA-CIERRE
                                TO WS-RQ-TBL-CIERRE (WS-RQ-COUNT)
                            MOVE RQ-OPERADOR
                                TO WS-RQ-TBL-OPERADOR (WS-RQ-COUNT)
                    END-READ
                END-PERFORM
                CLOSE REQUISITION-FILE
            END-IF.

       CARGA-CANDIDATOS-REQ.
            MOVE 0 TO WS-CP-COUNT.
            MOVE "N" TO WS-RQ-EOF-SWITCH.
            MOVE "N" TO WS-CP-CAMBIADO-SWITCH.
            OPEN INPUT PIPELINE-FILE.
            IF WS-CP-OK
                PERFORM UNTIL WS-RQ-EOF
                    READ PIPELINE-FILE
                        AT END SET WS-RQ-EOF TO TRUE
                        NOT AT END
                            IF WS-CP-COUNT >= WS-CP-MAX
                                DISPLAY "TABLA DE CANDIDATOS LLENA EN "
                                    WS-CP-MAX " ENTRADAS"
                                MOVE "CARGA-CANDIDATOS-REQ"
                                    TO WS-ABEND-PARAGRAPH
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-CP-COUNT
                            MOVE CP-NUMERO
                                TO WS-CP-TBL-NUMERO (WS-CP-COUNT)
                            MOVE CP-SECUENCIA
                                TO WS-CP-TBL-SECUENCIA (WS-CP-COUNT)
                            MOVE CP-NOMBRE
                                TO WS-CP-TBL-NOMBRE (WS-CP-COUNT)
                            MOVE CP-APELLIDOS
                                TO WS-CP-TBL-APELLIDOS (WS-CP-COUNT)
                            MOVE CP-EDAD
                                TO WS-CP-TBL-EDAD (WS-CP-COUNT)
                            MOVE CP-ETAPA
                                TO WS-CP-TBL-ETAPA (WS-CP-COUNT)
                            MOVE CP-FECHA-ALTA
                                TO WS-CP-TBL-ALTA (WS-CP-COUNT)
                            MOVE CP-FECHA-ETAPA
                                TO WS-CP-TBL-FECHA (WS-CP-COUNT)
                    END-READ
                END-PERFORM
                CLOSE PIPELINE-FILE
            END-IF.
            MOVE "N" TO WS-RQ-EOF-SWITCH.

       BUSCA-REQUISICION.
            MOVE 0 TO WS-RQ-IX.
            PERFORM VARYING WS-RQ-I FROM 1 BY 1
                    UNTIL WS-RQ-I > WS-RQ-COUNT
                IF WS-RQ-TBL-NUMERO (WS-RQ-I) = WS-RQ-LOOKUP-NUMERO
                    MOVE WS-RQ-I TO WS-RQ-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-REQUISICION-POSICION.
      *    Solo cuenta la requisicion abierta: una posicion cubierta o
      *    cancelada puede volver a requisarse.
            MOVE 0 TO WS-RQ-IX.
            PERFORM VARYING WS-RQ-I FROM 1 BY 1
                    UNTIL WS-RQ-I > WS-RQ-COUNT
                IF WS-RQ-TBL-POSICION (WS-RQ-I)
                        = WS-RQ-LOOKUP-POSICION
                        AND WS-RQ-TBL-ESTADO (WS-RQ-I) = "A"
                    MOVE WS-RQ-I TO WS-RQ-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       BUSCA-CANDIDATO-REQ.
            MOVE 0 TO WS-CP-IX.
            PERFORM VARYING WS-CP-I FROM 1 BY 1
                    UNTIL WS-CP-I > WS-CP-COUNT
                IF WS-CP-TBL-NUMERO (WS-CP-I) = WS-RQ-LOOKUP-NUMERO
                        AND WS-CP-TBL-SECUENCIA (WS-CP-I)
                            = WS-CP-LOOKUP-SECUENCIA
                    MOVE WS-CP-I TO WS-CP-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-REQUISICIONES.
            IF WS-RQ-CAMBIADO
                OPEN OUTPUT REQUISITION-NEW
                IF NOT WS-RQ-NEW-OK
                    MOVE WS-RQ-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-REQUISICIONES OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-RQ-I FROM 1 BY 1
                        UNTIL WS-RQ-I > WS-RQ-COUNT
                    MOVE WS-RQ-TBL-NUMERO (WS-RQ-I) TO RQ-NUMERO
                    MOVE WS-RQ-TBL-DEPT (WS-RQ-I) TO RQ-DEPT-CODE
                    MOVE WS-RQ-TBL-POSICION (WS-RQ-I) TO RQ-POSICION
                    MOVE WS-RQ-TBL-TITULO (WS-RQ-I) TO RQ-TITULO
                    MOVE WS-RQ-TBL-ESTADO (WS-RQ-I) TO RQ-ESTADO
                    MOVE WS-RQ-TBL-APERTURA (WS-RQ-I)
                        TO RQ-FECHA-APERTURA
                    MOVE WS-RQ-TBL-CIERRE (WS-RQ-I) TO RQ-FECHA-CIERRE
                    MOVE WS-RQ-TBL-OPERADOR (WS-RQ-I) TO RQ-OPERADOR
                    WRITE REQUISITION-NEW-LINE FROM REQUISITION-RECORD
                    IF NOT WS-RQ-NEW-OK
                        MOVE WS-RQ-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-REQUISICIONES WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE REQUISITION-NEW
                PERFORM PROMUEVE-REQUISICIONES
                MOVE "N" TO WS-RQ-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-REQUISICIONES.
            MOVE "N" TO WS-RQ-EOF-SWITCH.
            OPEN INPUT REQUISITION-NEW.
            IF NOT WS-RQ-NEW-OK
                MOVE WS-RQ-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REQUISICIONES OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT REQUISITION-FILE.
            IF NOT WS-RQ-OK
                MOVE WS-RQ-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-REQUISICIONES OPEN R"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-RQ-EOF
                READ REQUISITION-NEW
                    AT END SET WS-RQ-EOF TO TRUE
                    NOT AT END
                        WRITE REQUISITION-RECORD
                            FROM REQUISITION-NEW-LINE
                        IF NOT WS-RQ-OK
                            MOVE WS-RQ-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-REQUISICIONES WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REQUISITION-NEW REQUISITION-FILE.
            MOVE "N" TO WS-RQ-EOF-SWITCH.

       GRABA-CANDIDATOS-REQ.
            IF WS-CP-CAMBIADO
                OPEN OUTPUT PIPELINE-NEW
                IF NOT WS-CP-NEW-OK
                    MOVE WS-CP-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-CANDIDATOS-REQ OPEN NEW"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-CP-I FROM 1 BY 1
                        UNTIL WS-CP-I > WS-CP-COUNT
                    MOVE WS-CP-TBL-NUMERO (WS-CP-I) TO CP-NUMERO
                    MOVE WS-CP-TBL-SECUENCIA (WS-CP-I) TO CP-SECUENCIA
                    MOVE WS-CP-TBL-NOMBRE (WS-CP-I) TO CP-NOMBRE
                    MOVE WS-CP-TBL-APELLIDOS (WS-CP-I) TO CP-APELLIDOS
                    MOVE WS-CP-TBL-EDAD (WS-CP-I) TO CP-EDAD
                    MOVE WS-CP-TBL-ETAPA (WS-CP-I) TO CP-ETAPA
                    MOVE WS-CP-TBL-ALTA (WS-CP-I) TO CP-FECHA-ALTA
                    MOVE WS-CP-TBL-FECHA (WS-CP-I) TO CP-FECHA-ETAPA
                    WRITE PIPELINE-NEW-LINE FROM PIPELINE-RECORD
                    IF NOT WS-CP-NEW-OK
                        MOVE WS-CP-NEW-STATUS TO WS-ABEND-STATUS
                        MOVE "GRABA-CANDIDATOS-REQ WRITE NEW"
                            TO WS-ABEND-PARAGRAPH
                        PERFORM 9999-ABEND-FILE-ERROR
                    END-IF
                END-PERFORM
                CLOSE PIPELINE-NEW
                PERFORM PROMUEVE-CANDIDATOS-REQ
                MOVE "N" TO WS-CP-CAMBIADO-SWITCH
            END-IF.

       PROMUEVE-CANDIDATOS-REQ.
            MOVE "N" TO WS-RQ-EOF-SWITCH.
            OPEN INPUT PIPELINE-NEW.
            IF NOT WS-CP-NEW-OK
                MOVE WS-CP-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CANDIDATOS-REQ OPEN"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT PIPELINE-FILE.
            IF NOT WS-CP-OK
                MOVE WS-CP-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-CANDIDATOS-REQ OPEN P"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-RQ-EOF
                READ PIPELINE-NEW
                    AT END SET WS-RQ-EOF TO TRUE
                    NOT AT END
                        WRITE PIPELINE-RECORD FROM PIPELINE-NEW-LINE
                        IF NOT WS-CP-OK
                            MOVE WS-CP-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-CANDIDATOS-REQ WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PIPELINE-NEW PIPELINE-FILE.
            MOVE "N" TO WS-RQ-EOF-SWITCH.
