      ******************************************************************
      * Copybook: ACTFWR
      * Purpose:  Paragraphs for the fixed-asset register.
      *           CARGA-ACTIVOS loads ACTIVOS.DAT into its table (no
      *           file on disk is an empty register); BUSCA-ACTIVO
      *           finds an asset by number. GRABA-ACTIVOS writes the
      *           table back through ACTIVOS.NEW when it changed
      *           (patron PROMUEVE-IMAGEN). Callers supply
      *           WS-ABEND-STATUS / WS-ABEND-PARAGRAPH and
      *           9999-ABEND-FILE-ERROR, same contract as OPSLOGWR.
      ******************************************************************
       CARGA-ACTIVOS.
            MOVE 0 TO WS-AF-COUNT.
            MOVE "N" TO WS-AF-CAMBIADO-SWITCH.
            MOVE "N" TO WS-AF-EOF-SWITCH.
            OPEN INPUT ASSET-MASTER.
            IF WS-AF-OK
                PERFORM UNTIL WS-AF-EOF
                    READ ASSET-MASTER
                        AT END SET WS-AF-EOF TO TRUE
                        NOT AT END
                            PERFORM CARGA-UN-ACTIVO
                    END-READ
                END-PERFORM
                CLOSE ASSET-MASTER
            END-IF.
            MOVE "N" TO WS-AF-EOF-SWITCH.

       CARGA-UN-ACTIVO.
            IF WS-AF-COUNT >= WS-AF-MAX
      *        Un activo fuera de la tabla se perderia al regrabar:
      *        se aborta.
                DISPLAY "TABLA DE ACTIVOS LLENA EN " WS-AF-MAX
                    " ENTRADAS"
                MOVE "CARGA-ACTIVOS" TO WS-ABEND-PARAGRAPH
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-AF-COUNT.
            MOVE AF-NUMERO TO WS-AF-TBL-NUMERO (WS-AF-COUNT).
            MOVE AF-DEPTO TO WS-AF-TBL-DEPTO (WS-AF-COUNT).
            MOVE AF-DESCRIPCION TO WS-AF-TBL-DESC (WS-AF-COUNT).
            MOVE AF-CATEGORIA TO WS-AF-TBL-CATEGORIA (WS-AF-COUNT).
            MOVE AF-FECHA-ALTA TO WS-AF-TBL-ALTA (WS-AF-COUNT).
            MOVE AF-COSTO TO WS-AF-TBL-COSTO (WS-AF-COUNT).
            MOVE AF-VIDA-MESES TO WS-AF-TBL-VIDA (WS-AF-COUNT).
            MOVE AF-METODO TO WS-AF-TBL-METODO (WS-AF-COUNT).
            MOVE AF-RESIDUAL TO WS-AF-TBL-RESIDUAL (WS-AF-COUNT).
            MOVE AF-DEPR-ACUM TO WS-AF-TBL-ACUM (WS-AF-COUNT).
            MOVE AF-ULTIMO-MES TO WS-AF-TBL-ULTIMO (WS-AF-COUNT).
            MOVE AF-ESTADO TO WS-AF-TBL-ESTADO (WS-AF-COUNT).
            MOVE AF-FECHA-BAJA TO WS-AF-TBL-BAJA (WS-AF-COUNT).
            MOVE AF-PRODUCTO-BAJA TO WS-AF-TBL-PRODUCTO (WS-AF-COUNT).
            MOVE AF-RESULTADO-BAJA
                TO WS-AF-TBL-RESULTADO (WS-AF-COUNT).

       BUSCA-ACTIVO.
            MOVE 0 TO WS-AF-IX.
            PERFORM VARYING WS-AF-I FROM 1 BY 1
                    UNTIL WS-AF-I > WS-AF-COUNT
                IF WS-AF-TBL-NUMERO (WS-AF-I) = WS-AF-LOOKUP-NUMERO
                    MOVE WS-AF-I TO WS-AF-IX
                    EXIT PERFORM
                END-IF
            END-PERFORM.

       GRABA-ACTIVOS.
            IF WS-AF-CAMBIADO
                OPEN OUTPUT ASSET-NEW
                IF NOT WS-AF-NEW-OK
                    MOVE WS-AF-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "GRABA-ACTIVOS OPEN" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                PERFORM VARYING WS-AF-I FROM 1 BY 1
                        UNTIL WS-AF-I > WS-AF-COUNT
                    PERFORM GRABA-UN-ACTIVO
                END-PERFORM
                CLOSE ASSET-NEW
                PERFORM PROMUEVE-ACTIVOS
                MOVE "N" TO WS-AF-CAMBIADO-SWITCH
            END-IF.

       GRABA-UN-ACTIVO.
            MOVE WS-AF-TBL-NUMERO (WS-AF-I) TO AF-NUMERO.
            MOVE WS-AF-TBL-DEPTO (WS-AF-I) TO AF-DEPTO.
            MOVE WS-AF-TBL-DESC (WS-AF-I) TO AF-DESCRIPCION.
            MOVE WS-AF-TBL-CATEGORIA (WS-AF-I) TO AF-CATEGORIA.
            MOVE WS-AF-TBL-ALTA (WS-AF-I) TO AF-FECHA-ALTA.
            MOVE WS-AF-TBL-COSTO (WS-AF-I) TO AF-COSTO.
            MOVE WS-AF-TBL-VIDA (WS-AF-I) TO AF-VIDA-MESES.
            MOVE WS-AF-TBL-METODO (WS-AF-I) TO AF-METODO.
            MOVE WS-AF-TBL-RESIDUAL (WS-AF-I) TO AF-RESIDUAL.
            MOVE WS-AF-TBL-ACUM (WS-AF-I) TO AF-DEPR-ACUM.
            MOVE WS-AF-TBL-ULTIMO (WS-AF-I) TO AF-ULTIMO-MES.
            MOVE WS-AF-TBL-ESTADO (WS-AF-I) TO AF-ESTADO.
            MOVE WS-AF-TBL-BAJA (WS-AF-I) TO AF-FECHA-BAJA.
            MOVE WS-AF-TBL-PRODUCTO (WS-AF-I) TO AF-PRODUCTO-BAJA.
            MOVE WS-AF-TBL-RESULTADO (WS-AF-I) TO AF-RESULTADO-BAJA.
            WRITE ASSET-NEW-LINE FROM ASSET-MASTER-RECORD.
            IF NOT WS-AF-NEW-OK
                MOVE WS-AF-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "GRABA-ACTIVOS WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       PROMUEVE-ACTIVOS.
            MOVE "N" TO WS-AF-EOF-SWITCH.
            OPEN INPUT ASSET-NEW.
            IF NOT WS-AF-NEW-OK
                MOVE WS-AF-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACTIVOS OPEN" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            OPEN OUTPUT ASSET-MASTER.
            IF NOT WS-AF-OK
                MOVE WS-AF-STATUS TO WS-ABEND-STATUS
                MOVE "PROMUEVE-ACTIVOS OPEN O" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM UNTIL WS-AF-EOF
                READ ASSET-NEW
                    AT END SET WS-AF-EOF TO TRUE
                    NOT AT END
                        WRITE ASSET-MASTER-RECORD FROM ASSET-NEW-LINE
                        IF NOT WS-AF-OK
                            MOVE WS-AF-STATUS TO WS-ABEND-STATUS
                            MOVE "PROMUEVE-ACTIVOS WRITE"
                                TO WS-ABEND-PARAGRAPH
                            PERFORM 9999-ABEND-FILE-ERROR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ASSET-NEW ASSET-MASTER.
            MOVE "N" TO WS-AF-EOF-SWITCH.
