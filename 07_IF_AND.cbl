      *    solicitante aprobado, con la fecha de alta y el estado
      *    (I = inscrito por regla, O = inscrito por override de
      *    supervisor). La poblacion inscrita es lo que de verdad se
      *    administra; el reporte es solo el medio. Plan en blanco es
      *    el plan BASE; nivel en blanco se deriva de los dependientes
      *    (S individual, C pareja, F familiar).
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BE-APP-ID            PIC 9(6).
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

      *    Apelaciones resueltas por un supervisor: el solicitante
      *    nombrado se re-decide en un pase controlado y el resultado
               10  WS-ENR-NOMBRE    PIC X(20).
               10  WS-ENR-FECHA     PIC 9(8).
               10  WS-ENR-ESTADO    PIC X.
               10  WS-ENR-PLAN      PIC X(4).
               10  WS-ENR-NIVEL     PIC X.
       01  WS-HOY-TIMESTAMP         PIC X(21).
       01  WS-HOY-TIMESTAMP-R REDEFINES WS-HOY-TIMESTAMP.
           05  WS-HOY-DATE          PIC 9(8).
                    MOVE APP-NOMBRE TO WS-ENR-NOMBRE(WS-ENR-IDX)
                    MOVE WS-HOY-DATE TO WS-ENR-FECHA(WS-ENR-IDX)
                    MOVE "O" TO WS-ENR-ESTADO(WS-ENR-IDX)
                    MOVE SPACES TO WS-ENR-PLAN(WS-ENR-IDX)
                    MOVE SPACE TO WS-ENR-NIVEL(WS-ENR-IDX)
                    SET WS-ENR-DIRTY TO TRUE
                END-IF
            END-IF.
                                TO WS-ENR-FECHA(WS-ENR-IDX)
                            MOVE BE-STATUS
                                TO WS-ENR-ESTADO(WS-ENR-IDX)
                            MOVE BE-PLAN
                                TO WS-ENR-PLAN(WS-ENR-IDX)
                            MOVE BE-NIVEL
                                TO WS-ENR-NIVEL(WS-ENR-IDX)
                    END-READ
                END-PERFORM
                CLOSE ENROLLMENT-FILE
                    MOVE APP-NOMBRE TO WS-ENR-NOMBRE(WS-ENR-IDX)
                    MOVE WS-HOY-DATE TO WS-ENR-FECHA(WS-ENR-IDX)
                    MOVE "I" TO WS-ENR-ESTADO(WS-ENR-IDX)
                    MOVE SPACES TO WS-ENR-PLAN(WS-ENR-IDX)
                    MOVE SPACE TO WS-ENR-NIVEL(WS-ENR-IDX)
                    SET WS-ENR-DIRTY TO TRUE
                    ADD 1 TO WS-COUNT-INSCRITOS
                END-IF
                MOVE WS-ENR-NOMBRE(WS-ENR-IDX) TO BE-NOMBRE
                MOVE WS-ENR-FECHA(WS-ENR-IDX) TO BE-FECHA-ALTA
                MOVE WS-ENR-ESTADO(WS-ENR-IDX) TO BE-STATUS
                MOVE WS-ENR-PLAN(WS-ENR-IDX) TO BE-PLAN
                MOVE WS-ENR-NIVEL(WS-ENR-IDX) TO BE-NIVEL
                WRITE ENROLLMENT-RECORD
                IF NOT WS-ENR-OK
                    MOVE WS-ENR-STATUS TO WS-ABEND-STATUS
