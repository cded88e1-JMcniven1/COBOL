           SELECT PERIOD-NEW ASSIGN TO "PERSTAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSN-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           SELECT PARM-AUDIT ASSIGN TO "PARMAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       FD  PERIOD-NEW.
       01  PERIOD-NEW-LINE          PIC X(7).

       COPY "OPERFD.cpy".

       FD  PARM-AUDIT.
       01  PARM-AUDIT-LINE          PIC X(100).

       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
           88  WS-PERST-OK          VALUE "00".
       01  WS-PSN-STATUS            PIC XX.
           88  WS-PSN-OK            VALUE "00".
       01  WS-AUD-STATUS            PIC XX.
           88  WS-AUD-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
            PERFORM REGISTRA-OPSLOG.

       LEE-NIVEL-OPERADOR.
            MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID.
            MOVE WS-CLAVE TO WS-OPCL-CLAVE.
            PERFORM FIRMA-OPERADOR-MASTER.
            IF WS-OPM-HAY-MASTER
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
            END-IF.

       CARGA-PERIODOS.
            OPEN INPUT PERIOD-STATUS-FILE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-PERIODOS.
