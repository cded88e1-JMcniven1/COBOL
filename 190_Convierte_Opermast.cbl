      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of OPERMAST.DAT from clear-text
      *          passwords to the hashed layout with the sign-on
      *          policy fields, in the CONVIERTE-PINHASH mold. Each
      *          operator still in clear (blank salt) gets a fresh
      *          salt, the current password hashed under it, an
      *          empty history, status active with no failures, the
      *          inactivity clock started today and a mandatory
      *          change at the next menu sign-on -- the clear values
      *          have been readable by anyone who could read the
      *          file, so everyone rotates once. Rows already in the
      *          hashed form are copied as they are, so a second
      *          run does no harm. The result goes to OPERMAST.NEW;
      *          the operator renames it to OPERMAST.DAT once the
      *          counts displayed at the end check out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-OPERMAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONVERTIDOS           PIC 9(4) VALUE 0.
       01  WS-YA-HASH               PIC 9(4) VALUE 0.
       01  WS-ESCRITOS              PIC 9(4) VALUE 0.
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CONVIERTE-OPERMAST" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

            PERFORM CARGA-OPERADORES.
            IF NOT WS-OPM-HAY-MASTER
                MOVE WS-OPM-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN OPERMAST"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM FECHA-HOY-OPERADOR.

            PERFORM VARYING WS-OPM-I FROM 1 BY 1
                    UNTIL WS-OPM-I > WS-OPM-COUNT
                MOVE WS-OPM-ENTRY (WS-OPM-I) TO WS-OPCL-REGISTRO
                IF WS-OPCL-SAL = SPACES
                    PERFORM CONVIERTE-OPERADOR
                    MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-I)
                ELSE
                    ADD 1 TO WS-YA-HASH
                END-IF
            END-PERFORM.

            OPEN OUTPUT OPERATOR-NEW.
            IF NOT WS-OPM-NEW-OK
                MOVE WS-OPM-NEW-STATUS TO WS-ABEND-STATUS
                MOVE "MAIN-PROCEDURE OPEN OPERMAST.NEW"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            PERFORM VARYING WS-OPM-I FROM 1 BY 1
                    UNTIL WS-OPM-I > WS-OPM-COUNT
                WRITE OPERATOR-NEW-LINE FROM WS-OPM-ENTRY (WS-OPM-I)
                IF NOT WS-OPM-NEW-OK
                    MOVE WS-OPM-NEW-STATUS TO WS-ABEND-STATUS
                    MOVE "MAIN-PROCEDURE WRITE" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
                ADD 1 TO WS-ESCRITOS
            END-PERFORM.
            CLOSE OPERATOR-NEW.

            DISPLAY "OPERADORES LEIDOS DE OPERMAST.DAT:  " WS-OPM-COUNT.
            DISPLAY "CONVERTIDOS A CLAVE HASH:           "
                WS-CONVERTIDOS.
            DISPLAY "YA ESTABAN EN FORMA HASH:           " WS-YA-HASH.
            DISPLAY "ESCRITOS A OPERMAST.NEW:            " WS-ESCRITOS.
            DISPLAY "SI LOS CONTEOS CUADRAN, RESPALDE OPERMAST.DAT Y"
                " RENOMBRE OPERMAST.NEW A OPERMAST.DAT".
            DISPLAY "LOS OPERADORES CONVERTIDOS DEBEN CAMBIAR SU"
                " CLAVE EN LA PROXIMA FIRMA DEL MENU".

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            STOP RUN.

       CONVIERTE-OPERADOR.
            PERFORM GENERA-SAL-CLAVE.
            MOVE WS-OPCL-GUARDADA TO WS-OPCL-CLAVE.
            MOVE WS-OPCL-SAL-CALCULO TO WS-OPCL-SAL.
            PERFORM CALCULA-HASH-CLAVE.
            MOVE WS-OPCL-HASH TO WS-OPCL-GUARDADA.
            MOVE SPACES TO WS-OPCL-HISTORIAL.
            MOVE "A" TO WS-OPCL-ESTADO.
            MOVE "S" TO WS-OPCL-CAMBIO.
            MOVE 0 TO WS-OPCL-FALLOS.
            MOVE 0 TO WS-OPCL-VENCE.
            MOVE WS-OPCL-HOY TO WS-OPCL-ULTIMO-USO.
            MOVE WS-OPCL-HOY TO WS-OPCL-FECHA-ESTADO.
            ADD 1 TO WS-CONVERTIDOS.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM CONVIERTE-OPERMAST.
