      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of HRMAST from the 72-byte
      *          layout to the current one carrying the reporting
      *          line (HR-SUPERVISOR-ID), in the CONVIERTE-PERSONAL
      *          mold. Reads the old master sequentially and writes
      *          HRMASTN in the new layout with every supervisor at
      *          zero, i.e. every employee at the top of a line of
      *          its own until MANTIENE-SUPERVISORES assigns the real
      *          ones. The operator renames HRMASTN over the master
      *          once the counts displayed at the end check out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-SUPERVISOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HR-MASTER ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OHR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS OHR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-OHR-STATUS.
           SELECT NEW-HR-MASTER ASSIGN TO "HRMASTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-NHR-STATUS.
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    Layout anterior, sin linea de reporte.
       FD  OLD-HR-MASTER.
       01  OLD-HR-RECORD.
           05  OHR-EMPLOYEE-ID      PIC 9(6).
           05  OHR-DEPT-CODE        PIC X(4).
           05  OHR-APELLIDOS        PIC X(20).
           05  OHR-NOMBRE           PIC X(15).
           05  OHR-EDAD             PIC 99.
           05  OHR-SALARIO          PIC 9(7)V99.
           05  OHR-FECHA-ALTA       PIC 9(8).
           05  OHR-FECHA-NAC        PIC 9(8).

       FD  NEW-HR-MASTER.
       COPY "HRMASTER.cpy".

       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OHR-STATUS            PIC XX.
           88  WS-OHR-OK            VALUE "00".
       01  WS-NHR-STATUS            PIC XX.
           88  WS-NHR-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-HR-LEIDOS             PIC 9(6) VALUE 0.
       01  WS-HR-ESCRITOS           PIC 9(6) VALUE 0.
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CONVIERTE-SUPERVISOR" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

            PERFORM CONVIERTE-HRMAST.

            DISPLAY "HRMAST   LEIDOS: " WS-HR-LEIDOS
                " ESCRITOS A HRMASTN:   " WS-HR-ESCRITOS.
            DISPLAY "SI LOS CONTEOS CUADRAN, RESPALDE EL MASTER"
                " Y RENOMBRE HRMASTN ENCIMA".

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            STOP RUN.

       CONVIERTE-HRMAST.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT OLD-HR-MASTER.
            IF NOT WS-OHR-OK
                DISPLAY "HRMAST AUSENTE - SIN CONVERTIR"
                SET WS-EOF TO TRUE
            ELSE
                OPEN OUTPUT NEW-HR-MASTER
                IF NOT WS-NHR-OK
                    MOVE WS-NHR-STATUS TO WS-ABEND-STATUS
                    MOVE "CONVIERTE-HRMAST OPEN N"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            PERFORM UNTIL WS-EOF
                READ OLD-HR-MASTER NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-HR-LEIDOS
                        PERFORM CONVIERTE-REGISTRO-HR
                END-READ
            END-PERFORM.
            IF WS-OHR-OK OR WS-OHR-STATUS = "10"
                CLOSE OLD-HR-MASTER NEW-HR-MASTER
            END-IF.

       CONVIERTE-REGISTRO-HR.
      *    Sin supervisor: cada empleado queda en la cima de su linea
      *    hasta que se le asigne uno.
            MOVE OHR-EMPLOYEE-ID TO HR-EMPLOYEE-ID.
            MOVE OHR-DEPT-CODE TO HR-DEPT-CODE.
            MOVE OHR-APELLIDOS TO HR-APELLIDOS.
            MOVE OHR-NOMBRE TO HR-NOMBRE.
            MOVE OHR-EDAD TO HR-EDAD.
            MOVE OHR-SALARIO TO HR-SALARIO.
            MOVE OHR-FECHA-ALTA TO HR-FECHA-ALTA.
            MOVE OHR-FECHA-NAC TO HR-FECHA-NAC.
            MOVE 0 TO HR-SUPERVISOR-ID.
            WRITE HR-MASTER-RECORD
                INVALID KEY
                    MOVE WS-NHR-STATUS TO WS-ABEND-STATUS
                    MOVE "CONVIERTE-REG-HR WRITE"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
            END-WRITE.
            ADD 1 TO WS-HR-ESCRITOS.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPSLOGWR.cpy".

       END PROGRAM CONVIERTE-SUPERVISOR.
