      *          -- the control totals their intake validates. The
      *          run closes saving the new image for the next
      *          comparison. A first run with no prior image extracts
      *          the whole roster as adds. The file goes on the
      *          transmission register (TRANSREG.DAT); a second run
      *          for a business date already sent stops with RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUREAU-FILE ASSIGN TO "BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUR-STATUS.
           COPY "TXRGSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       COPY "HRMASTER.cpy".

      *    Imagen del master tal como quedo en la corrida anterior,
      *    mismo layout de 78 bytes que HRMASTER.cpy, en orden de
      *    HR-EMPLOYEE-ID.
       FD  PRIOR-IMAGE.
       01  PRIOR-RECORD.
           05  PI-EMPLOYEE-ID       PIC 9(6).
           05  PI-RESTO             PIC X(72).

       FD  NEW-IMAGE.
       01  NEW-IMAGE-LINE           PIC X(78).

       FD  BUREAU-FILE.
       01  BUREAU-LINE              PIC X(84).

       COPY "TXRGFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
           88  WS-PRI-EOF           VALUE "Y".
       01  WS-PRI-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-PRI-PRESENTE      VALUE "Y".
       01  WS-PRIOR-REC             PIC X(78).
       01  WS-PRIOR-REC-R REDEFINES WS-PRIOR-REC.
           05  WS-PRI-ID            PIC 9(6).
           05  FILLER               PIC X(72).
       01  WS-COUNT-ALTAS           PIC 9(6) VALUE 0.
       01  WS-COUNT-CAMBIOS         PIC 9(6) VALUE 0.
       01  WS-COUNT-BAJAS           PIC 9(6) VALUE 0.
           05  WS-BUH-FECHA         PIC 9(8).
       01  WS-BUREAU-DETAIL.
           05  WS-BUD-ACTION        PIC X.
           05  WS-BUD-RECORD        PIC X(78).
       01  WS-BUREAU-TRAILER.
           05  FILLER               PIC X VALUE "T".
           05  WS-BUT-COUNT         PIC 9(6).
           05  WS-BUT-HASH          PIC 9(11)V99.
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TXRGWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

      *    Un BUREAU.DAT del dia ya entregado no se rehace: la imagen
      *    previa ya se promovio y el delta saldria vacio. El reenvio
      *    sale de la copia guardada (MANTIENE-TRANSMISIONES).
            MOVE "BUREAU" TO WS-TXR-INTERFAZ.
            PERFORM CHECA-TRANSMISION.
            IF WS-TXR-YA-ENVIADA
                DISPLAY "BUREAU.DAT DEL " WS-TXR-FECHA
                    " YA TRANSMITIDO - REENVIO POR "
                    "MANTIENE-TRANSMISIONES"
                MOVE "BUREAU YA TRANSMITIDO - NO SE REHACE"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN INPUT HR-MASTER-FILE.
            IF NOT WS-HR-OK
                MOVE WS-HR-STATUS TO WS-ABEND-STATUS
            END-IF.
            PERFORM PROMUEVE-IMAGEN.

            MOVE "BUREAU.DAT" TO WS-TXR-FICHERO.
            MOVE "BUREAU" TO WS-TXR-DESTINO.
            MOVE WS-REG-COUNT TO WS-TXR-REGISTROS.
            MOVE WS-SALARY-HASH TO WS-TXR-TOTAL.
            PERFORM REGISTRA-TRANSMISION.

            DISPLAY "DELTA - ALTAS: " WS-COUNT-ALTAS
                " CAMBIOS: " WS-COUNT-CAMBIOS
                " BAJAS: " WS-COUNT-BAJAS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "TXRGWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM EXTRAE-DELTA.
