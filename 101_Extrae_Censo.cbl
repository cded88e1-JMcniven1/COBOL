      *          one A/C/T detail per added, changed or terminated
      *          enrollment (the action code in front of the full
      *          record) and a 9 trailer carrying the detail count.
      *          The record carries plan and coverage tier, so the
      *          open-enrollment changes APLICA-ELECCIONES writes at
      *          the plan-year start go out as C details.
      *          The run closes saving the new image for the next
      *          cycle; a first run with no prior image sends the
      *          full census as adds. The file goes on the
      *          transmission register (TRANSREG.DAT); a second run
      *          for a business date already sent stops with RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEN-STATUS.
           COPY "TXRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD        PIC X(44).

       FD  ENROLLMENT-SORTED.
       01  ENROLLMENT-SORTED-RECORD.
           05  BES-APP-ID           PIC 9(6).
           05  BES-RESTO            PIC X(38).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-APP-ID            PIC 9(6).
           05  SW-RESTO             PIC X(38).

      *    Imagen del censo tal como quedo en el ciclo anterior, en
      *    orden de id.
       FD  PRIOR-IMAGE.
       01  PRIOR-RECORD.
           05  PI-APP-ID            PIC 9(6).
           05  PI-RESTO             PIC X(38).

       FD  NEW-IMAGE.
       01  NEW-IMAGE-LINE           PIC X(44).

       FD  CENSUS-FILE.
       01  CENSUS-LINE              PIC X(50).

       COPY "TXRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".

           88  WS-PRI-EOF           VALUE "Y".
       01  WS-PRI-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-PRI-PRESENTE      VALUE "Y".
       01  WS-PRIOR-REC             PIC X(44).
       01  WS-PRIOR-REC-R REDEFINES WS-PRIOR-REC.
           05  WS-PRI-ID            PIC 9(6).
           05  FILLER               PIC X(38).
       01  WS-COUNT-ALTAS           PIC 9(6) VALUE 0.
       01  WS-COUNT-CAMBIOS         PIC 9(6) VALUE 0.
       01  WS-COUNT-BAJAS           PIC 9(6) VALUE 0.
           05  WS-CEH-FECHA         PIC 9(8).
       01  WS-CENSUS-DETAIL.
           05  WS-CED-ACTION        PIC X.
           05  WS-CED-RECORD        PIC X(44).
       01  WS-CENSUS-TRAILER.
           05  FILLER               PIC X VALUE "9".
           05  WS-CET-COUNT         PIC 9(6).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TXRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.

      *    Un CENSUS.DAT del dia ya entregado no se rehace; el
      *    reenvio sale de la copia guardada (MANTIENE-TRANSMISIONES).
            MOVE "CENSUS" TO WS-TXR-INTERFAZ.
            PERFORM CHECA-TRANSMISION.
            IF WS-TXR-YA-ENVIADA
                DISPLAY "CENSUS.DAT DEL " WS-TXR-FECHA
                    " YA TRANSMITIDO - REENVIO POR "
                    "MANTIENE-TRANSMISIONES"
                MOVE "CENSUS YA TRANSMITIDO - NO SE REHACE"
                    TO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

      *    La inscripcion crece por append y no viene en orden de
      *    id: se ordena primero, el mismo SORT de LISTA-INSCRITOS.
            SORT SORT-WORK-FILE
            END-IF.
            PERFORM PROMUEVE-IMAGEN.

      *    El trailer del censo no lleva total de importe.
            MOVE "CENSUS.DAT" TO WS-TXR-FICHERO.
            MOVE "ASEGURADORA" TO WS-TXR-DESTINO.
            MOVE WS-REG-COUNT TO WS-TXR-REGISTROS.
            MOVE 0 TO WS-TXR-TOTAL.
            PERFORM REGISTRA-TRANSMISION.

            DISPLAY "CENSO - ALTAS: " WS-COUNT-ALTAS
                " CAMBIOS: " WS-COUNT-CAMBIOS
                " TERMINADOS: " WS-COUNT-BAJAS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "TXRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

