      *          archived band tallies of today's GRDHIST record, and
      *          writes every transaction -- applied or rejected --
      *          to the corrections audit report (GRDCAUD.TXT).
      *          A student blocked for unpaid fees in RETCUOTA.DAT
      *          (RETIENE-CUOTAS) gets only the transcript header and
      *          a withheld line; the correction itself still applies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS GRDH-RUN-DATE
               FILE STATUS IS WS-HIST-STATUS.
           COPY "INTLKSL.cpy".
           COPY "RCUOSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
           05  GRDH-COUNT-ERRORCAPT   PIC 9(5).

       COPY "INTLKFD.cpy".
       COPY "RCUOFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
           05  WS-CRA-BANDA         PIC X(12).
           05  FILLER               PIC X(10)
                   VALUE " CORREGIDO".
       01  WS-CORR-BLOCKED-LINE.
           05  FILLER               PIC X(11) VALUE "RETENIDA - ".
           05  WS-CRB-ID            PIC ZZZZZ9.
           05  FILLER               PIC X(38)
                   VALUE " : TRANSCRIPCION RETENIDA POR CUOTAS".
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "INTLKWS.cpy".
       COPY "RCUOWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
            END-IF.

       REEMITE-TRANSCRIPCIONES.
            PERFORM CARGA-RETENCIONES-CUOTA.
            OPEN OUTPUT CORRECTED-REPORT.
            IF NOT WS-CRP-OK
                MOVE WS-CRP-STATUS TO WS-ABEND-STATUS
                MOVE "REEMITE-UNA WRITE H" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
      *    Con cuotas impagas pasado el corte la transcripcion no se
      *    entrega: solo la cabecera y la linea de retencion.
            MOVE WS-AFF-ID(WS-AFF-I) TO WS-HQ-LOOKUP-ALUMNO.
            PERFORM BUSCA-RETENCION-CUOTA.
            IF WS-HQ-BLOQUEADO
                MOVE WS-AFF-ID(WS-AFF-I) TO WS-CRB-ID
                WRITE CORRECTED-LINE FROM WS-CORR-BLOCKED-LINE
                IF NOT WS-CRP-OK
                    MOVE WS-CRP-STATUS TO WS-ABEND-STATUS
                    MOVE "REEMITE-UNA WRITE R" TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            ELSE
                PERFORM REEMITE-DETALLE-TRANSCRIPCION
            END-IF.

       REEMITE-DETALLE-TRANSCRIPCION.
            PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                    UNTIL WS-GRD-IDX > WS-GRD-COUNT
                IF WS-GRD-ID(WS-GRD-IDX) = WS-AFF-ID(WS-AFF-I)
            MOVE 0 TO WS-COUNT-RECHAZADAS.

       COPY "INTLKWR.cpy".
       COPY "RCUOWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM CORRIGE-NOTAS.
