      *          match-merge then re-emits the full current record
      *          instead of the change being lost between images
      *          (the bureau's intake takes a re-add of a known id
      *          as a full replace). The return is also the
      *          bureau's receipt of the file: it acknowledges the
      *          BUREAU entry of the transmission register, matched
      *          on detail count and salary total. The return is
      *          taken only when RECIBE-FEEDS registered it on the
      *          receipt register and its content was never
      *          processed before (RC 8 otherwise, nothing touched);
      *          once processed it is marked so on the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJECT-REPORT ASSIGN TO "BURRJREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "TXRGSL.cpy".
           COPY "RCRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

       01  RETURN-LINE              PIC X(20).

       FD  BUREAU-FILE.
       01  BUREAU-LINE              PIC X(84).

       FD  PRIOR-IMAGE.
       01  PRIOR-RECORD.
           05  PI-EMPLOYEE-ID       PIC 9(6).
           05  PI-RESTO             PIC X(72).

       FD  PRIOR-NEW.
       01  PRIOR-NEW-LINE           PIC X(78).

       FD  REJECT-REPORT.
       01  REPORT-LINE              PIC X(80).

       COPY "TXRGFD.cpy".
       COPY "RCRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".

           88  WS-BUR-EOF           VALUE "Y".
       01  WS-PRI-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PRI-EOF           VALUE "Y".
       01  WS-RET-PRESENTE-SWITCH   PIC X VALUE "N".
           88  WS-RET-PRESENTE      VALUE "Y".

       01  WS-RETURN-DETAIL.
           05  WS-RET-TIPO          PIC X.
           05  WS-RET-REASON        PIC X(3).
           05  FILLER               PIC X(8).

      *    El detalle lleva el registro maestro completo tras el
      *    codigo de accion; el salario entra al total de control.
       01  WS-BUREAU-DETAIL.
           05  WS-BUD-TIPO          PIC X.
           05  WS-BUD-EMPLOYEE      PIC 9(6).
           05  FILLER               PIC X(41).
           05  WS-BUD-SALARIO       PIC 9(7)V99.
           05  FILLER               PIC X(27).
       01  WS-BUREAU-HEADER REDEFINES WS-BUREAU-DETAIL.
           05  FILLER               PIC X.
           05  WS-BUH-FECHA         PIC 9(8).
           05  FILLER               PIC X(75).

      *    Detalles del extracto enviado, cargados en memoria para
      *    casar el acuse contra lo que realmente salio.
               10  WS-EXT-ACTION    PIC X.
               10  WS-EXT-EMP       PIC 9(6).
               10  WS-EXT-ACUSADO   PIC X.
               10  WS-EXT-SALARIO   PIC 9(7)V99.
       01  WS-EXT-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-EXT-HALLADO       VALUE "Y".

       01  WS-COUNT-SIN-DETALLE     PIC 9(6) VALUE 0.
       01  WS-COUNT-SIN-ACUSE       PIC 9(6) VALUE 0.
       01  WS-LEIDOS                PIC 9(6) VALUE 0.
      *    Acuse de la transmision: fecha de negocio de la cabecera
      *    de BUREAU.DAT y lo que el bureau acuso de ella (detalles
      *    casados, aceptados o rechazados, y el salario de las A/C
      *    casadas, el mismo total de control del trailer).
       01  WS-BUR-FECHA-ENVIO       PIC 9(8) VALUE 0.
       01  WS-ACU-REGISTROS         PIC 9(7) VALUE 0.
       01  WS-ACU-TOTAL             PIC 9(11)V99 VALUE 0.

       01  WS-REJECT-LINE.
           05  FILLER               PIC X(20)

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "TXRGWS.cpy".
       COPY "RCRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM REGISTRA-OPSLOG.
            PERFORM INICIA-RUNSTATS.

      *    Solo un retorno registrado por RECIBE-FEEDS y nunca
      *    procesado: el mismo retorno dos veces volveria a sacar
      *    de la imagen previa a los ya reencolados.
            MOVE "BUREAURT" TO WS-RCR-FEED.
            MOVE "BUREAURT.DAT" TO WS-RCR-FICHERO.
            PERFORM VERIFICA-RECEPCION.
            IF WS-RCR-RECHAZADA
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CARGA-EXTRACTO.

            OPEN INPUT RETURN-FILE.
                DISPLAY "BUREAURT.DAT AUSENTE - SIN ACUSE QUE "
                    "PROCESAR"
                SET WS-RET-EOF TO TRUE
            ELSE
                SET WS-RET-PRESENTE TO TRUE
            END-IF.
            OPEN OUTPUT REJECT-REPORT.
            IF NOT WS-RPT-OK
                PERFORM REENCOLA-RECHAZADOS
            END-IF.

            IF WS-RET-PRESENTE AND WS-BUR-FECHA-ENVIO > 0
                PERFORM ACUSA-BUREAU
            END-IF.
            PERFORM MARCA-RECEPCION-PROCESADA.

            MOVE WS-LEIDOS TO WS-RUNST-IN-COUNT.
            MOVE WS-COUNT-RECHAZADOS TO WS-RUNST-OUT-COUNT.
            PERFORM REGISTRA-RUNSTATS.
                PERFORM VERIFICA-ESCRITURA
            ELSE
                MOVE "Y" TO WS-EXT-ACUSADO (EXT-IDX)
                ADD 1 TO WS-ACU-REGISTROS
                IF WS-EXT-ACTION (EXT-IDX) NOT = "R"
                    ADD WS-EXT-SALARIO (EXT-IDX) TO WS-ACU-TOTAL
                END-IF
                IF WS-RET-RECHAZADO
                    PERFORM PROCESA-RECHAZO
                ELSE
                                OR WS-BUD-TIPO = "R"
                            PERFORM CARGA-UN-DETALLE
                        END-IF
                        IF WS-BUD-TIPO = "H"
                            MOVE WS-BUH-FECHA TO WS-BUR-FECHA-ENVIO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BUR-OK OR WS-BUR-STATUS = "10"
                MOVE WS-BUD-TIPO TO WS-EXT-ACTION (EXT-IDX)
                MOVE WS-BUD-EMPLOYEE TO WS-EXT-EMP (EXT-IDX)
                MOVE "N" TO WS-EXT-ACUSADO (EXT-IDX)
                MOVE WS-BUD-SALARIO TO WS-EXT-SALARIO (EXT-IDX)
            ELSE
                DISPLAY "TABLA DE EXTRACTO LLENA - DETALLE OMITIDO"
            END-IF.

       ACUSA-BUREAU.
      *    El retorno es el acuse de recibo de BUREAU.DAT en el
      *    registro de transmisiones: lo que el bureau acuso se
      *    coteja con los totales registrados al enviar; un detalle
      *    sin acuse deja la transmision discrepante.
            MOVE "BUREAU" TO WS-TXR-INTERFAZ.
            MOVE WS-BUR-FECHA-ENVIO TO WS-TXR-FECHA.
            MOVE "A" TO WS-TXR-ACUSE-TIPO.
            MOVE WS-ACU-REGISTROS TO WS-TXR-ACUSE-REGISTROS.
            MOVE WS-ACU-TOTAL TO WS-TXR-ACUSE-TOTAL.
            MOVE "BUREAURT.DAT" TO WS-TXR-ACUSE-REF.
            MOVE "F" TO WS-TXR-ACUSE-ORIGEN.
            MOVE "Y" TO WS-TXR-COTEJA-SWITCH.
            PERFORM ACUSA-TRANSMISION.
            EVALUATE TRUE
                WHEN WS-TXR-RES-DISCREPANTE
                    DISPLAY "ACUSE BUREAU " WS-TXR-FECHA
                        " NO CUADRA CON LO ENVIADO"
                WHEN WS-TXR-RES-SIN-ENVIO
                    DISPLAY "BUREAU.DAT DEL " WS-TXR-FECHA
                        " SIN TRANSMISION REGISTRADA"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       REENCOLA-RECHAZADOS.
      *    Quita de HRPRIOR.DAT la imagen de los empleados
      *    rechazados: el proximo EXTRAE-DELTA los re-emite enteros.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "TXRGWR.cpy".
       COPY "RCRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

