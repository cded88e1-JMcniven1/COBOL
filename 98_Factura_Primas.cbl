      * Date:
      * Purpose: Monthly benefit premium billing over the enrollment
      *          master. Prices each active BENENROL.DAT enrollment
      *          at its coverage tier -- the one elected at open
      *          enrollment (BE-NIVEL, written at the plan-year
      *          start by APLICA-ELECCIONES) or, when blank, the one
      *          derived from the dependent count -- from the
      *          plan-rates control file (PLANRATE.DAT: one
      *          line per coverage tier with total premium and
      *          employee share, the PARM33.DAT external-control
      *          idiom), prints the premium register per department
      *          employer share on BENGL.DAT for the GL extract. The
      *          register closes reconciling our calculated premium
      *          against the carrier's invoice (CARRINV.DAT) when
      *          one is on disk, registered by RECIBE-FEEDS on the
      *          receipt register and not reconciled before; an
      *          invoice reconciled for the month is marked processed
      *          on the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PREMIUM-REGISTER ASSIGN TO "PREMREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY "RCRGSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".
           COPY "SITESL.cpy".
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

      *    Una tarifa por nivel de cobertura: S individual, C
      *    pareja, F familiar; prima total y parte del empleado con
       FD  PREMIUM-REGISTER.
       01  REPORT-LINE              PIC X(80).

       COPY "RCRGFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".
       COPY "SITEFD.cpy".
       01  WS-DEPT-PRIMA            PIC 9(9)V99 VALUE 0.
       01  WS-FIRST-SWITCH          PIC X VALUE "Y".
           88  WS-FIRST             VALUE "Y".
       01  WS-FACTURA-SWITCH        PIC X VALUE "N".
           88  WS-FACTURA-HALLADA   VALUE "Y".

      *    Deducciones BEN nuevas a inyectar al stream de nomina.
       01  WS-BEN-MAX               PIC 9(4) VALUE 1000.

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "RCRGWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".
       COPY "SITEWS.cpy".
                    MOVE BE-DEPTO TO WS-CURRENT-DEPT
                END-IF
            END-IF.
      *    El nivel elegido en la inscripcion abierta rige desde el
      *    inicio del ano de plan; sin eleccion sale de los
      *    dependientes.
            IF BE-NIVEL NOT = SPACE
                MOVE BE-NIVEL TO WS-TIER
            ELSE
                PERFORM DERIVA-NIVEL
            END-IF.
            PERFORM BUSCA-TARIFA.
            IF NOT WS-PLR-HALLADA
                ADD 1 TO WS-SIN-TARIFA

       RECONCILIA-FACTURA.
      *    La factura de la aseguradora contra nuestra prima
      *    calculada, el reporte que finanzas venia pidiendo. Solo
      *    una factura registrada por RECIBE-FEEDS y nunca conciliada;
      *    si no, la facturacion sigue y el registro lo dice.
            MOVE "CARRINV" TO WS-RCR-FEED.
            MOVE "CARRINV.DAT" TO WS-RCR-FICHERO.
            PERFORM VERIFICA-RECEPCION.
            IF WS-RCR-RECHAZADA
                IF WS-RCR-RES-PROCESADA
                    MOVE "CARRINV.DAT YA CONCILIADA - NO SE REPITE"
                        TO REPORT-LINE
                ELSE
                    MOVE "CARRINV.DAT SIN REGISTRAR - NO SE CONCILIA"
                        TO REPORT-LINE
                END-IF
                WRITE REPORT-LINE
                PERFORM VERIFICA-ESCRITURA
            ELSE
                PERFORM RECONCILIA-FACTURA-2
            END-IF.

       RECONCILIA-FACTURA-2.
            MOVE "N" TO WS-FACTURA-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CARRIER-INVOICE.
            IF WS-CIN-OK
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF CV-ANOMES = WS-ANOMES
                                SET WS-FACTURA-HALLADA TO TRUE
                                COMPUTE WS-DIFERENCIA =
                                    CV-IMPORTE - WS-TOT-PRIMA
                                MOVE CV-IMPORTE TO WS-REC-FACTURA
                CLOSE CARRIER-INVOICE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            IF WS-FACTURA-HALLADA
                PERFORM MARCA-RECEPCION-PROCESADA
            END-IF.

       INYECTA-DEDUCCIONES.
      *    Las deducciones BEN del mes reemplazan a las BEN previas
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "RCRGWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".
       COPY "SITEWR.cpy".
