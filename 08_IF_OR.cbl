      *          allows it. A badge with no schedule record keeps
      *          the old unrestricted behavior, as do attempt
      *          records that do not carry a timestamp yet.
      *          A zone right that VERIFICA-CERTIFICACIONES suspended
      *          on BADGZONE.DAT because the holder's required safety
      *          certification lapsed is denied with a CERTIF VENCIDA
      *          audit decision until the certification is renewed,
      *          and one suspended at the deadline of a quarterly
      *          recertification campaign the department head never
      *          answered (APLICA-RECERTIF) with a SIN RECERTIF one
      *          until the head certifies it.
      *          Exit readers feed the same transactions file with
      *          the direction flag set: an exit is always allowed,
      *          audited as SALIDA alongside the entries, and takes
      *          the badge off the live occupancy file OCUPA.DAT,
      *          which every granted entry (employees and visitors
      *          alike) sets to the zone entered. A second entry to
      *          the same zone on the same day with no exit in
      *          between is denied with an ANTIPASSBACK decision,
      *          unless PARM08.DAT switches anti-passback off. In
      *          simulation mode the occupancy file is read but not
      *          updated. LISTA-EVACUACION prints the muster list
      *          off OCUPA.DAT and REPORTA-SIN-SALIDA the nightly
      *          never-exited report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BADGE-ZONE-MATRIX ASSIGN TO "BADGZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BZM-STATUS.
           COPY "OCUPSL.cpy".
           COPY "OPSLOGSL.cpy".
           COPY "RUNSTSL.cpy".

      *    Puerta/zona del intento; en blanco (registros viejos del
      *    torno unico) se asume la puerta principal PRIN.
           05  ATT-ZONA             PIC X(4).
      *    S = lector de salida; en blanco o E, entrada (registros
      *    viejos y tornos de entrada).
           05  ATT-SENTIDO          PIC X.

       FD  AUDIT-TRAIL.
       01  AUDIT-LINE               PIC X(80).

      *    Numero de intentos fallidos que bloquea la credencial, y
      *    flag que permite a los supervisores entrar fuera de su
      *    ventana. N en el ultimo byte apaga el anti-passback.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-MAX-INTENTOS    PIC 9(3).
           05  PARM-OVERRIDE-FH     PIC X.
           05  PARM-ANTIPASSBACK    PIC X.

       FD  ZONE-MASTER.
       01  ZONE-MASTER-RECORD.
       01  BADGE-ZONE-RECORD.
           05  BZ-BADGE-ID          PIC X(8).
           05  BZ-ZONA              PIC X(4).
      *    C = derecho suspendido por certificacion vencida
      *    (VERIFICA-CERTIFICACIONES); en blanco, vigente.
           05  BZ-ESTADO            PIC X.

       COPY "OCUPFD.cpy".
       COPY "OPSLOGFD.cpy".
       COPY "RUNSTFD.cpy".

               10  WS-SCH-SUPER     PIC X.
       01  WS-OVERRIDE-FH-SWITCH    PIC X VALUE "N".
           88  WS-OVERRIDE-FH       VALUE "Y".
       01  WS-ANTIPASSBACK-SWITCH   PIC X VALUE "Y".
           88  WS-ANTIPASSBACK      VALUE "Y".
      *    Dia y hora del intento para la ocupacion: los del torno si
      *    vienen en el registro, si no los del sistema.
       01  WS-INT-FECHA             PIC 9(8).
       01  WS-INT-HORA              PIC 9(4).
       01  WS-ZON-STATUS            PIC XX.
           88  WS-ZON-OK            VALUE "00".
       01  WS-BZM-STATUS            PIC XX.
                   INDEXED BY WS-BZM-IDX.
               10  WS-BZM-BADGE     PIC X(8).
               10  WS-BZM-ZONA      PIC X(4).
               10  WS-BZM-ESTADO    PIC X.
       01  WS-ZONA-INTENTO          PIC X(4).
       01  WS-ZONA-DENEGADA-SWITCH  PIC X.
           88  WS-ZONA-DENEGADA     VALUE "Y".
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "PINHWS.cpy".
       COPY "OCUPWS.cpy".
       COPY "OPSLOGWS.cpy".
       COPY "RUNSTWS.cpy".

            PERFORM CARGA-HORARIOS.
            PERFORM CARGA-ZONAS.
            PERFORM CARGA-MATRIZ-ZONAS.
            PERFORM CARGA-OCUPACION.

      *    Modo simulacion: las reglas corren igual, pero contra un
      *    fichero de muestra y sin tocar la auditoria real.
                    PERFORM GRABA-BLOQUEOS
                END-IF
                PERFORM ESCRIBE-REPORTE-BLOQUEADOS
                PERFORM GRABA-OCUPACION
            END-IF.

            MOVE WS-RUNST-IN-COUNT TO WS-RUNST-OUT-COUNT.
                MOVE ATT-ZONA TO WS-ZONA-INTENTO
            END-IF.
            MOVE WS-ZONA-INTENTO TO WS-AUD-ZONA.
            IF ATT-FECHA IS NUMERIC
                MOVE ATT-FECHA TO WS-INT-FECHA
            ELSE
                MOVE WS-TS-DATE TO WS-INT-FECHA
            END-IF.
            IF ATT-HORA IS NUMERIC
                MOVE ATT-HORA TO WS-INT-HORA
            ELSE
                MOVE WS-TS-TIME (1:4) TO WS-INT-HORA
            END-IF.

      *    Salir siempre se permite, aun con la credencial bloqueada
      *    o fuera de horario: una puerta de salida que no abre es
      *    un riesgo en una evacuacion. Solo se audita y se saca al
      *    badge de la ocupacion.
            IF ATT-SENTIDO = "S"
                MOVE "SALIDA" TO WS-AUD-DECISION
            ELSE
                PERFORM DECIDE-ENTRADA
            END-IF.
            IF NOT WS-SIM-MODE
                PERFORM ACTUALIZA-OCUPACION
            END-IF.
      *    En modo simulacion no se consume el correlativo real:
      *    quemarlo en una corrida .SIM dejaria huecos en la
      *    secuencia de ACCSAUDT.TXT y VERIFICA-SECUENCIA los
      *    reportaria como manipulacion, igual que BADGLOCK.DAT y
      *    LOCKRPT.TXT tampoco se tocan en simulacion.
            IF WS-SIM-MODE
                MOVE 0 TO WS-AUD-SEQ
            ELSE
                PERFORM ESTAMPA-SECUENCIA-AUDIT
            END-IF.
            WRITE AUDIT-LINE FROM WS-AUDIT-LINE.
            IF NOT WS-AUD-OK
                MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                MOVE "EVALUA-INTENTO WRITE" TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.

       DECIDE-ENTRADA.
            PERFORM VERIFICA-ZONA.

            MOVE SPACES TO WS-PIN-CODE.
            END-IF
            END-IF
            END-IF.
      *    Anti-passback: una segunda entrada a la misma zona en el
      *    mismo dia sin salida de por medio es una credencial
      *    pasada hacia afuera a un segundo portador. Una fila de un
      *    dia anterior (salida no marcada, ver REPORTA-SIN-SALIDA)
      *    no deja a nadie afuera al dia siguiente.
            IF WS-AUD-DECISION = "PUEDE ENTRAR" AND WS-ANTIPASSBACK
                MOVE ATT-BADGE-ID TO WS-OC-LOOKUP-BADGE
                PERFORM BUSCA-OCUPANTE
                IF WS-OC-IX > 0
                    IF WS-OC-TBL-ZONA (WS-OC-IX) = WS-ZONA-INTENTO
                            AND WS-OC-TBL-FECHA (WS-OC-IX)
                                = WS-INT-FECHA
                        MOVE "ANTIPASSBACK" TO WS-AUD-DECISION
                    END-IF
                END-IF
            END-IF.

       ACTUALIZA-OCUPACION.
      *    Una entrada concedida pone (o mueve) al badge en la zona
      *    del intento; una salida lo saca. Las denegaciones no
      *    cambian la ocupacion.
            MOVE ATT-BADGE-ID TO WS-OC-LOOKUP-BADGE.
            PERFORM BUSCA-OCUPANTE.
            IF WS-AUD-DECISION = "SALIDA"
                IF WS-OC-IX > 0
                    PERFORM QUITA-OCUPANTE
                END-IF
            ELSE
                IF WS-AUD-DECISION = "PUEDE ENTRAR"
                    IF WS-OC-IX = 0
                        IF WS-OC-COUNT >= WS-OC-MAX
                            DISPLAY "TABLA DE OCUPACION LLENA EN "
                                WS-OC-MAX " ENTRADAS"
                            MOVE "ACTUALIZA-OCUPACION"
                                TO WS-ABEND-PARAGRAPH
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-OC-COUNT
                        MOVE WS-OC-COUNT TO WS-OC-IX
                        MOVE ATT-BADGE-ID
                            TO WS-OC-TBL-BADGE (WS-OC-IX)
                    END-IF
                    MOVE WS-ZONA-INTENTO TO WS-OC-TBL-ZONA (WS-OC-IX)
                    MOVE WS-INT-FECHA TO WS-OC-TBL-FECHA (WS-OC-IX)
                    MOVE WS-INT-HORA TO WS-OC-TBL-HORA (WS-OC-IX)
                    SET WS-OC-CAMBIADO TO TRUE
                END-IF
            END-IF.

       PREPARA-COTEJO-PIN.
                        SET WS-ZONA-DENEGADA TO TRUE
                        MOVE "SIN AUTORIZ ZONA"
                            TO WS-ZONA-RAZON
                    ELSE
                        IF WS-BZM-ESTADO(WS-BZM-IDX) = "C"
                            SET WS-ZONA-DENEGADA TO TRUE
                            MOVE "CERTIF VENCIDA"
                                TO WS-ZONA-RAZON
                        END-IF
                        IF WS-BZM-ESTADO(WS-BZM-IDX) = "R"
                            SET WS-ZONA-DENEGADA TO TRUE
                            MOVE "SIN RECERTIF"
                                TO WS-ZONA-RAZON
                        END-IF
                    END-IF
                END-IF
            END-IF.
                                TO WS-BZM-BADGE(WS-BZM-IDX)
                            MOVE BZ-ZONA
                                TO WS-BZM-ZONA(WS-BZM-IDX)
                            MOVE BZ-ESTADO
                                TO WS-BZM-ESTADO(WS-BZM-IDX)
                    END-READ
                END-PERFORM
                CLOSE BADGE-ZONE-MATRIX
                        IF PARM-OVERRIDE-FH = "S"
                            SET WS-OVERRIDE-FH TO TRUE
                        END-IF
                        IF PARM-ANTIPASSBACK = "N"
                            MOVE "N" TO WS-ANTIPASSBACK-SWITCH
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
            MOVE "N" TO WS-PIN-FILE-SWITCH.
            MOVE "N" TO WS-LOCK-DIRTY-SWITCH.
            MOVE "N" TO WS-OVERRIDE-FH-SWITCH.
            MOVE "Y" TO WS-ANTIPASSBACK-SWITCH.
            MOVE 0 TO WS-LOCK-COUNT.
            MOVE 0 TO WS-SCH-COUNT.
            MOVE "N" TO WS-ZON-ACTIVO-SWITCH.
            END-IF.

       COPY "PINHWR.cpy".
       COPY "OCUPWR.cpy".
       COPY "OPSLOGWR.cpy".
       COPY "RUNSTWR.cpy".

