      ******************************************************************
      * Copybook: OPCLWR
      * Purpose:  Operator password paragraphs. COTEJA-CLAVE-
      *           OPERADOR checks WS-OPCL-CLAVE against the operator
      *           record in WS-OPCL-REGISTRO: a locked or disabled
      *           operator is refused whatever the password, a wrong
      *           password comes back E, a right one that is still
      *           the temporary one (or clear, never converted) or
      *           past its expiry comes back C, and only then V.
      *           A wrong password is counted on the operator record
      *           (CUENTA-FALLO-OPERADOR) and at the policy maximum
      *           the operator is locked; the caller writes the
      *           record back with GRABA-FALLO-OPERADOR. Every check
      *           is appended to OPERUSO.DAT. FIRMA-OPERADOR-MASTER
      *           does the whole sign-on of a desk or approval
      *           screen: load OPERMAST, look the operator up, check
      *           and write back a failure.
      *           CALCULA-HASH-CLAVE is the one-way form OPERMAST
      *           stores, GENERA-SAL-CLAVE a fresh per-operator salt.
      *           Callers supply WS-ABEND-STATUS / WS-ABEND-PARAGRAPH
      *           and 9999-ABEND-FILE-ERROR, same contract as
      *           OPSLOGWR, and copy the OPERMAST set (OPERSL, OPERFD,
      *           OPERWS, OPERWR) for the policy and the rewrite.
      ******************************************************************
       COTEJA-CLAVE-OPERADOR.
      *    Fila sin sal = registro aun en claro (anterior a la
      *    conversion): el cotejo es en claro y el cambio se exige.
            PERFORM FECHA-HOY-OPERADOR.
            IF WS-OPCL-SAL = SPACES
                MOVE WS-OPCL-CLAVE TO WS-OPCL-COTEJO
            ELSE
                MOVE WS-OPCL-SAL TO WS-OPCL-SAL-CALCULO
                PERFORM CALCULA-HASH-CLAVE
                MOVE WS-OPCL-HASH TO WS-OPCL-COTEJO
            END-IF.
            EVALUATE TRUE
                WHEN WS-OPCL-EST-BLOQUEADO
                    SET WS-OPCL-BLOQUEADA TO TRUE
                    DISPLAY "OPERADOR " WS-OPCL-ID " BLOQUEADO POR "
                        "INTENTOS FALLIDOS - PEDIR DESBLOQUEO AL "
                        "SUPERVISOR"
                WHEN WS-OPCL-EST-INHABIL
                    SET WS-OPCL-INHABILITADA TO TRUE
                    DISPLAY "OPERADOR " WS-OPCL-ID " INHABILITADO - "
                        "PEDIR REHABILITACION AL SUPERVISOR"
                WHEN WS-OPCL-COTEJO NOT = WS-OPCL-GUARDADA
                    SET WS-OPCL-ERRONEA TO TRUE
                WHEN WS-OPCL-SAL = SPACES
                    SET WS-OPCL-CAMBIO-DEBIDO TO TRUE
                WHEN WS-OPCL-CAMBIO-PEND
                    SET WS-OPCL-CAMBIO-DEBIDO TO TRUE
                WHEN WS-OPCL-VENCE IS NUMERIC
                        AND WS-OPCL-VENCE > 0
                        AND WS-OPCL-HOY > WS-OPCL-VENCE
                    SET WS-OPCL-CAMBIO-DEBIDO TO TRUE
                WHEN OTHER
                    SET WS-OPCL-VALIDA TO TRUE
            END-EVALUATE.
            IF WS-OPCL-CAMBIO-DEBIDO
                DISPLAY "CLAVE VENCIDA O TEMPORAL - DEBE CAMBIARSE "
                    "AL FIRMAR EN EL MENU"
            END-IF.
            IF WS-OPCL-ERRONEA
                PERFORM CUENTA-FALLO-OPERADOR
            END-IF.
            PERFORM REGISTRA-USO-OPERADOR.

       CUENTA-FALLO-OPERADOR.
      *    Los fallos se acumulan entre sesiones y entre pantallas
      *    (menu, aprobaciones, supervisores): al llegar al tope de
      *    la politica el operador queda bloqueado hasta que un
      *    supervisor lo desbloquee.
            PERFORM LEE-POLITICA-CLAVES.
            IF WS-OPCL-FALLOS < 99
                ADD 1 TO WS-OPCL-FALLOS
            END-IF.
            IF WS-OPCL-FALLOS >= WS-OPM-MAX-FALLOS
                MOVE "B" TO WS-OPCL-ESTADO
                MOVE WS-OPCL-HOY TO WS-OPCL-FECHA-ESTADO
                MOVE WS-OPCL-FALLOS TO WS-OPCL-FALLOS-EDIT
                DISPLAY "OPERADOR " WS-OPCL-ID " BLOQUEADO TRAS "
                    WS-OPCL-FALLOS-EDIT " INTENTOS FALLIDOS"
                MOVE SPACES TO WS-OPSLOG-EVENT
                STRING "OPER BLOQUEO " WS-OPCL-ID
                    DELIMITED BY SIZE INTO WS-OPSLOG-EVENT
                PERFORM REGISTRA-OPSLOG
            END-IF.

       GRABA-FALLO-OPERADOR.
      *    Devuelve a OPERMAST la fila con el fallo contado (y el
      *    bloqueo, si llego al tope). La fila es la WS-OPM-IX de la
      *    tabla que cargo CARGA-OPERADORES; se regraba por el .NEW.
            MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-IX).
            SET WS-OPM-CAMBIADO TO TRUE.
            PERFORM GRABA-OPERADORES.

       FIRMA-OPERADOR-MASTER.
      *    Firma de una pantalla de aprobacion: WS-OPM-LOOKUP-ID y
      *    WS-OPCL-CLAVE de entrada; vuelve WS-OPCL-RESULTADO (D si
      *    el id no esta en el master) con la fila en WS-OPCL-
      *    REGISTRO. Sin OPERMAST.DAT queda WS-OPM-HAY-MASTER en "N"
      *    y no se coteja nada.
            PERFORM CARGA-OPERADORES.
            IF WS-OPM-HAY-MASTER
                PERFORM BUSCA-OPERADOR
                IF WS-OPM-IX = 0
                    MOVE SPACES TO WS-OPCL-REGISTRO
                    MOVE WS-OPM-LOOKUP-ID TO WS-OPCL-ID
                    SET WS-OPCL-DESCONOCIDA TO TRUE
                    PERFORM REGISTRA-USO-OPERADOR
                ELSE
                    MOVE WS-OPM-ENTRY (WS-OPM-IX) TO WS-OPCL-REGISTRO
                    PERFORM COTEJA-CLAVE-OPERADOR
                    IF WS-OPCL-ERRONEA
                        PERFORM GRABA-FALLO-OPERADOR
                    END-IF
                END-IF
            END-IF.

       CALCULA-HASH-CLAVE.
      *    Producto rodante sobre sal y clave, reducido modulo un
      *    primo de ocho cifras: el master guarda solo el resultado.
            MOVE WS-OPCL-SAL-CALCULO TO WS-OPCL-ENT-SAL.
            MOVE WS-OPCL-CLAVE TO WS-OPCL-ENT-CLAVE.
            MOVE 7 TO WS-OPCL-ACUM.
            PERFORM VARYING WS-OPCL-I FROM 1 BY 1
                    UNTIL WS-OPCL-I > 12
                COMPUTE WS-OPCL-ORD = FUNCTION ORD(
                    WS-OPCL-ENTRADA (WS-OPCL-I:1))
                COMPUTE WS-OPCL-ACUM = FUNCTION MOD(
                    WS-OPCL-ACUM * 31 + WS-OPCL-ORD, 99999989)
            END-PERFORM.
            COMPUTE WS-OPCL-HASH-NUM = WS-OPCL-ACUM.
            MOVE WS-OPCL-HASH-NUM TO WS-OPCL-HASH.

       GENERA-SAL-CLAVE.
            MOVE FUNCTION CURRENT-DATE TO WS-OPCL-TIMESTAMP.
            IF WS-OPCL-TS-RESTO (1:2) IS NUMERIC
                    AND WS-OPCL-TS-HORA IS NUMERIC
                COMPUTE WS-OPCL-SAL-NUM = FUNCTION MOD(
                    WS-OPCL-TS-HORA + FUNCTION NUMVAL(
                    WS-OPCL-TS-RESTO (1:2)) * 37
                    + WS-OPCL-SAL-AJUSTE, 10000)
            ELSE
                MOVE WS-OPCL-SAL-AJUSTE TO WS-OPCL-SAL-NUM
            END-IF.
            ADD 1 TO WS-OPCL-SAL-AJUSTE.
            MOVE WS-OPCL-SAL-NUM TO WS-OPCL-SAL-CALCULO.

       FECHA-HOY-OPERADOR.
      *    Vigencia e inactividad corren por dia calendario, no por
      *    fecha de negocio: la consola se usa tambien en fin de
      *    semana.
            MOVE FUNCTION CURRENT-DATE TO WS-OPCL-TIMESTAMP.
            MOVE WS-OPCL-TS-FECHA TO WS-OPCL-HOY.
            MOVE WS-OPCL-TS-HORA TO WS-OPCL-AHORA.

       REGISTRA-USO-OPERADOR.
            PERFORM FECHA-HOY-OPERADOR.
            OPEN EXTEND OPERATOR-USE-LOG.
            IF NOT WS-OPCL-USO-OK
                OPEN OUTPUT OPERATOR-USE-LOG
                IF NOT WS-OPCL-USO-OK
                    MOVE WS-OPCL-USO-STATUS TO WS-ABEND-STATUS
                    MOVE "REGISTRA-USO-OPERADOR OPEN"
                        TO WS-ABEND-PARAGRAPH
                    PERFORM 9999-ABEND-FILE-ERROR
                END-IF
            END-IF.
            MOVE WS-OPCL-ID TO OU-OPERATOR-ID.
            MOVE WS-OPCL-HOY TO OU-FECHA.
            MOVE WS-OPCL-AHORA TO OU-HORA.
            MOVE WS-OPSLOG-PROGRAM TO OU-PROGRAMA.
            MOVE WS-OPCL-RESULTADO TO OU-RESULTADO.
            WRITE OPERATOR-USE-RECORD.
            IF NOT WS-OPCL-USO-OK
                MOVE WS-OPCL-USO-STATUS TO WS-ABEND-STATUS
                MOVE "REGISTRA-USO-OPERADOR WRITE"
                    TO WS-ABEND-PARAGRAPH
                PERFORM 9999-ABEND-FILE-ERROR
            END-IF.
            CLOSE OPERATOR-USE-LOG.
