      *          so an operator can launch any of the day's jobs from
      *          one entry point instead of invoking the executables
      *          separately. Also offers the HR-CONSULTA online
      *          inquiry/update screen over HRMAST, and the
      *          CONSULTA-RECIBOS payslip history inquiry and
      *          reprint (amounts masked per FLDSEC.DAT below the
      *          level the profile demands). The menu now
      *          requires a sign-on against the operator master
      *          (OPERMAST.DAT: id, password, authority level), shows
      *          and accepts only the options the operator's level
      *          is now answerable from the log. With no operator
      *          master on disk the menu runs open with a warning,
      *          so a new installation is not locked out of the tool
      *          that would let it do anything. Option 11 is the
      *          EXTRAE-TITULAR data-subject extract (maintenance
      *          level only). Sign-on follows the password policy
      *          of PARM189.DAT: OPERMAST keeps only the salted hash
      *          of each password, a temporary or expired password
      *          must be changed before the menu opens (and may be
      *          changed at will through option 12), the last
      *          passwords cannot be reused, repeated failures lock
      *          the operator until a supervisor reset on
      *          MANTIENE-OPERADORES, and an id left unused past the
      *          inactivity limit is disabled at its next sign-on.
      *          Every check is logged to OPERUSO.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
      *    Sesion del operador firmado: id y nivel, para que los
      *    programas CALLados apliquen la seguridad de campos sin
      *    volver a pedir la firma.

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERFD.cpy".
       COPY "OPCLFD.cpy".

       FD  OPERATOR-SESSION.
       01  OPERATOR-SESSION-RECORD.
       WORKING-STORAGE SECTION.
       01  WS-OPS-STATUS            PIC XX.
           88  WS-OPS-OK            VALUE "00".
       01  WS-OPCION                PIC 99 VALUE 0.
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-SIGNON-OK-SWITCH      PIC X VALUE "N".
           88  WS-SIGNON-OK         VALUE "Y".
       01  WS-INTENTOS              PIC 9 VALUE 0.
      *    Operador bloqueado, inhabilitado o sin cambio de clave:
      *    no se ofrecen mas intentos.
       01  WS-FIRMA-CORTADA-SWITCH  PIC X VALUE "N".
           88  WS-FIRMA-CORTADA     VALUE "Y".
       01  WS-CLAVE-NUEVA           PIC X(8).
       01  WS-CLAVE-REPITE          PIC X(8).
       01  WS-CLAVE-LARGO           PIC 9(2).
       01  WS-CLAVE-NUEVA-SWITCH    PIC X.
           88  WS-CLAVE-NUEVA-OK    VALUE "Y".
       01  WS-CLAVE-CAMBIADA-SWITCH PIC X.
           88  WS-CLAVE-CAMBIADA    VALUE "Y".
       01  WS-CAMBIO-INTENTOS       PIC 9 VALUE 0.
       01  WS-HIST-I                PIC 9.
       01  WS-DIAS-SIN-USO          PIC S9(7).
       01  WS-VENCE-INT             PIC 9(7).
      *    Nivel minimo exigido por cada opcion del menu.
       01  WS-NIVEL-OPCION-VAL.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 1.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 1.
           05  FILLER               PIC 9 VALUE 1.
       01  WS-NIVEL-OPCION-R REDEFINES WS-NIVEL-OPCION-VAL.
           05  WS-NIVEL-OPCION OCCURS 13 TIMES PIC 9.
      *    Cabe justo en los 40 bytes de WS-OPSLOG-EVENT:
      *    6 + 20 + 4 + 8 = 38.
       01  WS-LANZA-EVENTO.
           05  WS-LNZ-OPERADOR      PIC X(8).
       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       FIRMA-OPERADOR.
      *    Tres intentos de firma contra OPERMAST.DAT; sin master en
      *    disco el menu corre abierto con nivel maximo y un aviso.
            MOVE "MENU-DRIVER" TO WS-OPSLOG-PROGRAM.
            PERFORM CARGA-OPERADORES.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - MENU SIN CONTROL DE "
                    "OPERADORES"
                MOVE "ABIERTO" TO WS-OPERADOR
                MOVE 3 TO WS-NIVEL
                SET WS-SIGNON-OK TO TRUE
            ELSE
                PERFORM LEE-POLITICA-CLAVES
                PERFORM UNTIL WS-SIGNON-OK OR WS-INTENTOS >= 3
                        OR WS-FIRMA-CORTADA
                    ADD 1 TO WS-INTENTOS
                    DISPLAY "OPERADOR: " WITH NO ADVANCING
                    ACCEPT WS-OPERADOR
                    DISPLAY "CLAVE: " WITH NO ADVANCING
                    ACCEPT WS-CLAVE
                    PERFORM VALIDA-FIRMA
                    IF NOT WS-SIGNON-OK AND NOT WS-FIRMA-CORTADA
                        DISPLAY "OPERADOR O CLAVE INCORRECTOS"
                    END-IF
                END-PERFORM
            CLOSE OPERATOR-SESSION.

       VALIDA-FIRMA.
      *    El master se relee en cada intento (otra consola pudo
      *    bloquear o cambiar la clave) y se regraba con el fallo,
      *    el bloqueo o el ultimo uso del operador.
            PERFORM CARGA-OPERADORES.
            MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID.
            PERFORM BUSCA-OPERADOR.
            IF WS-OPM-IX = 0
                MOVE SPACES TO WS-OPCL-REGISTRO
                MOVE WS-OPERADOR TO WS-OPCL-ID
                SET WS-OPCL-DESCONOCIDA TO TRUE
                PERFORM REGISTRA-USO-OPERADOR
            ELSE
                MOVE WS-OPM-ENTRY (WS-OPM-IX) TO WS-OPCL-REGISTRO
                PERFORM VERIFICA-INACTIVIDAD
                MOVE WS-CLAVE TO WS-OPCL-CLAVE
                PERFORM COTEJA-CLAVE-OPERADOR
                EVALUATE TRUE
                    WHEN WS-OPCL-VALIDA
                        PERFORM ACEPTA-FIRMA
                    WHEN WS-OPCL-CAMBIO-DEBIDO
                        PERFORM CAMBIO-CLAVE
                        IF WS-CLAVE-CAMBIADA
                            PERFORM ACEPTA-FIRMA
                        ELSE
                            DISPLAY "CLAVE NO CAMBIADA - FIRMA "
                                "RECHAZADA"
                            SET WS-FIRMA-CORTADA TO TRUE
                        END-IF
                    WHEN WS-OPCL-ERRONEA
                        PERFORM CUENTA-FALLO
                    WHEN OTHER
                        SET WS-FIRMA-CORTADA TO TRUE
                END-EVALUATE
                MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-IX)
                SET WS-OPM-CAMBIADO TO TRUE
                PERFORM GRABA-OPERADORES
            END-IF.

       VERIFICA-INACTIVIDAD.
      *    Un id activo que no firmo en mas dias que la politica
      *    queda inhabilitado aqui mismo, sin esperar a la revision
      *    mensual de REVISA-OPERADORES. Ultimo uso cero = reloj aun
      *    sin arrancar (lo arranca la revision o el alta).
            PERFORM FECHA-HOY-OPERADOR.
            IF NOT WS-OPCL-EST-BLOQUEADO
                    AND NOT WS-OPCL-EST-INHABIL
                    AND WS-OPCL-ULTIMO-USO > 0
                COMPUTE WS-DIAS-SIN-USO =
                    FUNCTION INTEGER-OF-DATE (WS-OPCL-HOY)
                    - FUNCTION INTEGER-OF-DATE (WS-OPCL-ULTIMO-USO)
                IF WS-DIAS-SIN-USO > WS-OPM-DIAS-INACTIVO
                    MOVE "I" TO WS-OPCL-ESTADO
                    MOVE WS-OPCL-HOY TO WS-OPCL-FECHA-ESTADO
                    MOVE SPACES TO WS-OPSLOG-EVENT
                    STRING "OPER INHABIL " WS-OPCL-ID
                        " INACTIVIDAD" DELIMITED BY SIZE
                        INTO WS-OPSLOG-EVENT
                    PERFORM REGISTRA-OPSLOG
                END-IF
            END-IF.

       ACEPTA-FIRMA.
            MOVE 0 TO WS-OPCL-FALLOS.
            MOVE WS-OPCL-HOY TO WS-OPCL-ULTIMO-USO.
            MOVE WS-OPCL-NIVEL TO WS-NIVEL.
            SET WS-SIGNON-OK TO TRUE.

       CUENTA-FALLO.
      *    COTEJA-CLAVE-OPERADOR ya conto el fallo en la fila; si con
      *    el llego al tope de la politica el operador quedo
      *    bloqueado y la firma se corta.
            IF WS-OPCL-EST-BLOQUEADO
                SET WS-FIRMA-CORTADA TO TRUE
            END-IF.

       CAMBIO-CLAVE.
      *    Tres oportunidades de dar una clave nueva que cumpla la
      *    politica; trabaja sobre la fila en WS-OPCL-REGISTRO.
            MOVE "N" TO WS-CLAVE-CAMBIADA-SWITCH.
            MOVE 0 TO WS-CAMBIO-INTENTOS.
            PERFORM UNTIL WS-CLAVE-CAMBIADA OR WS-CAMBIO-INTENTOS >= 3
                ADD 1 TO WS-CAMBIO-INTENTOS
                MOVE SPACES TO WS-CLAVE-NUEVA WS-CLAVE-REPITE
                DISPLAY "CLAVE NUEVA: " WITH NO ADVANCING
                ACCEPT WS-CLAVE-NUEVA
                DISPLAY "REPITA LA CLAVE NUEVA: " WITH NO ADVANCING
                ACCEPT WS-CLAVE-REPITE
                PERFORM VALIDA-CLAVE-NUEVA
                IF WS-CLAVE-NUEVA-OK
                    PERFORM APLICA-CLAVE-NUEVA
                END-IF
            END-PERFORM.

       VALIDA-CLAVE-NUEVA.
            MOVE "Y" TO WS-CLAVE-NUEVA-SWITCH.
            MOVE 0 TO WS-CLAVE-LARGO.
            IF WS-CLAVE-NUEVA NOT = SPACES
                COMPUTE WS-CLAVE-LARGO = FUNCTION LENGTH (
                    FUNCTION TRIM (WS-CLAVE-NUEVA TRAILING))
            END-IF.
            MOVE WS-CLAVE-NUEVA TO WS-OPCL-CLAVE.
            IF WS-OPCL-SAL = SPACES
                MOVE WS-CLAVE-NUEVA TO WS-OPCL-COTEJO
            ELSE
                MOVE WS-OPCL-SAL TO WS-OPCL-SAL-CALCULO
                PERFORM CALCULA-HASH-CLAVE
                MOVE WS-OPCL-HASH TO WS-OPCL-COTEJO
            END-IF.
            EVALUATE TRUE
                WHEN WS-CLAVE-NUEVA NOT = WS-CLAVE-REPITE
                    DISPLAY "LAS CLAVES NO COINCIDEN"
                    MOVE "N" TO WS-CLAVE-NUEVA-SWITCH
                WHEN WS-CLAVE-LARGO < WS-OPM-LARGO-MINIMO
                    DISPLAY "LA CLAVE DEBE TENER AL MENOS "
                        WS-OPM-LARGO-MINIMO " CARACTERES"
                    MOVE "N" TO WS-CLAVE-NUEVA-SWITCH
                WHEN WS-CLAVE-NUEVA = WS-OPCL-ID
                    DISPLAY "LA CLAVE NO PUEDE SER EL ID DE OPERADOR"
                    MOVE "N" TO WS-CLAVE-NUEVA-SWITCH
                WHEN WS-OPCL-COTEJO = WS-OPCL-GUARDADA
                    DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA "
                        "ACTUAL"
                    MOVE "N" TO WS-CLAVE-NUEVA-SWITCH
                WHEN OTHER
                    IF WS-OPCL-SAL NOT = SPACES
                        PERFORM VARYING WS-HIST-I FROM 1 BY 1
                                UNTIL WS-HIST-I > WS-OPM-HISTORIA
                                OR NOT WS-CLAVE-NUEVA-OK
                            IF WS-OPCL-PREVIA (WS-HIST-I)
                                    = WS-OPCL-HASH
                                DISPLAY "CLAVE USADA EN LAS ULTIMAS "
                                    WS-OPM-HISTORIA " - ELIJA OTRA"
                                MOVE "N" TO WS-CLAVE-NUEVA-SWITCH
                            END-IF
                        END-PERFORM
                    END-IF
            END-EVALUATE.

       APLICA-CLAVE-NUEVA.
      *    La clave saliente entra al historial; una fila aun en
      *    claro recibe su sal y arranca historial vacio (la clave
      *    en claro no se guarda en forma alguna).
            IF WS-OPCL-SAL = SPACES
                PERFORM GENERA-SAL-CLAVE
                MOVE WS-OPCL-SAL-CALCULO TO WS-OPCL-SAL
                MOVE SPACES TO WS-OPCL-HISTORIAL
            ELSE
                PERFORM VARYING WS-HIST-I FROM 5 BY -1
                        UNTIL WS-HIST-I < 2
                    MOVE WS-OPCL-PREVIA (WS-HIST-I - 1)
                        TO WS-OPCL-PREVIA (WS-HIST-I)
                END-PERFORM
                MOVE WS-OPCL-GUARDADA TO WS-OPCL-PREVIA (1)
            END-IF.
            MOVE WS-CLAVE-NUEVA TO WS-OPCL-CLAVE.
            MOVE WS-OPCL-SAL TO WS-OPCL-SAL-CALCULO.
            PERFORM CALCULA-HASH-CLAVE.
            MOVE WS-OPCL-HASH TO WS-OPCL-GUARDADA.
            MOVE "N" TO WS-OPCL-CAMBIO.
            MOVE 0 TO WS-OPCL-FALLOS.
            PERFORM FECHA-HOY-OPERADOR.
            COMPUTE WS-VENCE-INT =
                FUNCTION INTEGER-OF-DATE (WS-OPCL-HOY)
                + WS-OPM-DIAS-VIGENCIA.
            COMPUTE WS-OPCL-VENCE =
                FUNCTION DATE-OF-INTEGER (WS-VENCE-INT).
            SET WS-CLAVE-CAMBIADA TO TRUE.
            DISPLAY "CLAVE CAMBIADA - VENCE EL " WS-OPCL-VENCE.
            MOVE SPACES TO WS-OPSLOG-EVENT.
            STRING "CLAVE CAMBIADA OPERADOR " WS-OPCL-ID
                DELIMITED BY SIZE INTO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       CAMBIA-MI-CLAVE.
      *    Cambio a voluntad del operador firmado: vuelve a pedir la
      *    clave actual (la consola pudo quedar desatendida) y un
      *    fallo cuenta para el bloqueo como en la firma.
            IF WS-OPERADOR = "ABIERTO"
                DISPLAY "SIN OPERMAST.DAT - NO HAY CLAVE QUE CAMBIAR"
            ELSE
                PERFORM CARGA-OPERADORES
                MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID
                PERFORM BUSCA-OPERADOR
                IF WS-OPM-IX = 0
                    DISPLAY "OPERADOR " WS-OPERADOR
                        " YA NO ESTA EN OPERMAST.DAT"
                    SET WS-SALIR TO TRUE
                ELSE
                    MOVE WS-OPM-ENTRY (WS-OPM-IX) TO WS-OPCL-REGISTRO
                    DISPLAY "CLAVE ACTUAL: " WITH NO ADVANCING
                    ACCEPT WS-CLAVE
                    MOVE WS-CLAVE TO WS-OPCL-CLAVE
                    PERFORM COTEJA-CLAVE-OPERADOR
                    EVALUATE TRUE
                        WHEN WS-OPCL-VALIDA
                            PERFORM CAMBIO-CLAVE
                        WHEN WS-OPCL-CAMBIO-DEBIDO
                            PERFORM CAMBIO-CLAVE
                        WHEN WS-OPCL-ERRONEA
                            DISPLAY "CLAVE INCORRECTA"
                            PERFORM CUENTA-FALLO
                            IF WS-FIRMA-CORTADA
                                SET WS-SALIR TO TRUE
                            END-IF
                        WHEN OTHER
                            SET WS-SALIR TO TRUE
                    END-EVALUATE
                    MOVE WS-OPCL-REGISTRO TO WS-OPM-ENTRY (WS-OPM-IX)
                    SET WS-OPM-CAMBIADO TO TRUE
                    PERFORM GRABA-OPERADORES
                END-IF
            END-IF.

       MUESTRA-MENU.
            DISPLAY " ".
            IF WS-NIVEL >= WS-NIVEL-OPCION(9)
                DISPLAY "9. CONSULTA DE CUENTA DEL LIBRO"
            END-IF.
            IF WS-NIVEL >= WS-NIVEL-OPCION(10)
                DISPLAY "10. CONSULTA/REIMPRESION DE RECIBOS"
            END-IF.
            IF WS-NIVEL >= WS-NIVEL-OPCION(11)
                DISPLAY "11. EXTRACTO DE DATOS DE UN TITULAR"
            END-IF.
            IF WS-NIVEL >= WS-NIVEL-OPCION(12)
                DISPLAY "12. CAMBIO DE MI CLAVE"
            END-IF.
            DISPLAY "13. SALIR".
            DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
            ACCEPT WS-OPCION.

      *    SALIR nunca se gatea por nivel: un registro de operador
      *    con nivel danado no debe dejar la consola atrapada.
            EVALUATE TRUE
                WHEN WS-OPCION = 13
                    SET WS-SALIR TO TRUE
                WHEN WS-OPCION < 1 OR WS-OPCION > 13
                    DISPLAY "OPCION INVALIDA"
                WHEN WS-NIVEL < WS-NIVEL-OPCION(WS-OPCION)
                    DISPLAY "OPCION NO AUTORIZADA PARA SU NIVEL"
                    MOVE "CONSULTA-LIBRO" TO WS-LNZ-PROGRAMA
                    PERFORM REGISTRA-LANZAMIENTO
                    CALL "CONSULTA-LIBRO"
                WHEN 10
                    MOVE "CONSULTA-RECIBOS" TO WS-LNZ-PROGRAMA
                    PERFORM REGISTRA-LANZAMIENTO
                    CALL "CONSULTA-RECIBOS"
                WHEN 11
                    MOVE "EXTRAE-TITULAR" TO WS-LNZ-PROGRAMA
                    PERFORM REGISTRA-LANZAMIENTO
                    CALL "EXTRAE-TITULAR"
                WHEN 12
                    PERFORM CAMBIA-MI-CLAVE
            END-EVALUATE.

       REGISTRA-LANZAMIENTO.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MENU-DRIVER.
