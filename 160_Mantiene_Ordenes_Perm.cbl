      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-order desk. Keeps the regular monthly fees,
      *          transfers and charges that were keyed into
      *          LEDGERTX.DAT by hand on ORDPERM.DAT: a code, the
      *          ledger account (checked against ACCTMAST.DAT when the
      *          chart is on disk, and refused when inactive there), a
      *          description, C cargo or A abono, the amount, the
      *          frequency (S weekly, Q fortnightly, M monthly, T
      *          quarterly, A yearly), the first due date, whose day
      *          of the month the monthly, quarterly and yearly orders
      *          keep, and an optional end date. GENERA-ORDPERM
      *          posts the due ones every night ahead of
      *          NUMERO_NEGATIVO. An order can be suspended and
      *          reactivated; a reactivated order resumes from the
      *          first due date on or after the business date,
      *          without recovering the ones skipped while suspended.
      *          To change its amount or account it is suspended and
      *          raised again under a new code, so the entries already
      *          posted keep the order that produced them. The desk is
      *          restricted to operators of level 3 or higher on
      *          OPERMAST.DAT; updates are refused while the nightly
      *          chain holds the data set and each one is logged to
      *          the shared OPSLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-ORDPERM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Plan de cuentas (MANTIENE-CUENTAS): sin plan en disco la
      *    cuenta no se valida, como en EXTRAE-GL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           COPY "OPERSL.cpy".
           COPY "OPCLSL.cpy".
           COPY "ORPESL.cpy".
           COPY "INTLKSL.cpy".
           COPY "OPSLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT           PIC X(8).
           05  AM-OD-LIMIT          PIC 9(7)V99.
           05  AM-DESC              PIC X(30).
           05  AM-TYPE              PIC X.
           05  AM-ACTIVE            PIC X.
           05  AM-CURRENCY          PIC X(3).
           05  AM-RUBRO             PIC X(18).

       COPY "OPERFD.cpy".

       COPY "ORPEFD.cpy".
       COPY "INTLKFD.cpy".
       COPY "OPCLFD.cpy".
       COPY "OPSLOGFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACM-STATUS            PIC XX.
           88  WS-ACM-OK            VALUE "00".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".
       01  WS-SALIR-SWITCH          PIC X VALUE "N".
           88  WS-SALIR             VALUE "Y".
       01  WS-OPCION                PIC 9.
       01  WS-OPERADOR              PIC X(8) VALUE SPACES.
       01  WS-CLAVE                 PIC X(8).
       01  WS-NIVEL                 PIC 9 VALUE 0.
       01  WS-NIVEL-ORDENES         PIC 9 VALUE 3.
       01  WS-AUTORIZADO-SWITCH     PIC X VALUE "N".
           88  WS-AUTORIZADO        VALUE "Y".
       01  WS-VALIDO-SWITCH         PIC X.
           88  WS-VALIDO            VALUE "Y".
       01  WS-AM-FOUND-SWITCH       PIC X.
           88  WS-AM-FOUND          VALUE "Y".
       01  WS-AM-PLAN-SWITCH        PIC X.
           88  WS-AM-PLAN           VALUE "Y".
       01  WS-AM-ACTIVA             PIC X.

       01  WS-CAP-CODIGO            PIC X(6).
       01  WS-CAP-CUENTA            PIC X(8).
       01  WS-CAP-DESC              PIC X(30).
       01  WS-CAP-TIPO              PIC X.
       01  WS-CAP-IMPORTE           PIC 9(7)V99.
       01  WS-CAP-FRECUENCIA        PIC X.
       01  WS-CAP-PRIMERA           PIC 9(8).
       01  WS-CAP-PRIMERA-R REDEFINES WS-CAP-PRIMERA.
           05  WS-PRIMERA-ANO       PIC 9(4).
           05  WS-PRIMERA-MES       PIC 99.
           05  WS-PRIMERA-DIA       PIC 99.
       01  WS-CAP-FIN               PIC 9(8).
       01  WS-CAP-FIN-R REDEFINES WS-CAP-FIN.
           05  WS-FIN-ANO           PIC 9(4).
           05  WS-FIN-MES           PIC 99.
           05  WS-FIN-DIA           PIC 99.
       01  WS-CAP-CONFIRMA          PIC X.
       01  WS-FECHA-CONTROL         PIC 9(8).

       01  WS-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.

       01  WS-ORDEN-EVENTO.
           05  FILLER               PIC X(4) VALUE "ORP ".
           05  WS-ORV-ACCION        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-ORV-CODIGO        PIC X(6).
           05  FILLER               PIC X(4) VALUE " OP ".
           05  WS-ORV-OPERADOR      PIC X(8).

       01  WS-ABEND-STATUS          PIC XX.
       01  WS-ABEND-PARAGRAPH       PIC X(30).
       COPY "ORPEWS.cpy".
       COPY "INTLKWS.cpy".
       COPY "OPERWS.cpy".
       COPY "OPCLWS.cpy".
       COPY "OPSLOGWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZA-CONTADORES.

            MOVE "MANTIENE-ORDPERM" TO WS-OPSLOG-PROGRAM.
            MOVE "STARTED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            IF WS-MODO-ENTRENO
                DISPLAY "*** TRAINING *** MODO ENTRENAMIENTO - "
                    "DATOS DE PRACTICA ***"
            END-IF.

            PERFORM VALIDA-SUPERVISOR.
            IF NOT WS-AUTORIZADO
                DISPLAY "SE REQUIERE NIVEL " WS-NIVEL-ORDENES
                    " PARA MANTENER ORDENES PERMANENTES - SESION "
                    "TERMINADA"
            ELSE
                PERFORM UNTIL WS-SALIR
                    DISPLAY " "
                    DISPLAY "1. ALTA DE ORDEN PERMANENTE"
                    DISPLAY "2. SUSPENDER / REACTIVAR ORDEN"
                    DISPLAY "3. LISTAR ORDENES PERMANENTES"
                    DISPLAY "4. SALIR"
                    DISPLAY "SELECCIONE UNA OPCION: "
                        WITH NO ADVANCING
                    ACCEPT WS-OPCION
                    EVALUATE WS-OPCION
                        WHEN 1
                            PERFORM ALTA-ORDEN
                        WHEN 2
                            PERFORM CAMBIA-ESTADO-ORDEN
                        WHEN 3
                            PERFORM LISTA-ORDENES
                        WHEN 4
                            SET WS-SALIR TO TRUE
                        WHEN OTHER
                            DISPLAY "OPCION INVALIDA"
                    END-EVALUATE
                END-PERFORM
            END-IF.

            MOVE "COMPLETED" TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.
            GOBACK.

       VALIDA-SUPERVISOR.
            DISPLAY "IDENTIFICACION DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.
            DISPLAY "CLAVE: " WITH NO ADVANCING.
            ACCEPT WS-CLAVE.
            MOVE WS-OPERADOR TO WS-OPM-LOOKUP-ID.
            MOVE WS-CLAVE TO WS-OPCL-CLAVE.
            PERFORM FIRMA-OPERADOR-MASTER.
            IF NOT WS-OPM-HAY-MASTER
                DISPLAY "SIN OPERMAST.DAT - MANTENER ORDENES "
                    "REQUIERE EL MASTER DE OPERADORES"
            ELSE
                IF WS-OPCL-VALIDA
                    MOVE WS-OPCL-NIVEL TO WS-NIVEL
                END-IF
                IF WS-NIVEL >= WS-NIVEL-ORDENES
                    SET WS-AUTORIZADO TO TRUE
                END-IF
            END-IF.

       VERIFICA-CANDADO.
      *    Con la cadena nocturna duena del juego de datos la
      *    actualizacion se rehusa; la consulta sigue abierta.
            PERFORM CHECA-INTERLOCK.
            IF WS-INTLK-OCUPADO
                IF WS-INTLK-OBSOLETO
                    DISPLAY "CANDADO DE LOTE OBSOLETO (ABEND?) - "
                        "AVISAR A OPERACIONES Y LIBERAR CON "
                        "LIBERA-INTERLOCK"
                ELSE
                    DISPLAY "CADENA NOCTURNA EN EJECUCION - "
                        "SOLO CONSULTA, SIN ACTUALIZAR"
                END-IF
            END-IF.

       ALTA-ORDEN.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM ALTA-ORDEN-2
            END-IF.

       ALTA-ORDEN-2.
            PERFORM CARGA-ORDENES-PERM.
            MOVE "Y" TO WS-VALIDO-SWITCH.
            IF WS-SO-COUNT >= WS-SO-MAX
                DISPLAY "TABLA DE ORDENES LLENA EN " WS-SO-MAX
                    " ENTRADAS - SIN ALTA"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-ORDEN
            END-IF.
            IF WS-VALIDO
                PERFORM CAPTURA-CALENDARIO
            END-IF.
            IF WS-VALIDO
                MOVE WS-CAP-IMPORTE TO WS-IMPORTE-EDIT
                DISPLAY "ORDEN " WS-CAP-CODIGO " " WS-CAP-TIPO " "
                    WS-CAP-CUENTA " " WS-IMPORTE-EDIT " FREC "
                    WS-CAP-FRECUENCIA " DESDE " WS-CAP-PRIMERA
                DISPLAY "CONFIRMA EL ALTA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CAP-CONFIRMA
                IF WS-CAP-CONFIRMA NOT = "S"
                    DISPLAY "SIN ALTA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                END-IF
            END-IF.
            IF WS-VALIDO
                ADD 1 TO WS-SO-COUNT
                MOVE WS-SO-COUNT TO WS-SO-IX
                MOVE WS-CAP-CODIGO TO WS-SO-TBL-CODIGO (WS-SO-IX)
                MOVE WS-CAP-CUENTA TO WS-SO-TBL-CUENTA (WS-SO-IX)
                MOVE WS-CAP-DESC TO WS-SO-TBL-DESC (WS-SO-IX)
                MOVE WS-CAP-TIPO TO WS-SO-TBL-TIPO (WS-SO-IX)
                MOVE WS-CAP-IMPORTE TO WS-SO-TBL-IMPORTE (WS-SO-IX)
                MOVE WS-CAP-FRECUENCIA
                    TO WS-SO-TBL-FRECUENCIA (WS-SO-IX)
                MOVE WS-PRIMERA-DIA TO WS-SO-TBL-DIA (WS-SO-IX)
                MOVE WS-CAP-PRIMERA TO WS-SO-TBL-PROXIMA (WS-SO-IX)
                MOVE WS-CAP-FIN TO WS-SO-TBL-FIN (WS-SO-IX)
                MOVE "A" TO WS-SO-TBL-ESTADO (WS-SO-IX)
                MOVE 0 TO WS-SO-TBL-ULTIMA (WS-SO-IX)
                MOVE WS-OPERADOR TO WS-SO-TBL-OPERADOR (WS-SO-IX)
                SET WS-SO-CAMBIADO TO TRUE
                PERFORM GRABA-ORDENES-PERM
                MOVE "ALTA  " TO WS-ORV-ACCION
                MOVE WS-CAP-CODIGO TO WS-ORV-CODIGO
                PERFORM REGISTRA-EVENTO-ORDEN
                DISPLAY "ORDEN " WS-CAP-CODIGO " DADA DE ALTA"
            END-IF.

       CAPTURA-ORDEN.
            DISPLAY "CODIGO DE LA ORDEN (6): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CODIGO.
            ACCEPT WS-CAP-CODIGO.
            MOVE WS-CAP-CODIGO TO WS-SO-LOOKUP-CODIGO.
            PERFORM BUSCA-ORDEN-PERM.
            IF WS-CAP-CODIGO = SPACES OR WS-SO-IX > 0
                DISPLAY "CODIGO " WS-CAP-CODIGO " EN BLANCO O YA "
                    "EXISTE"
                MOVE "N" TO WS-VALIDO-SWITCH
            END-IF.
            IF WS-VALIDO
                DISPLAY "CUENTA DEL LIBRO (8): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-CUENTA
                ACCEPT WS-CAP-CUENTA
                PERFORM BUSCA-CUENTA-PLAN
                DISPLAY "DESCRIPCION (30): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-DESC
                ACCEPT WS-CAP-DESC
                DISPLAY "CARGO O ABONO (C/A): " WITH NO ADVANCING
                MOVE SPACE TO WS-CAP-TIPO
                ACCEPT WS-CAP-TIPO
                DISPLAY "IMPORTE (9999999.99): " WITH NO ADVANCING
                MOVE 0 TO WS-CAP-IMPORTE
                ACCEPT WS-CAP-IMPORTE
                EVALUATE TRUE
                    WHEN WS-CAP-CUENTA = SPACES
                        DISPLAY "CUENTA OBLIGATORIA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-AM-PLAN AND NOT WS-AM-FOUND
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " NO EXISTE EN EL PLAN DE CUENTAS"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-AM-FOUND AND WS-AM-ACTIVA NOT = "S"
                        DISPLAY "CUENTA " WS-CAP-CUENTA
                            " INACTIVA EN ACCTMAST - SIN ALTA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-DESC = SPACES
                        DISPLAY "DESCRIPCION OBLIGATORIA"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-TIPO NOT = "C"
                            AND WS-CAP-TIPO NOT = "A"
                        DISPLAY "TIPO INVALIDO - C O A"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN WS-CAP-IMPORTE = 0
                        DISPLAY "IMPORTE OBLIGATORIO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       CAPTURA-CALENDARIO.
      *    La primera fecha puede ser pasada: GENERA-ORDPERM
      *    postea los vencimientos atrasados de a uno por noche.
            DISPLAY "FRECUENCIA (S SEMANAL, Q QUINCENAL, M MENSUAL, "
                "T TRIMESTRAL, A ANUAL): " WITH NO ADVANCING.
            MOVE SPACE TO WS-CAP-FRECUENCIA.
            ACCEPT WS-CAP-FRECUENCIA.
            DISPLAY "PRIMER VENCIMIENTO (AAAAMMDD): "
                WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-PRIMERA.
            ACCEPT WS-CAP-PRIMERA.
            DISPLAY "ULTIMO VENCIMIENTO (AAAAMMDD, 0 = SIN FIN): "
                WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-FIN.
            ACCEPT WS-CAP-FIN.
            EVALUATE TRUE
                WHEN WS-CAP-FRECUENCIA NOT = "S"
                        AND WS-CAP-FRECUENCIA NOT = "Q"
                        AND WS-CAP-FRECUENCIA NOT = "M"
                        AND WS-CAP-FRECUENCIA NOT = "T"
                        AND WS-CAP-FRECUENCIA NOT = "A"
                    DISPLAY "FRECUENCIA INVALIDA"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-PRIMERA-ANO < 1601
                        OR WS-PRIMERA-MES < 1 OR WS-PRIMERA-MES > 12
                        OR WS-PRIMERA-DIA < 1 OR WS-PRIMERA-DIA > 31
                    DISPLAY "PRIMER VENCIMIENTO INVALIDO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN WS-CAP-FIN NOT = 0
                        AND (WS-FIN-ANO < 1601
                        OR WS-FIN-MES < 1 OR WS-FIN-MES > 12
                        OR WS-FIN-DIA < 1 OR WS-FIN-DIA > 31
                        OR WS-CAP-FIN < WS-CAP-PRIMERA)
                    DISPLAY "ULTIMO VENCIMIENTO INVALIDO O ANTERIOR "
                        "AL PRIMERO"
                    MOVE "N" TO WS-VALIDO-SWITCH
                WHEN OTHER
      *            Un 31 de un mes de 30 dias vuelve distinto del
      *            calendario.
                    COMPUTE WS-FECHA-CONTROL =
                        FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE (WS-CAP-PRIMERA))
                    IF WS-FECHA-CONTROL NOT = WS-CAP-PRIMERA
                        DISPLAY "PRIMER VENCIMIENTO INVALIDO"
                        MOVE "N" TO WS-VALIDO-SWITCH
                    END-IF
            END-EVALUATE.

       CAMBIA-ESTADO-ORDEN.
            PERFORM VERIFICA-CANDADO.
            IF NOT WS-INTLK-OCUPADO
                PERFORM CAMBIA-ESTADO-ORDEN-2
            END-IF.

       CAMBIA-ESTADO-ORDEN-2.
      *    Suspendida no se postea; al reactivarla el proximo
      *    vencimiento salta al primero desde la fecha de negocio,
      *    sin recuperar los saltados. Una orden finalizada no se
      *    reactiva.
            PERFORM CARGA-ORDENES-PERM.
            DISPLAY "CODIGO DE LA ORDEN (6): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CODIGO.
            ACCEPT WS-CAP-CODIGO.
            MOVE WS-CAP-CODIGO TO WS-SO-LOOKUP-CODIGO.
            PERFORM BUSCA-ORDEN-PERM.
            EVALUATE TRUE
                WHEN WS-SO-IX = 0
                    DISPLAY "ORDEN " WS-CAP-CODIGO " NO EXISTE"
                WHEN WS-SO-TBL-ESTADO (WS-SO-IX) = "F"
                    PERFORM MUESTRA-ORDEN
                    DISPLAY "ORDEN FINALIZADA - NO SE REACTIVA"
                WHEN OTHER
                    PERFORM CAMBIA-ESTADO-ORDEN-3
            END-EVALUATE.

       CAMBIA-ESTADO-ORDEN-3.
            PERFORM MUESTRA-ORDEN.
            IF WS-SO-TBL-ESTADO (WS-SO-IX) = "A"
                DISPLAY "SUSPENDER LA ORDEN (S/N): "
                    WITH NO ADVANCING
            ELSE
                DISPLAY "REACTIVAR LA ORDEN (S/N): "
                    WITH NO ADVANCING
            END-IF.
            ACCEPT WS-CAP-CONFIRMA.
            IF WS-CAP-CONFIRMA = "S"
                IF WS-SO-TBL-ESTADO (WS-SO-IX) = "A"
                    MOVE "B" TO WS-SO-TBL-ESTADO (WS-SO-IX)
                    MOVE "SUSPEN" TO WS-ORV-ACCION
                ELSE
                    MOVE "A" TO WS-SO-TBL-ESTADO (WS-SO-IX)
                    PERFORM UNTIL WS-SO-TBL-PROXIMA (WS-SO-IX)
                            >= WS-OPSLOG-DATE
                            OR WS-SO-TBL-ESTADO (WS-SO-IX) = "F"
                        PERFORM AVANZA-ORDEN-PERM
                    END-PERFORM
                    MOVE "REACTI" TO WS-ORV-ACCION
                END-IF
                SET WS-SO-CAMBIADO TO TRUE
                PERFORM GRABA-ORDENES-PERM
                MOVE WS-CAP-CODIGO TO WS-ORV-CODIGO
                PERFORM REGISTRA-EVENTO-ORDEN
                DISPLAY "ORDEN " WS-CAP-CODIGO " ESTADO "
                    WS-SO-TBL-ESTADO (WS-SO-IX)
                    " PROXIMO VENCIMIENTO "
                    WS-SO-TBL-PROXIMA (WS-SO-IX)
            END-IF.

       LISTA-ORDENES.
            PERFORM CARGA-ORDENES-PERM.
            IF WS-SO-COUNT = 0
                DISPLAY "SIN ORDENES PERMANENTES"
            END-IF.
            PERFORM VARYING WS-SO-IX FROM 1 BY 1
                    UNTIL WS-SO-IX > WS-SO-COUNT
                PERFORM MUESTRA-ORDEN
            END-PERFORM.

       MUESTRA-ORDEN.
            MOVE WS-SO-TBL-IMPORTE (WS-SO-IX) TO WS-IMPORTE-EDIT.
            DISPLAY "ORDEN " WS-SO-TBL-CODIGO (WS-SO-IX) " "
                WS-SO-TBL-DESC (WS-SO-IX)
                " ESTADO " WS-SO-TBL-ESTADO (WS-SO-IX).
            DISPLAY "  CUENTA " WS-SO-TBL-CUENTA (WS-SO-IX)
                " " WS-SO-TBL-TIPO (WS-SO-IX) " " WS-IMPORTE-EDIT
                " FREC " WS-SO-TBL-FRECUENCIA (WS-SO-IX)
                " DIA " WS-SO-TBL-DIA (WS-SO-IX).
            DISPLAY "  PROXIMO " WS-SO-TBL-PROXIMA (WS-SO-IX)
                " HASTA " WS-SO-TBL-FIN (WS-SO-IX)
                " ULTIMA CORRIDA " WS-SO-TBL-ULTIMA (WS-SO-IX)
                " ALTA POR " WS-SO-TBL-OPERADOR (WS-SO-IX).

       BUSCA-CUENTA-PLAN.
            MOVE "N" TO WS-AM-FOUND-SWITCH.
            MOVE "N" TO WS-AM-PLAN-SWITCH.
            MOVE SPACE TO WS-AM-ACTIVA.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACCOUNT-MASTER.
            IF WS-ACM-OK
                SET WS-AM-PLAN TO TRUE
                PERFORM UNTIL WS-EOF OR WS-AM-FOUND
                    READ ACCOUNT-MASTER
                        AT END SET WS-EOF TO TRUE
                        NOT AT END
                            IF AM-ACCOUNT = WS-CAP-CUENTA
                                SET WS-AM-FOUND TO TRUE
                                MOVE AM-ACTIVE TO WS-AM-ACTIVA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       REGISTRA-EVENTO-ORDEN.
            MOVE WS-OPERADOR TO WS-ORV-OPERADOR.
            MOVE WS-ORDEN-EVENTO TO WS-OPSLOG-EVENT.
            PERFORM REGISTRA-OPSLOG.

       9999-ABEND-FILE-ERROR.
            DISPLAY "FILE ERROR - STATUS: " WS-ABEND-STATUS
                " IN PARAGRAPH: " WS-ABEND-PARAGRAPH.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       INICIALIZA-CONTADORES.
      *    Reposicion de los valores iniciales por si el programa se
      *    CALLa dos veces en la misma corrida sin CANCEL.
            MOVE "N" TO WS-SALIR-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-AUTORIZADO-SWITCH.
            MOVE 0 TO WS-NIVEL.
            MOVE SPACES TO WS-OPERADOR.

       COPY "ORPEWR.cpy".
       COPY "INTLKWR.cpy".
       COPY "OPERWR.cpy".
       COPY "OPCLWR.cpy".
       COPY "OPSLOGWR.cpy".

       END PROGRAM MANTIENE-ORDPERM.
