      *          now with the hire id and step attached, and the run
      *          closes writing the outstanding-steps report
      *          (ONBPEND.TXT) of every hire with pending steps for
      *          HR to chase, each line carrying the hire's
      *          supervisor from HRMAST (HR-SUPERVISOR-ID) so it can
      *          be routed. When no checklist master exists the
      *          classic fixed sequence is used so the program keeps
      *          working in an unconfigured shop.
      * Tectonics: cobc
           SELECT PENDING-REPORT ASSIGN TO "ONBPEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS HR-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HR-STATUS.
      *    Perfil del sitio, solo para el chequeo del modo
      *    entrenamiento (mismo byte que mira OPSLOGWR.cpy).
           SELECT TRAINING-PROFILE-CHK ASSIGN TO "SITEPROF.DAT"
           05  OP-FECHA             PIC 9(8).

       FD  PENDING-REPORT.
       01  PENDING-LINE             PIC X(90).

       FD  HR-MASTER-FILE.
       COPY "HRMASTER.cpy".

       FD  TRAINING-PROFILE-CHK.
       01  TRAINING-PROFILE-REC.
           88  WS-PRG-OK             VALUE "00".
       01  WS-PEN-STATUS             PIC XX.
           88  WS-PEN-OK             VALUE "00".
       01  WS-HR-STATUS              PIC XX.
           88  WS-HR-OK              VALUE "00".
       01  WS-HR-ABIERTO-SWITCH      PIC X VALUE "N".
           88  WS-HR-ABIERTO         VALUE "Y".
       01  WS-CHK-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CHK-EOF            VALUE "Y".
       01  WS-PRG-EOF-SWITCH         PIC X VALUE "N".
           05  WS-PND-STEP           PIC 9(2).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-PND-DESC           PIC X(40).
           05  FILLER                PIC X(5) VALUE " SUP ".
           05  WS-PND-SUPERVISOR     PIC X(11).
       01  WS-ABEND-STATUS           PIC XX.
       01  WS-ABEND-PARAGRAPH        PIC X(30).
       01  WS-TRNCHK-STATUS          PIC XX.
               MOVE "ESCRIBE-PENDIENTES OPEN" TO WS-ABEND-PARAGRAPH
               PERFORM 9999-ABEND-FILE-ERROR
           END-IF.
      *    Cada pendiente va al supervisor del contratado; sin
      *    HRMAST el renglon sale sin asignar.
           MOVE "N" TO WS-HR-ABIERTO-SWITCH.
           OPEN INPUT HR-MASTER-FILE.
           IF WS-HR-OK
               SET WS-HR-ABIERTO TO TRUE
           END-IF.
           PERFORM VARYING WS-PRG-I FROM 1 BY 1
                   UNTIL WS-PRG-I > WS-PRG-COUNT
               IF WS-PRG-ESTADO(WS-PRG-I) = "P"
                   MOVE WS-PRG-HIRE(WS-PRG-I) TO WS-PND-HIRE
                   PERFORM BUSCA-SUPERVISOR
                   MOVE WS-PRG-ROLE(WS-PRG-I) TO WS-PND-ROLE
                   MOVE WS-PRG-STEP(WS-PRG-I) TO WS-PND-STEP
      *            Solo esta cargada la checklist del rol en sesion;
               END-IF
           END-PERFORM.
           CLOSE PENDING-REPORT.
           IF WS-HR-ABIERTO
               CLOSE HR-MASTER-FILE
           END-IF.

       BUSCA-SUPERVISOR.
           MOVE "SIN ASIGNAR" TO WS-PND-SUPERVISOR.
           IF WS-HR-ABIERTO
               MOVE WS-PRG-HIRE(WS-PRG-I) TO HR-EMPLOYEE-ID
               READ HR-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HR-SUPERVISOR-ID NOT = 0
                           MOVE HR-SUPERVISOR-ID TO WS-PND-SUPERVISOR
                       END-IF
               END-READ
           END-IF.

       REGISTRA-PASO.
           MOVE WS-TS-DATE TO WS-AUD-DATE.
