      *          authorizes on it, on ZONELIST.TXT -- the listing
      *          that answers "who can enter the vault" instead of
      *          folklore. Closes each zone with its badge count.
      *          A right suspended for a lapsed safety certification
      *          (VERIFICA-CERTIFICACIONES) is listed as such, as
      *          is one suspended for want of the department head's
      *          quarterly recertification (APLICA-RECERTIF).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  BADGE-ZONE-RECORD.
           05  BZ-BADGE-ID          PIC X(8).
           05  BZ-ZONA              PIC X(4).
           05  BZ-ESTADO            PIC X.

       FD  ZONE-LISTING.
       01  REPORT-LINE              PIC X(80).
                   INDEXED BY BZM-IDX.
               10  WS-BZM-BADGE     PIC X(8).
               10  WS-BZM-ZONA      PIC X(4).
               10  WS-BZM-ESTADO    PIC X.

       01  WS-ZONA-BADGES           PIC 9(4).
       01  WS-ZONA-CAB.
       01  WS-BADGE-LINE.
           05  FILLER               PIC X(4) VALUE SPACE.
           05  WS-DET-BADGE         PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-ESTADO        PIC X(34).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(22)
                   VALUE "  CREDENCIALES: ".
                IF WS-BZM-ZONA (BZM-IDX) = ZM-ZONA
                    ADD 1 TO WS-ZONA-BADGES
                    MOVE WS-BZM-BADGE (BZM-IDX) TO WS-DET-BADGE
                    EVALUATE WS-BZM-ESTADO (BZM-IDX)
                        WHEN "C"
                            MOVE "SUSPENDIDA - CERTIFICACION VENCIDA"
                                TO WS-DET-ESTADO
                        WHEN "R"
                            MOVE "SUSPENDIDA - SIN RECERTIFICAR"
                                TO WS-DET-ESTADO
                        WHEN OTHER
                            MOVE SPACES TO WS-DET-ESTADO
                    END-EVALUATE
                    WRITE REPORT-LINE FROM WS-BADGE-LINE
                    PERFORM VERIFICA-ESCRITURA
                END-IF
                                    TO WS-BZM-BADGE (BZM-IDX)
                                MOVE BZ-ZONA
                                    TO WS-BZM-ZONA (BZM-IDX)
                                MOVE BZ-ESTADO
                                    TO WS-BZM-ESTADO (BZM-IDX)
                            ELSE
                                DISPLAY "MATRIZ LLENA - ENTRADA "
                                    "OMITIDA"
