      *          answer "who is actually enrolled" without replaying
      *          eligibility reports. Each enrollee's dependents
      *          (DEPENDTS.DAT, MANTIENE-DEPENDIENTES) follow their
      *          line with the coverage tier: the one elected at
      *          open enrollment (BE-NIVEL), else S/C/F derived from
      *          the dependent count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  BE-NOMBRE            PIC X(20).
           05  BE-FECHA-ALTA        PIC 9(8).
           05  BE-STATUS            PIC X.
           05  BE-PLAN              PIC X(4).
           05  BE-NIVEL             PIC X.

       FD  ENROLLMENT-SORTED.
       01  ENROLLMENT-SORTED-RECORD.
           05  BES-NOMBRE           PIC X(20).
           05  BES-FECHA-ALTA       PIC 9(8).
           05  BES-STATUS           PIC X.
           05  BES-PLAN             PIC X(4).
           05  BES-NIVEL            PIC X.

      *    Mismo layout que mantiene MANTIENE-DEPENDIENTES.
       FD  DEPENDENT-FILE.
           05  SW-NOMBRE            PIC X(20).
           05  SW-FECHA-ALTA        PIC 9(8).
           05  SW-STATUS            PIC X.
           05  SW-PLAN              PIC X(4).
           05  SW-NIVEL             PIC X.

       FD  ENROLLMENT-LISTING.
       01  REPORT-LINE              PIC X(80).

       ESCRIBE-DEPENDIENTES.
      *    Los dependientes del inscrito cuelgan de su linea y el
      *    nivel cierra el bloque: el elegido si lo hay, si no el
      *    derivado 0 = S, 1 = C, 2+ = F.
            MOVE 0 TO WS-DEP-DEL-INSCRITO.
            PERFORM VARYING DEP-IDX FROM 1 BY 1
                    UNTIL DEP-IDX > WS-DEP-COUNT
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN BES-NIVEL NOT = SPACE
                    MOVE BES-NIVEL TO WS-NIVEL-COBERTURA
                WHEN WS-DEP-DEL-INSCRITO = 0
                    MOVE "S" TO WS-NIVEL-COBERTURA
                WHEN WS-DEP-DEL-INSCRITO = 1
