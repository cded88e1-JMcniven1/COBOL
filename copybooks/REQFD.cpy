      ******************************************************************
      * Copybook: REQFD
      * Purpose:  FDs for recruitment. A requisition carries its
      *           number (series REQU of NUMCTRL.DAT), the department
      *           and the POSMAST.DAT position it recruits for, the
      *           position's job title, its status (A = abierta,
      *           C = cubierta by an accepted candidate, X =
      *           cancelada), the opening and closing dates and the
      *           operator who opened it. A pipeline record carries
      *           the requisition, the candidate's sequence within it,
      *           the intake data PERFORM-THRU needs (name, surname,
      *           age), the stage reached (S = solicitud, E =
      *           entrevistado, O = oferta, A = aceptado, R =
      *           rechazado/declinado), the date the candidate entered
      *           the pipeline and the date of the last stage change.
      *           See REQSL.cpy for the matching FILE-CONTROL entries.
      ******************************************************************
       FD  REQUISITION-FILE.
       01  REQUISITION-RECORD.
           05  RQ-NUMERO            PIC 9(6).
           05  RQ-DEPT-CODE         PIC X(4).
           05  RQ-POSICION          PIC X(6).
           05  RQ-TITULO            PIC X(20).
           05  RQ-ESTADO            PIC X.
               88  RQ-ABIERTA       VALUE "A".
               88  RQ-CUBIERTA      VALUE "C".
               88  RQ-CANCELADA     VALUE "X".
           05  RQ-FECHA-APERTURA    PIC 9(8).
           05  RQ-FECHA-CIERRE      PIC 9(8).
           05  RQ-OPERADOR          PIC X(8).

       FD  REQUISITION-NEW.
       01  REQUISITION-NEW-LINE     PIC X(61).

       FD  PIPELINE-FILE.
       01  PIPELINE-RECORD.
           05  CP-NUMERO            PIC 9(6).
           05  CP-SECUENCIA         PIC 9(3).
           05  CP-NOMBRE            PIC X(15).
           05  CP-APELLIDOS         PIC X(20).
           05  CP-EDAD              PIC 9(2).
           05  CP-ETAPA             PIC X.
               88  CP-SOLICITUD     VALUE "S".
               88  CP-ENTREVISTADO  VALUE "E".
               88  CP-OFERTA        VALUE "O".
               88  CP-ACEPTADO      VALUE "A".
               88  CP-RECHAZADO     VALUE "R".
           05  CP-FECHA-ALTA        PIC 9(8).
           05  CP-FECHA-ETAPA       PIC 9(8).

       FD  PIPELINE-NEW.
       01  PIPELINE-NEW-LINE        PIC X(63).
