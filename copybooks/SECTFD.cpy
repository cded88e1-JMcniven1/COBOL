      ******************************************************************
      * Copybook: SECTFD
      * Purpose:  FD for the section master (SECTMAST.DAT): the
      *           teacher each section belongs to, and the subject
      *           and grade the section teaches (grade zero or blank:
      *           any grade). Every reader of SECTMAST.DAT copies
      *           this layout so that all of them read the same
      *           record length.
      ******************************************************************
       FD  SECTION-MASTER.
       01  SECTION-MASTER-RECORD.
           05  SC-SECTION           PIC X(4).
           05  SC-TEACHER           PIC X(20).
           05  SC-MATERIA           PIC X(4).
           05  SC-GRADO             PIC 9(2).
