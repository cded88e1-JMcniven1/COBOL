      ******************************************************************
      * Copybook: DRGLSL
      * Purpose:  FILE-CONTROL entry for the standing-journal feed to
      *           the GL interface (DIARGL.DAT): the lines of each
      *           recurring journal generated by GENERA-RECURRENTES
      *           and of its reversal, picked up once by EXTRAE-GL
      *           when their period comes. Pair with DRGLFD.cpy,
      *           DRGLWS.cpy and DRGLWR.cpy.
      ******************************************************************
           SELECT STANDING-GL-FILE ASSIGN TO "DIARGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JG-STATUS.
