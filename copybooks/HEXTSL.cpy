      ******************************************************************
      * Copybook: HEXTSL
      * Purpose:  FILE-CONTROL entries for the overtime pricing rules
      *           (OTRULES.DAT, kept on MANTIENE-TURNOS) with the
      *           work image (.NEW) used to regrabar it whole. Pair
      *           with HEXTFD.cpy (FILE SECTION), HEXTWS.cpy
      *           (WORKING-STORAGE) and HEXTWR.cpy (the load, factor
      *           lookup and rewrite paragraphs).
      ******************************************************************
           SELECT OT-RULE-FILE ASSIGN TO "OTRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEXT-STATUS.
           SELECT OT-RULE-NEW ASSIGN TO "OTRULES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEXT-NEW-STATUS.
