      * Purpose:  FILE-CONTROL entry for the field-level change
      *           history of the indexed masters (CHGHIST.DAT): one
      *           record per WRITE/REWRITE/DELETE against HRMAST,
      *           PERSMAST or PINMAST (and each anonymization of a
      *           former data subject) with the before and after
      *           images, the operator, program and timestamp. Pair
      *           with CHGHFD.cpy, CHGHWS.cpy and CHGHWR.cpy (the
      *           REGISTRA-CAMBIO paragraph).
