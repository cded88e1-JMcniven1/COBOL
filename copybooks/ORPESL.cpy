      ******************************************************************
      * Copybook: ORPESL
      * Purpose:  FILE-CONTROL entries for the standing-order master
      *           (ORDPERM.DAT, one row per standing order against a
      *           ledger account - monthly fees, regular transfers
      *           and charges - with its amount, entry type,
      *           frequency, next due date and end date, kept on
      *           MANTIENE-ORDPERM and posted to LEDGERTX.DAT by
      *           GENERA-ORDPERM ahead of NUMERO_NEGATIVO) and its
      *           work image (.NEW) used to regrabar it whole. Pair
      *           with ORPEFD.cpy (FILE SECTION), ORPEWS.cpy
      *           (WORKING-STORAGE) and ORPEWR.cpy (the load, lookup
      *           and rewrite paragraphs).
      ******************************************************************
           SELECT STANDING-ORDER ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT STANDING-ORDER-NEW ASSIGN TO "ORDPERM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-NEW-STATUS.
