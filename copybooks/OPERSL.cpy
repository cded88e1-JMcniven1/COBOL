      ******************************************************************
      * Copybook: OPERSL
      * Purpose:  FILE-CONTROL entries for the operator master
      *           (OPERMAST.DAT: id, hashed password, authority
      *           level and the sign-on policy state of each
      *           operator), its work image (.NEW) used to regrabar
      *           it whole, and the password policy (PARM189.DAT,
      *           kept with MANTIENE-OPERADORES). Pair with OPERFD.cpy
      *           (FILE SECTION), OPERWS.cpy (WORKING-STORAGE) and
      *           OPERWR.cpy (the load, lookup, rewrite and policy
      *           paragraphs).
      ******************************************************************
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT OPERATOR-NEW ASSIGN TO "OPERMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-NEW-STATUS.
           SELECT PASSWORD-POLICY ASSIGN TO "PARM189.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-PARM-STATUS.
