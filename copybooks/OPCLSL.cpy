      ******************************************************************
      * Copybook: OPCLSL
      * Purpose:  FILE-CONTROL entry for the operator sign-on log
      *           (OPERUSO.DAT): one line per password check made
      *           against OPERMAST.DAT by the menu or by any desk
      *           that signs its operator on, with the result.
      *           REVISA-OPERADORES folds it into the last-use date
      *           of each operator and the monthly access review.
      *           Pair with OPCLFD.cpy (FILE SECTION), OPCLWS.cpy
      *           (WORKING-STORAGE) and OPCLWR.cpy (the password
      *           hash and check paragraphs).
      ******************************************************************
           SELECT OPERATOR-USE-LOG ASSIGN TO "OPERUSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPCL-USO-STATUS.
