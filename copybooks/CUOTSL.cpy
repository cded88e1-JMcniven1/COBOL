      ******************************************************************
      * Copybook: CUOTSL
      * Purpose:  FILE-CONTROL entries for school fee billing: the fee
      *           schedule by grade and term (CUOTAS.DAT), the
      *           discounts and scholarships per student (BECAS.DAT),
      *           the family account each student is billed to on
      *           the receivables side (CTAFAM.DAT) and the billing
      *           log (CUOTFACT.DAT, one row per student and term
      *           billed, appended by FACTURA-CUOTAS). Pair with
      *           CUOTFD.cpy (FILE SECTION), CUOTWS.cpy
      *           (WORKING-STORAGE) and CUOTWR.cpy (the load, lookup
      *           and append paragraphs).
      ******************************************************************
           SELECT FEE-SCHEDULE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CY-STATUS.
           SELECT FEE-ADJUSTMENTS ASSIGN TO "BECAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BQ-STATUS.
           SELECT FAMILY-ACCOUNTS ASSIGN TO "CTAFAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-STATUS.
           SELECT FEE-BILLING-LOG ASSIGN TO "CUOTFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
