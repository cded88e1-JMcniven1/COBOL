      ******************************************************************
      * Copybook: PAYHSL
      * Purpose:  FILE-CONTROL entry for the permanent payslip
      *           history (PAYHIST), indexed by employee, pay period
      *           (yyyymm) and payslip type: N = monthly payroll
      *           (CALCULA-NOMINA), F = final settlement
      *           (LIQUIDA-BAJAS). Unlike PAYSLIPS.DAT, which every
      *           run overwrites, a record stays here for good; a
      *           rerun of the same period replaces its own payslip.
      *           Pair with PAYHFD.cpy, PAYHWS.cpy and PAYHWR.cpy.
      ******************************************************************
           SELECT PAYSLIP-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CLAVE
               FILE STATUS IS WS-PAYH-STATUS.
