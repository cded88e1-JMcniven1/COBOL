      ******************************************************************
      * Copybook: TAXTBWS
      * Purpose:  WORKING-STORAGE for the withholding tax bracket
      *           table. Set WS-TAXT-ANO (tax year) and WS-TAXT-FECHA
      *           (the date the scale must be in force on) and PERFORM
      *           CARGA-TABLA-IMPUESTO once at start of run; then per
      *           employee set WS-TAXT-BASE to the annual gross and
      *           PERFORM CALCULA-IMPUESTO-ANUAL: WS-TAXT-IMPUESTO
      *           comes back with the annual tax and WS-TAXT-TRAMO with
      *           the bracket applied (0 = below the allowance). With
      *           no TAXTABLE.DAT, or no scale for the year,
      *           WS-TAXT-LOADED stays off and the caller keeps its
      *           flat rate, the optional-control-file idiom
      *           DEPTMAST.DAT uses.
      ******************************************************************
       01  WS-TAXT-STATUS              PIC XX.
           88  WS-TAXT-OK              VALUE "00".
       01  WS-TAXT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TAXT-EOF             VALUE "Y".
       01  WS-TAXT-LOADED-SWITCH       PIC X VALUE "N".
           88  WS-TAXT-LOADED          VALUE "Y".
       01  WS-TAXT-ANO                 PIC 9(4).
       01  WS-TAXT-FECHA               PIC 9(8).
       01  WS-TAXT-VIGENCIA            PIC 9(8) VALUE 0.
       01  WS-TAXT-MINIMO              PIC 9(9)V99 VALUE 0.
       01  WS-TAXT-BASE                PIC 9(9)V99.
       01  WS-TAXT-GRAVABLE            PIC 9(9)V99.
       01  WS-TAXT-IMPUESTO            PIC 9(9)V99.
       01  WS-TAXT-TRAMO               PIC 9(2).
       01  WS-TAXT-N                   PIC 9(2).
       01  WS-TAXT-COUNT               PIC 9(3) VALUE 0.
       01  WS-TAXT-I                   PIC 9(3).
       01  WS-TAXT-TABLE.
           05  WS-TAXT-ENTRY OCCURS 60 TIMES.
               10  WS-TAXT-TBL-VIGENCIA PIC 9(8).
               10  WS-TAXT-TBL-TIPO    PIC X.
               10  WS-TAXT-TBL-DESDE   PIC 9(9)V99.
               10  WS-TAXT-TBL-HASTA   PIC 9(9)V99.
               10  WS-TAXT-TBL-CUOTA   PIC 9(9)V99.
               10  WS-TAXT-TBL-TASA    PIC 9V9999.
