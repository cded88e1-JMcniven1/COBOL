      ******************************************************************
      * Copybook: ELECWS
      * Purpose:  WORKING-STORAGE for the benefit open enrollment.
      *           PERFORM LEE-VENTANA-ELECCION for the window in
      *           WS-EL-VENTANA-DESDE / WS-EL-VENTANA-HASTA and the
      *           plan-year start in WS-EL-INICIO-PLAN (all zero and
      *           WS-EL-VENTANA-CONFIGURADA off without a valid
      *           PARM167.DAT), the plan year in WS-EL-ANO-PLAN and
      *           WS-EL-VENTANA-ABIERTA / WS-EL-VENTANA-CERRADA /
      *           WS-EL-PLAN-VIGENTE set against the business date
      *           (WS-OPSLOG-DATE). PERFORM CARGA-ELECCIONES once at
      *           start of run (or before each update on a desk); set
      *           WS-EL-LOOKUP-EMPLEADO and WS-EL-LOOKUP-ANO and
      *           PERFORM BUSCA-ELECCION for the entry in WS-EL-IX
      *           (zero if none). Set WS-EL-CAMBIADO after changing
      *           the table and PERFORM GRABA-ELECCIONES.
      ******************************************************************
       01  WS-EL-PARM-STATUS           PIC XX.
           88  WS-EL-PARM-OK           VALUE "00".
       01  WS-EL-STATUS                PIC XX.
           88  WS-EL-OK                VALUE "00".
       01  WS-EL-NEW-STATUS            PIC XX.
           88  WS-EL-NEW-OK            VALUE "00".
       01  WS-EL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EL-EOF               VALUE "Y".
       01  WS-EL-CAMBIADO-SWITCH       PIC X VALUE "N".
           88  WS-EL-CAMBIADO          VALUE "Y".

      *    Ventana de eleccion y arranque del ano de plan.
       01  WS-EL-VENTANA-DESDE         PIC 9(8) VALUE 0.
       01  WS-EL-VENTANA-HASTA         PIC 9(8) VALUE 0.
       01  WS-EL-INICIO-PLAN           PIC 9(8) VALUE 0.
       01  WS-EL-INICIO-PLAN-R REDEFINES WS-EL-INICIO-PLAN.
           05  WS-EL-INICIO-ANO        PIC 9(4).
           05  WS-EL-INICIO-MESDIA     PIC 9(4).
       01  WS-EL-ANO-PLAN              PIC 9(4) VALUE 0.
       01  WS-EL-VENTANA-SWITCH        PIC X VALUE "N".
           88  WS-EL-VENTANA-CONFIGURADA
                                       VALUE "Y".
       01  WS-EL-MOMENTO               PIC X VALUE SPACE.
           88  WS-EL-VENTANA-ANTES     VALUE "N".
           88  WS-EL-VENTANA-ABIERTA   VALUE "A".
           88  WS-EL-VENTANA-CERRADA   VALUE "C" "V".
           88  WS-EL-PLAN-VIGENTE      VALUE "V".

       01  WS-EL-LOOKUP-EMPLEADO       PIC 9(6).
       01  WS-EL-LOOKUP-ANO            PIC 9(4).
       01  WS-EL-IX                    PIC 9(4).

       01  WS-EL-MAX                   PIC 9(4) VALUE 4000.
       01  WS-EL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-EL-I                     PIC 9(4).
       01  WS-EL-TABLE.
           05  WS-EL-ENTRY OCCURS 4000 TIMES.
               10  WS-EL-TBL-EMPLEADO  PIC 9(6).
               10  WS-EL-TBL-ANO-PLAN  PIC 9(4).
               10  WS-EL-TBL-PLAN      PIC X(4).
               10  WS-EL-TBL-NIVEL     PIC X.
               10  WS-EL-TBL-PLAN-ANT  PIC X(4).
               10  WS-EL-TBL-NIVEL-ANT PIC X.
               10  WS-EL-TBL-ORIGEN    PIC X.
               10  WS-EL-TBL-ESTADO    PIC X.
               10  WS-EL-TBL-FECHA-CAP PIC 9(8).
               10  WS-EL-TBL-OPERADOR  PIC X(8).
               10  WS-EL-TBL-FECHA-APL PIC 9(8).
