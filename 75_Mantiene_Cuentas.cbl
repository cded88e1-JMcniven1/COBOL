      *          accounts master (ACCTMAST.DAT) that the GL extract
      *          validates every journal line against, in the
      *          MANTIENE-PARMS mold: list the chart, alta of a new
      *          account, change of description, type or statement
      *          line, and activate/deactivate (accounts are never
      *          deleted -- history points at them). The type is the
      *          financial-statement classification (asset,
      *          liability, equity, revenue, expense) and the
      *          statement line (rubro) groups accounts into one
      *          line of the balance sheet or income statement
      *          ESTADOS-FINANCIEROS prints. Every change goes to the
      *          PARMAUDT.TXT audit report with before and after
      *          values and the operator id, and to the shared
      *          OPSLOG. An account DETECTA-DORMIDAS marked dormant
      *          (AM-ACTIVE "D") is reactivated here with the same
      *          activate option; its held ledger movements post on
      *          the next nightly run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
      *    Tipo A activo, P pasivo, C capital (patrimonio), I
      *    ingreso, G gasto; AM-ACTIVE S/N, o D = dormida (la marca
      *    DETECTA-DORMIDAS y solo se sale de ella reactivando).
      *    Layout unificado con el master de tesoreria que lee
      *    NUMERO_NEGATIVO: el limite de descubierto viaja con la
      *    cuenta, dos decimales implicitos.
      *    Moneda de la cuenta; blanco o la moneda base del sitio =
      *    sin revalorizacion de cierre.
           05  AM-CURRENCY          PIC X(3).
      *    Rubro del estado financiero que agrupa la cuenta; blanco
      *    = la cuenta forma su propia linea.
           05  AM-RUBRO             PIC X(18).

       FD  ACCOUNT-NEW.
       01  ACCOUNT-NEW-LINE         PIC X(70).

       FD  PARM-AUDIT.
       01  PARM-AUDIT-LINE          PIC X(100).
               10  WS-ACM-TIPO     PIC X.
               10  WS-ACM-ACTIVA    PIC X.
               10  WS-ACM-MONEDA    PIC X(3).
               10  WS-ACM-RUBRO     PIC X(18).
       01  WS-CAMBIOS-SWITCH        PIC X VALUE "N".
           88  WS-HUBO-CAMBIOS      VALUE "Y".
       01  WS-HALLADA-SWITCH        PIC X.
       01  WS-CAP-LIMITE            PIC 9(7)V99.
       01  WS-CAP-MONEDA            PIC X(3).
       01  WS-CAP-TIPO              PIC X.
           88  WS-CAP-TIPO-VALIDO   VALUE "A" "P" "C" "I" "G".
       01  WS-CAP-RUBRO             PIC X(18).
      *    Imagen de la cuenta antes y despues del cambio; el rubro
      *    va al reporte en linea propia para no pasar de las 100
      *    posiciones de PARMAUDT.TXT.
       01  WS-ANTES.
           05  WS-ANTES-CUENTA      PIC X(52).
           05  WS-ANTES-RUBRO       PIC X(18).
       01  WS-DESPUES.
           05  WS-DESPUES-CUENTA    PIC X(52).
           05  WS-DESPUES-RUBRO     PIC X(18).

       01  WS-AUDIT-DETAIL.
           05  WS-AUDP-FECHA        PIC 9(8).
           05  WS-AUDP-ANTES        PIC X(52).
           05  FILLER               PIC X VALUE "]".
       01  WS-AUDIT-DETAIL2.
           05  FILLER               PIC X(38) VALUE SPACES.

           05  FILLER               PIC X(9) VALUE " DESPUES[".
           05  WS-AUDP-DESPUES      PIC X(52).
           05  FILLER               PIC X VALUE "]".
       01  WS-AUDIT-DETAIL3.
           05  FILLER               PIC X(38) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE " RUBRO  [".
           05  WS-AUDP-RUBRO-ANTES  PIC X(18).
           05  FILLER               PIC X(6) VALUE "] -> [".
           05  WS-AUDP-RUBRO-DESP   PIC X(18).
           05  FILLER               PIC X VALUE "]".
       01  WS-CAMBIO-EVENTO.
           05  FILLER               PIC X(12)
                   VALUE "ACCTMAST ACT".
                DISPLAY " "
                DISPLAY "1. LISTAR PLAN DE CUENTAS"
                DISPLAY "2. ALTA DE CUENTA"
                DISPLAY "3. CAMBIO DE DESCRIPCION/TIPO/RUBRO"
                DISPLAY "4. ACTIVAR/DESACTIVAR CUENTA"
                DISPLAY "5. SALIR"
                DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
                    WS-ACM-DESC(WS-ACM-I) " TIPO "
                    WS-ACM-TIPO(WS-ACM-I) " ACTIVA "
                    WS-ACM-ACTIVA(WS-ACM-I) " LIMITE "
                    WS-ACM-LIMITE(WS-ACM-I) " RUBRO "
                    WS-ACM-RUBRO(WS-ACM-I)
            END-PERFORM.

       ALTA-CUENTA.
                    DISPLAY "LIMITE DESCUBIERTO (9(7).99): "
                        WITH NO ADVANCING
                    ACCEPT WS-CAP-LIMITE
                    DISPLAY "TIPO (A/P/C/I/G): " WITH NO ADVANCING
                    ACCEPT WS-CAP-TIPO
                    DISPLAY "MONEDA (BLANCO = BASE): "
                        WITH NO ADVANCING
                    ACCEPT WS-CAP-MONEDA
                    DISPLAY "RUBRO DEL ESTADO (BLANCO = LA CUENTA): "
                        WITH NO ADVANCING
                    ACCEPT WS-CAP-RUBRO
                    IF WS-CAP-TIPO-VALIDO
                        ADD 1 TO WS-ACM-COUNT
                        MOVE WS-CAP-CUENTA
                            TO WS-ACM-CUENTA(WS-ACM-COUNT)
                        MOVE "S" TO WS-ACM-ACTIVA(WS-ACM-COUNT)
                        MOVE WS-CAP-MONEDA
                            TO WS-ACM-MONEDA(WS-ACM-COUNT)
                        MOVE WS-CAP-RUBRO
                            TO WS-ACM-RUBRO(WS-ACM-COUNT)
                        MOVE SPACES TO WS-ANTES
                        MOVE WS-ACM-ENTRY(WS-ACM-COUNT)
                            TO WS-DESPUES
                DISPLAY "NUEVO (BLANCO = SIN CAMBIO): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-TIPO
                IF WS-CAP-TIPO-VALIDO
                    MOVE WS-CAP-TIPO TO WS-ACM-TIPO(WS-ACM-I)
                END-IF
                DISPLAY "RUBRO ACTUAL: " WS-ACM-RUBRO(WS-ACM-I)
                DISPLAY "NUEVO (BLANCO = SIN CAMBIO): "
                    WITH NO ADVANCING
                ACCEPT WS-CAP-RUBRO
                IF WS-CAP-RUBRO NOT = SPACES
                    MOVE WS-CAP-RUBRO TO WS-ACM-RUBRO(WS-ACM-I)
                END-IF
                MOVE WS-ACM-ENTRY(WS-ACM-I) TO WS-DESPUES
                IF WS-DESPUES NOT = WS-ANTES
                    PERFORM AUDITA-CAMBIO
                DISPLAY "CUENTA NO ESTA EN EL PLAN"
            ELSE
                MOVE WS-ACM-ENTRY(WS-ACM-I) TO WS-ANTES
                EVALUATE WS-ACM-ACTIVA(WS-ACM-I)
                    WHEN "S"
                        MOVE "N" TO WS-ACM-ACTIVA(WS-ACM-I)
                        DISPLAY "CUENTA DESACTIVADA"
                    WHEN "D"
                        MOVE "S" TO WS-ACM-ACTIVA(WS-ACM-I)
                        DISPLAY "CUENTA DORMIDA REACTIVADA - SUS "
                            "MOVIMIENTOS RETENIDOS SE POSTEAN EN "
                            "LA PROXIMA CORRIDA NOCTURNA"
                    WHEN OTHER
                        MOVE "S" TO WS-ACM-ACTIVA(WS-ACM-I)
                        DISPLAY "CUENTA ACTIVADA"
                END-EVALUATE
                MOVE WS-ACM-ENTRY(WS-ACM-I) TO WS-DESPUES
                PERFORM AUDITA-CAMBIO
                SET WS-HUBO-CAMBIOS TO TRUE
            END-IF.
            MOVE WS-OPSLOG-DATE TO WS-AUDP-FECHA.
            MOVE WS-OPERADOR TO WS-AUDP-OPERADOR.
            MOVE WS-ANTES-CUENTA TO WS-AUDP-ANTES.
            WRITE PARM-AUDIT-LINE FROM WS-AUDIT-DETAIL.
            MOVE WS-DESPUES-CUENTA TO WS-AUDP-DESPUES.
            WRITE PARM-AUDIT-LINE FROM WS-AUDIT-DETAIL2.
            MOVE WS-ANTES-RUBRO TO WS-AUDP-RUBRO-ANTES.
            MOVE WS-DESPUES-RUBRO TO WS-AUDP-RUBRO-DESP.
            WRITE PARM-AUDIT-LINE FROM WS-AUDIT-DETAIL3.
            IF NOT WS-AUD-OK
                MOVE WS-AUD-STATUS TO WS-ABEND-STATUS
                MOVE "AUDITA-CAMBIO WRITE" TO WS-ABEND-PARAGRAPH
