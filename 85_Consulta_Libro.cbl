      *          the account's movements with a running balance and
      *          the entry-type markers decoded (normal, P
      *          penalizacion, A apertura arrastrada, I interes, R
      *          revalorizacion, S liquidacion entre sucursales, O
      *          orden permanente, C diferencia de arqueo de caja).
      *          The result can be printed as a statement on
      *          LEDGINQ.TXT. The archives carry no dates inside, so
      *          the range selects whole months, the grain the
                    MOVE "REVALORIZACION" TO WS-TIPO-TEXTO
                WHEN "S"
                    MOVE "LIQ SUCURSAL" TO WS-TIPO-TEXTO
                WHEN "O"
                    MOVE "ORDEN PERMANEN" TO WS-TIPO-TEXTO
                WHEN "C"
                    MOVE "DIF CAJA" TO WS-TIPO-TEXTO
                WHEN OTHER
                    MOVE "NORMAL" TO WS-TIPO-TEXTO
            END-EVALUATE.
