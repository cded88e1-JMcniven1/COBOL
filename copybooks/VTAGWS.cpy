      ******************************************************************
      * Copybook: VTAGWS
      * Purpose:  WORKING-STORAGE for the sales feed. Per document
      *           move tipo, customer account, net, tax, the tax
      *           code's liability account and the document number to
      *           the WS-VG-* fields and PERFORM AGREGA-ASIENTO-VENTA
      *           (VTAGWR.cpy).
      ******************************************************************
       01  WS-VG-STATUS                PIC XX.
           88  WS-VG-OK                VALUE "00".
       01  WS-VG-EOF-SWITCH            PIC X VALUE "N".
           88  WS-VG-EOF               VALUE "Y".
      *    Ventas del mayor, y el impuesto por pagar cuando el codigo
      *    no trae su propia cuenta.
       01  WS-VG-CTA-VENTAS            PIC X(8) VALUE "VENTAS  ".
       01  WS-VG-CTA-IMP-OMISION       PIC X(8) VALUE "IVAPAG  ".
       01  WS-VG-TIPO                  PIC X.
       01  WS-VG-CLIENTE               PIC X(8).
       01  WS-VG-NETO                  PIC 9(7)V99.
       01  WS-VG-IMPUESTO              PIC 9(7)V99.
       01  WS-VG-CTA-IMPUESTO          PIC X(8).
       01  WS-VG-DOCUMENTO             PIC 9(6).
