      ******************************************************************
      * Copybook: ORDCFD
      * Purpose:  FD for the purchase order master. An order carries
      *           its number (series PORD of NUMCTRL.DAT), the
      *           department (a DEPTMAST code) whose budget it
      *           encumbers, the GL account charged, the payee (PY-ID
      *           of PAYEEMST.DAT), the budget month (YYYYMM of
      *           BUDGMAST.DAT) it encumbers, the issue date, a
      *           description, the amount ordered, the amount already
      *           relieved by vendor invoices matched to it, its
      *           status (A = abierta, C = cerrada, X = anulada), the
      *           operator who issued it, the supervisor who
      *           authorised it past the remaining budget (blank when
      *           it fitted) and the date of the last status change.
      *           The open encumbrance of an order is amount less
      *           relieved while it is open; a closed or voided order
      *           encumbers nothing. See ORDCSL.cpy for the matching
      *           FILE-CONTROL entries.
      ******************************************************************
       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05  OC-NUMERO            PIC 9(6).
           05  OC-DEPT              PIC X(4).
           05  OC-CUENTA            PIC X(8).
           05  OC-PAYEE-ID          PIC X(6).
           05  OC-ANOMES            PIC 9(6).
           05  OC-FECHA             PIC 9(8).
           05  OC-DESCRIPCION       PIC X(20).
           05  OC-IMPORTE           PIC 9(7)V99.
           05  OC-RELEVADO          PIC 9(7)V99.
           05  OC-ESTADO            PIC X.
               88  OC-ABIERTA       VALUE "A".
               88  OC-CERRADA       VALUE "C".
               88  OC-ANULADA       VALUE "X".
           05  OC-OPERADOR          PIC X(8).
           05  OC-AUTORIZA          PIC X(8).
           05  OC-FECHA-ESTADO      PIC 9(8).

       FD  PURCHASE-ORDER-NEW.
       01  PURCHASE-ORDER-NEW-LINE  PIC X(101).
