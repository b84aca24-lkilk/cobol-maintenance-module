      ******************************************************************
      *    COPYBOOK:  RCPTREC
      *    PURPOSE:   PURCHASE-ORDER RECEIPT RECORD (po-receipts.dat).
      *               ONE ROW PER DELIVERY LINE receiving ACCEPTED
      *               AGAINST AN OPEN PO LINE, APPENDED AND NEVER
      *               REWRITTEN, SO THE UNITS ACTUALLY RECEIVED ON A
      *               PO SURVIVE AFTER THE LINE IS DRAWN DOWN TO ZERO
      *               AND DROPPED FROM open-po.dat.  RCP-UNIT-COST IS
      *               THE PO'S AGREED UNIT COST (ZERO ON A PO STAGED
      *               WITHOUT ONE).  invoice-match READS THIS FILE TO
      *               MATCH SUPPLIER INVOICE LINES AGAINST WHAT CAME
      *               THROUGH THE DOOR.
      ******************************************************************
       01  FS-RECEIPT-RECORD.
           05  RCP-PO-NUMBER        PIC X(8).
           05  FILLER               PIC X.
           05  RCP-ITEM-ID          PIC X(6).
           05  FILLER               PIC X.
           05  RCP-SUPPLIER         PIC X(6).
           05  FILLER               PIC X.
           05  RCP-UNITS            PIC 9(5).
           05  FILLER               PIC X.
           05  RCP-UNIT-COST        PIC 9(5)V99.
           05  FILLER               PIC X.
           05  RCP-RECEIVED-DATE    PIC X(8).
           05  FILLER               PIC X.
           05  RCP-LOT              PIC 9(6).
           05  FILLER               PIC X.
           05  RCP-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  RCP-ITEM-NAME        PIC X(50).
