      ******************************************************************
      *    COPYBOOK:  LOTMST
      *    PURPOSE:   LOT MASTER RECORD (lot-master.dat).  ONE ROW PER
      *               LOT receiving ASSIGNS, APPENDED AND NEVER
      *               REWRITTEN, CARRYING WHAT WE PAID FOR THE LOT AND
      *               WHO SENT IT.  LTM-UNIT-COST IS THE DELIVERED UNIT
      *               COST: THE COST ON THE DELIVERY LINE WHEN THE
      *               WAREHOUSE SENT ONE, ELSE THE PO'S AGREED COST,
      *               ELSE ZERO.  LTM-COST-SOURCE SAYS WHICH:
      *                 D - DELIVERY LINE   P - PURCHASE ORDER
      *                 SPACE - NO COST KNOWN
      *               LTM-UNITS IS THE QUANTITY RECEIVED INTO THE LOT,
      *               NOT WHAT IS LEFT OF IT.  margin-report PRICES
      *               SOLD AND WRITTEN-OFF UNITS FROM THIS FILE AND
      *               vendor-return TAKES THE LOT'S SUPPLIER FROM IT.
      ******************************************************************
       01  FS-LOTMST-RECORD.
           05  LTM-LOT              PIC 9(6).
           05  FILLER               PIC X.
           05  LTM-SUPPLIER         PIC X(6).
           05  FILLER               PIC X.
           05  LTM-RECEIVED-DATE    PIC X(8).
           05  FILLER               PIC X.
           05  LTM-UNIT-COST        PIC 9(5)V99.
           05  FILLER               PIC X.
           05  LTM-COST-SOURCE      PIC X.
               88  LTM-COST-KNOWN   VALUE "D" "P".
           05  FILLER               PIC X.
           05  LTM-UNITS            PIC 9(5).
           05  FILLER               PIC X.
           05  LTM-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  LTM-PO-NUMBER        PIC X(8).
           05  FILLER               PIC X.
           05  LTM-ITEM-NAME        PIC X(50).
