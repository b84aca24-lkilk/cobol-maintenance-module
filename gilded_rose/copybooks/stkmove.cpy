      ******************************************************************
      *    COPYBOOK:  STKMOVE
      *    PURPOSE:   STANDARD STOCK MOVEMENT RECORD - THE PARAMETER
      *               BLOCK FOR THE SHARED stock-ledger SUBPROGRAM AND
      *               THE LAYOUT OF stock-ledger.dat, WHICH IT APPENDS
      *               AND NOTHING REWRITES.  EVERY PROGRAM THAT CHANGES
      *               THE UNITS ON HAND IN in.dat POSTS ONE ROW PER
      *               in.dat RECORD IT ADDS, REMOVES OR CHANGES, SO
      *               stock-rollforward CAN PROVE OPENING + MOVEMENTS
      *               = CLOSING PER ITEM AND STORE.  CLEAR THE BLOCK
      *               (MOVE SPACES) BEFORE FILLING IT.
      *               SMV-UNITS IS SIGNED: PLUS FOR UNITS ARRIVING ON
      *               THE SHELF, MINUS FOR UNITS LEAVING IT.
      *               SMV-ITEM-ID IS THE PERMANENT ITEM NUMBER WHEN THE
      *               RECORD HAS ONE; A FRESHLY RECEIVED LINE CARRIES
      *               ZEROS UNTIL item-register STAMPS IT, AND THE
      *               ROLL-FORWARD RESOLVES IT FROM SMV-ITEM-NAME.
      *               SMV-DATE IS STAMPED BY stock-ledger WITH THE
      *               BUSINESS DATE (processing_date, ELSE TODAY) WHEN
      *               THE CALLER LEAVES IT BLANK.
      *               MOVEMENT TYPES:
      *                 RECEIPT  - DELIVERY RECEIVED (receiving)
      *                 SALE     - SOLD OVER THE TILL OR COLLECTED
      *                 WRITEOFF - DISCARDED, DAMAGED, RECALLED OR
      *                            FAILED QC
      *                 XFER-OUT - SHIPPED TO ANOTHER STORE
      *                 XFER-IN  - ARRIVED FROM ANOTHER STORE
      *                 ADJUST   - STOCK-TAKE COUNT CORRECTION
      *                 RETURN   - CUSTOMER RETURN BACK ON THE SHELF
      *                 RTV      - RETURNED TO THE VENDOR
      ******************************************************************
       01  STOCK-MOVEMENT.
           05  SMV-ITEM-ID          PIC X(6).
           05  FILLER               PIC X.
           05  SMV-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  SMV-LOT              PIC X(6).
           05  FILLER               PIC X.
           05  SMV-TYPE             PIC X(8).
               88  SMV-IS-RECEIPT   VALUE "RECEIPT".
               88  SMV-IS-SALE      VALUE "SALE".
               88  SMV-IS-WRITEOFF  VALUE "WRITEOFF".
               88  SMV-IS-XFER-OUT  VALUE "XFER-OUT".
               88  SMV-IS-XFER-IN   VALUE "XFER-IN".
               88  SMV-IS-ADJUST    VALUE "ADJUST".
               88  SMV-IS-RETURN    VALUE "RETURN".
               88  SMV-IS-RTV       VALUE "RTV".
           05  FILLER               PIC X.
           05  SMV-UNITS            PIC S9(5)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X.
           05  SMV-DATE             PIC X(8).
           05  FILLER               PIC X.
           05  SMV-PROGRAM          PIC X(20).
           05  FILLER               PIC X.
           05  SMV-ITEM-NAME        PIC X(50).
