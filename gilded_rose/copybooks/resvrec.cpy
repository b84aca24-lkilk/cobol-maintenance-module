      ******************************************************************
      *    COPYBOOK:  RESVREC
      *    PURPOSE:   CUSTOMER RESERVATION RECORD (reservations.dat).
      *               ONE ROW PER HOLD PLACED AT THE FRONT COUNTER,
      *               KEYED BY PERMANENT ITEM-ID PLUS ITEM-STORE LIKE
      *               THE INVENTORY RECORD, NUMBERED ONCE BY
      *               reservation-maint AND NEVER REUSED.  RSV-STATUS
      *               IS "OPEN" WHILE THE UNITS ARE SPOKEN FOR, THEN
      *               "RELEASED" (CUSTOMER WITHDREW) OR "FULFILLED"
      *               (COLLECTED - THE SOLD DISPOSITION WAS WRITTEN),
      *               WITH RSV-STATUS-DATE THE DATE IT CHANGED.  ONLY
      *               OPEN ROWS COUNT AGAINST AVAILABLE-TO-PROMISE
      *               (SEE atp-report) AND purchasing.
      ******************************************************************
       01  FS-RESERVATION-RECORD.
           05  RSV-NUMBER           PIC 9(6).
           05  FILLER               PIC X.
           05  RSV-ITEM-ID          PIC X(6).
           05  FILLER               PIC X.
           05  RSV-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  RSV-CUST-REF         PIC X(20).
           05  FILLER               PIC X.
           05  RSV-UNITS            PIC 9(5).
           05  FILLER               PIC X.
           05  RSV-PICKUP-DATE      PIC X(8).
           05  FILLER               PIC X.
           05  RSV-STATUS           PIC X(9).
               88  RSV-IS-OPEN      VALUE "OPEN".
           05  FILLER               PIC X.
           05  RSV-STATUS-DATE      PIC X(8).
