      ******************************************************************
      *    COPYBOOK:  CLAIMREC
      *    PURPOSE:   SUPPLIER CREDIT CLAIM RECORD (vendor-claims.dat).
      *               ONE ROW PER RETURN-TO-VENDOR, RAISED BY
      *               vendor-return WHEN UNITS OF A BAD LOT GO BACK TO
      *               THE SUPPLIER receiving RECORDED FOR THAT LOT.
      *               NUMBERED ONCE AND NEVER REUSED.  CLM-STATUS IS
      *               "OPEN" UNTIL THE SUPPLIER'S CREDIT NOTE IS KEYED
      *               AGAINST THE CLAIM, THEN "CREDITED" WITH THE
      *               CREDIT NOTE REFERENCE, AMOUNT AND DATE FILLED IN.
      *               OPEN CLAIMS ARE AGED BY SUPPLIER ON claim-aging.
      ******************************************************************
       01  FS-CLAIM-RECORD.
           05  CLM-NUMBER           PIC 9(6).
           05  FILLER               PIC X.
           05  CLM-SUPPLIER         PIC X(6).
           05  FILLER               PIC X.
           05  CLM-LOT              PIC X(6).
           05  FILLER               PIC X.
           05  CLM-ITEM-ID          PIC X(6).
           05  FILLER               PIC X.
           05  CLM-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  CLM-UNITS            PIC 9(5).
           05  FILLER               PIC X.
           05  CLM-RAISED-DATE      PIC X(8).
           05  FILLER               PIC X.
           05  CLM-STATUS           PIC X(8).
               88  CLM-IS-OPEN      VALUE "OPEN".
               88  CLM-IS-CREDITED  VALUE "CREDITED".
           05  FILLER               PIC X.
           05  CLM-REASON           PIC X(20).
           05  FILLER               PIC X.
           05  CLM-CREDIT-REF       PIC X(20).
           05  FILLER               PIC X.
           05  CLM-CREDIT-AMOUNT    PIC 9(7)V99.
           05  FILLER               PIC X.
           05  CLM-CREDIT-DATE      PIC X(8).
           05  FILLER               PIC X.
           05  CLM-ITEM-NAME        PIC X(30).
