      ******************************************************************
      *    COPYBOOK:  QCHOLD
      *    PURPOSE:   INBOUND QUALITY-CONTROL HOLD RECORD
      *               (qc-holds.dat).  ONE ROW PER LOT receiving TOOK
      *               IN FROM A SUPPLIER FLAGGED "INSPECT ON RECEIPT"
      *               ON data/suppliers.dat.  THE LOT GOES INTO in.dat
      *               LIKE ANY OTHER DELIVERY AND AGES NIGHTLY, BUT
      *               WHILE QCH-STATUS IS "HELD" IT IS KEPT OUT OF
      *               AVAILABLE STOCK (atp-report), THE PRICING EXTRACT
      *               (new-gilded-rose), REORDER ON-HAND (purchasing)
      *               AND THE LOTS till-feed AND reservation-maint PICK
      *               FROM.  qc-inspection RESOLVES THE HOLD FROM QC'S
      *               RESULTS AND REWRITES THE ROW WITH THE OUTCOME,
      *               THE DATE AND THE INSPECTOR:
      *                 RELEASED - PASSED, NOW ORDINARY STOCK
      *                 RTV      - FAILED, SENT BACK TO THE SUPPLIER
      *                 DISCARD  - FAILED, DESTROYED
      *               QCH-HELD-DATE IS THE DATE THE LOT WAS RECEIVED;
      *               qc-hold-report AGES OPEN HOLDS FROM IT.
      *               QCH-UNITS IS THE QUANTITY RECEIVED INTO THE LOT.
      ******************************************************************
       01  FS-QC-HOLD-RECORD.
           05  QCH-LOT              PIC 9(6).
           05  FILLER               PIC X.
           05  QCH-STATUS           PIC X(8).
               88  QCH-ON-HOLD      VALUE "HELD".
               88  QCH-IS-RELEASED  VALUE "RELEASED".
               88  QCH-IS-RETURNED  VALUE "RTV".
               88  QCH-IS-DISCARDED VALUE "DISCARD".
           05  FILLER               PIC X.
           05  QCH-HELD-DATE        PIC X(8).
           05  FILLER               PIC X.
           05  QCH-SUPPLIER         PIC X(6).
           05  FILLER               PIC X.
           05  QCH-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  QCH-UNITS            PIC 9(5).
           05  FILLER               PIC X.
           05  QCH-RESOLVED-DATE    PIC X(8).
           05  FILLER               PIC X.
           05  QCH-INSPECTOR        PIC X(8).
           05  FILLER               PIC X.
           05  QCH-ITEM-NAME        PIC X(50).
