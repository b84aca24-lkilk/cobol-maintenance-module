       IDENTIFICATION DIVISION.
       PROGRAM-ID. "reservation-maint".

      * MODIFICATION HISTORY:
      * - EVERY disposition-history.dat RECORD NOW CARRIES A CHAIN
      *   VALUE AFTER THE DATE, LINKED ONTO THE PREVIOUS RECORD'S
      *   THROUGH audit-chain (SEE AUDCHAIN), SO AN ALTERED OR
      *   DELETED HISTORY LINE SHOWS UP IN chain-verify.
      * - EVERY SOLD ROW A PICKUP WRITES NOW ALSO POSTS A SALE
      *   MOVEMENT OF THE UNITS TAKEN FROM THAT LOT TO THE STOCK
      *   LEDGER THROUGH stock-ledger (SEE STKMOVE).
      * - A LOT ON INBOUND QC HOLD (qc-holds.dat, SEE QCHOLD) IS NOT
      *   AVAILABLE STOCK UNTIL qc-inspection RELEASES IT: ITS UNITS
      *   NO LONGER COUNT TOWARD WHAT AN ADD OR FULFIL MAY TAKE, AND A
      *   FULFIL NEVER PICKS FROM IT.
      * - NEW PROGRAM.  MAINTENANCE UTILITY FOR CUSTOMER
      *   RESERVATIONS (reservations.dat, LAYOUT IN RESVREC).  THE
      *   FRONT COUNTER HOLDS STOCK FOR CUSTOMERS - A BOX OF AGED
      *   BRIE FOR A WEDDING, A BLOCK OF CONCERT PASSES FOR A GROUP -
      *   BUT NOTHING KNEW A UNIT WAS SPOKEN FOR, SO IT GOT SOLD
      *   TWICE.  COMMANDS ARE STAGED AS reservation-maint.new (THE
      *   SAME STAGED-FILE SCHEME item-maint USES) AND VALIDATED AS
      *   A BATCH BEFORE ANYTHING IS APPLIED:
      *     ADD     <ITEM ID> <STORE> <UNITS> <PICKUP> <CUSTOMER REF>
      *       - A NEW OPEN RESERVATION, REFUSED WHEN THE STORE DOES
      *       NOT HAVE THAT MANY UNITS AVAILABLE TO PROMISE (ON HAND
      *       LESS WHAT IS ALREADY RESERVED).
      *     RELEASE <RESERVATION NO> - THE CUSTOMER WITHDREW; THE
      *       UNITS GO BACK TO AVAILABLE STOCK.
      *     FULFIL  <RESERVATION NO> - THE CUSTOMER COLLECTED.  THE
      *       UNITS COME OFF in.dat OLDEST LOT FIRST THE WAY till-feed
      *       POSTS A SALE, AND EACH LOT TOUCHED GETS A SOLD ROW ON
      *       disposition-history.dat.
      *   A BATCH WITH ANY BAD COMMAND IS REFUSED OUTRIGHT, AND EVERY
      *   APPLIED CHANGE IS APPENDED TO reservation-audit.dat THE WAY
      *   item-maint WRITES item-maint-audit.dat.  REFUSES TO START
      *   WHILE THE NIGHTLY RUN HOLDS run-lock.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-COMMANDS ASSIGN "reservation-maint.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-FILE-STATUS.
             SELECT OPTIONAL FI-RESERVATIONS ASSIGN "reservations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT OPTIONAL FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.
             SELECT FI-WORK ASSIGN "resvwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
             SELECT FI-HISTORY ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT FI-AUDIT ASSIGN "reservation-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

             SELECT OPTIONAL FI-RUNLOCK ASSIGN "run-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-FILE-STATUS.
             SELECT OPTIONAL FI-RUNLOG ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-COMMANDS.
           01 FS-COMMAND-RECORD.
               05 CMD-ACTION            PIC X(7).
               05 FILLER                PIC X.
               05 CMD-KEY               PIC X(6).
               05 FILLER                PIC X.
               05 CMD-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 CMD-UNITS             PIC X(5).
               05 FILLER                PIC X.
               05 CMD-PICKUP            PIC X(8).
               05 FILLER                PIC X.
               05 CMD-CUST-REF          PIC X(20).

           FD FI-RESERVATIONS.
           COPY "resvrec.cpy".

           FD FI-MASTER.
           COPY "itemmst.cpy".

           FD FI-IN-ITEMS.
           01 FS-IN-ITEM PIC X(84).

           FD FI-QCHOLD.
           COPY "qchold.cpy".

           FD FI-WORK.
           01 FS-WORK-ITEM PIC X(84).

           FD FI-HISTORY.
           01 FS-HISTORY-RECORD.
               05 HST-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-AUDIT.
           01 FS-AUDIT-RECORD           PIC X(130).

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.
               05 LCK-TAG               PIC X(6).
               05 FILLER                PIC X.
               05 LCK-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 LCK-TIME              PIC X(6).

           FD FI-RUNLOG.
           01 FS-RUNLOG-RECORD.
               05 RL-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 RL-STEP               PIC 99.
               05 FILLER                PIC X.
               05 RL-NAME               PIC X(10).
               05 FILLER                PIC X.
               05 RL-RC                 PIC 9(4).
               05 FILLER                PIC X.
               05 RL-STATUS             PIC X(8).

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

       WORKING-STORAGE SECTION.
           01 WS-RUNLOCK-FILE-STATUS    PIC 99.
               88 WS-RUNLOCK-OK         VALUE 00.
               88 WS-RUNLOCK-EOF        VALUE 10.

           01 WS-RUNLOG-FILE-STATUS     PIC 99.
               88 WS-RUNLOG-OK          VALUE 00.
               88 WS-RUNLOG-EOF         VALUE 10.

           01 WS-OPERATOR-FILE-STATUS   PIC 99.
               88 WS-OPERATOR-OK        VALUE 00.
               88 WS-OPERATOR-EOF       VALUE 10.

           01 WS-LOCK-HELD-SWITCH       PIC X VALUE "N".
               88 WS-LOCK-HELD          VALUE "Y".

           01 WS-OVERRIDE-ID            PIC X(8).
           01 WS-OVERRIDE-AUTH-SWITCH   PIC X.
               88 WS-OVERRIDE-AUTHORIZED VALUE "Y".
           01 WS-HELD-DATE              PIC X(8).
           01 WS-LAST-STEP              PIC 99.
           01 WS-LAST-STEP-NAME         PIC X(10).
           01 WS-OPR-ROLE               PIC 9 VALUE 0.
           01 WS-OPR-FOUND-SWITCH       PIC X.
               88 WS-OPR-FOUND          VALUE "Y".

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

           01 WS-COMMAND-FILE-STATUS    PIC 99.
               88 WS-COMMAND-OK         VALUE 00.
               88 WS-COMMAND-EOF        VALUE 10.

           01 WS-RESV-FILE-STATUS       PIC 99.
               88 WS-RESV-OK            VALUE 00.
               88 WS-RESV-EOF           VALUE 10.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

           01 WS-QCHOLD-FILE-STATUS     PIC 99.
               88 WS-QCHOLD-OK          VALUE 00.
               88 WS-QCHOLD-EOF         VALUE 10.

      * LOTS ON INBOUND QC HOLD (qc-holds.dat, SEE QCHOLD).  THEIR
      * in.dat RECORDS ARE FLAGGED AS THE TABLE IS LOADED AND ARE
      * NEVER PICKED.
           01 WS-HELD-LOT-COUNT         PIC 9(4) VALUE 0.
           01 WS-HELD-LOT-TABLE.
               05 WS-HELD-LOT OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-HELD-LOT-COUNT
                   INDEXED BY HELD-IDX  PIC X(6).

           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

           01 WS-WORK-FILE-STATUS       PIC 99.
               88 WS-WORK-OK            VALUE 00.
               88 WS-WORK-EOF           VALUE 10.

           01 WS-HISTORY-FILE-STATUS    PIC 99.
               88 WS-HISTORY-OK         VALUE 00.

           01 WS-AUDIT-FILE-STATUS      PIC 99.
               88 WS-AUDIT-OK           VALUE 00.

      * EVERY RESERVATION ON FILE, OPEN OR CLOSED, IN FILE ORDER.
      * THE BATCH IS EDITED AGAINST THIS TABLE AND THE FILE IS ONLY
      * REWRITTEN FROM IT WHEN EVERY COMMAND HAS PASSED.
           01 WS-RESV-COUNT             PIC 9(4) VALUE 0.
           01 WS-RESV-TABLE.
               05 WS-RESV-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-RESV-COUNT
                   INDEXED BY RESV-IDX.
                   10 WS-RESV-ROW        PIC X(80).
           01 WS-NEXT-RESV-NUMBER       PIC 9(6) VALUE 1.

      * ITEM MASTER ID-TO-NAME TABLE - AN ADD MUST NAME A MASTER
      * ITEM, AND A RECORD STILL CARRYING ITEM ID ZERO IS MATCHED BY
      * THE MASTER NAME THE WAY till-feed MATCHES IT.
           01 WS-MASTER-COUNT           PIC 9(4) VALUE 0.
           01 WS-MASTER-TABLE.
               05 WS-MASTER-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MASTER-IDX.
                   10 WS-MASTER-TBL-ID   PIC 9(6).
                   10 WS-MASTER-TBL-NAME PIC X(50).

      * in.dat, LOADED UP FRONT - SAME SHAPE AS till-feed'S TABLE.
           01 WS-INV-COUNT              PIC 9(4) VALUE 0.
           01 WS-INV-TABLE.
               05 WS-INV-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-INV-COUNT
                   INDEXED BY INV-IDX.
                   10 WS-INV-RAW         PIC X(84).
                   10 WS-INV-ID          PIC X(6).
                   10 WS-INV-STORE       PIC X(3).
                   10 WS-INV-SELL-IN     PIC S9(3).
                   10 WS-INV-QTY         PIC 9(5).
                   10 WS-INV-TOUCHED     PIC X.
                       88 WS-INV-WAS-TOUCHED VALUE "Y".
                   10 WS-INV-HELD        PIC X.
                       88 WS-INV-ON-QC-HOLD VALUE "Y".

      * SOLD ROWS OWED TO disposition-history.dat BY THE FULFIL
      * COMMANDS IN THE BATCH, WRITTEN ONLY WHEN THE BATCH IS APPLIED.
           01 WS-SOLD-COUNT             PIC 9(4) VALUE 0.
           01 WS-SOLD-TABLE.
               05 WS-SOLD-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-SOLD-COUNT
                   INDEXED BY SOLD-IDX.
                   10 WS-SOLD-RAW        PIC X(84).

      * AUDIT LINES FOR THE BATCH, WRITTEN ONLY WHEN IT IS APPLIED.
           01 WS-AUDLINE-COUNT          PIC 99 VALUE 0.
           01 WS-AUDLINE-TABLE.
               05 WS-AUDLINE-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-AUDLINE-COUNT
                   INDEXED BY AUDLINE-IDX.
                   10 WS-AUDLINE-TEXT    PIC X(130).

           01 WS-ERROR-COUNT            PIC 99 VALUE 0.
           01 WS-ROW-NUMBER             PIC 99 VALUE 0.
           01 WS-CMD-COUNT              PIC 99 VALUE 0.
           01 WS-FULFIL-COUNT           PIC 99 VALUE 0.

      * THE COMMAND IN HAND.
           01 WS-CMD-ID-NUM             PIC 9(6).
           01 WS-MATCH-ID               PIC X(6).
           01 WS-CMD-NAME               PIC X(50).
           01 WS-CMD-STORE              PIC X(3).
           01 WS-CMD-UNITS              PIC 9(5).
           01 WS-ON-HAND                PIC 9(7).
           01 WS-RESERVED               PIC 9(7).
           01 WS-AVAILABLE              PIC S9(7).
           01 WS-AVAILABLE-TEXT         PIC 9(7).
           01 WS-SALE-LEFT              PIC 9(5).
           01 WS-TAKE-UNITS             PIC 9(5).
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-UNITS-TEXT             PIC 9(5).

           01 WS-RESV-FOUND-SWITCH      PIC X.
               88 WS-RESV-FOUND         VALUE "Y".
               88 WS-RESV-NOT-FOUND     VALUE "N".

      * OLDEST-LOT SEARCH: LOWEST SELL-IN WINS, LOWER LOT NUMBER
      * BREAKS A TIE (SAME RULE AS till-feed).
           01 WS-PICK-SWITCH            PIC X.
               88 WS-LOT-PICKED         VALUE "Y".
               88 WS-NO-LOT-PICKED      VALUE "N".
           01 WS-PICK-IDX               PIC 9(4).
           01 WS-PICK-SELL-IN           PIC S9(3).
           01 WS-PICK-LOT               PIC X(6).

           01 WS-DATE-SWITCH            PIC X.
               88 WS-DATE-VALID         VALUE "Y".
               88 WS-DATE-INVALID       VALUE "N".
           01 WS-CHECK-DATE.
               05 WS-CHECK-YEAR          PIC 9(4).
               05 WS-CHECK-MONTH         PIC 99.
               05 WS-CHECK-DAY           PIC 99.
           01 WS-DAYS-IN-MONTH          PIC 99.
           01 WS-LEAP-REMAINDER         PIC 9(4).

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
               05 WS-CD-DAY              PIC 99.

       PROCEDURE DIVISION.
           PERFORM 0010-CHECK-RUN-LOCK THRU 0010-EXIT.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT FI-COMMANDS.
           IF NOT WS-COMMAND-OK
               DISPLAY "RESERVATION-MAINT: reservation-maint.new NOT "
                   "FOUND - STAGE THE COMMAND BATCH THERE FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-LOAD-MASTER.
           PERFORM 0060-LOAD-RESERVATIONS.
           PERFORM 0065-LOAD-QC-HOLDS.
           PERFORM 0070-LOAD-INVENTORY.
           PERFORM 0110-LOAD-AND-EDIT-COMMANDS.
           CLOSE FI-COMMANDS.

           IF WS-CMD-COUNT = 0
               DISPLAY "RESERVATION-MAINT: COMMAND BATCH IS EMPTY - "
                   "REFUSED"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF WS-ERROR-COUNT > 0
               DISPLAY "RESERVATION-MAINT: " WS-ERROR-COUNT
                   " ERROR(S) - reservations.dat LEFT UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-APPLY-BATCH
               DISPLAY "RESERVATION-MAINT: " WS-CMD-COUNT
                   " COMMAND(S) APPLIED - SEE reservation-audit.dat"
               MOVE 0 TO RETURN-CODE
           END-IF.

       0300-RETURN.
           GOBACK.

       0050-LOAD-MASTER.
           MOVE 0 TO WS-MASTER-COUNT.
           OPEN INPUT FI-MASTER.
           IF WS-MASTER-OK
               READ FI-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-MASTER-OK
                   OR WS-MASTER-COUNT >= 9999
                   ADD 1 TO WS-MASTER-COUNT
                   SET MASTER-IDX TO WS-MASTER-COUNT
                   MOVE MST-ITEM-ID   TO WS-MASTER-TBL-ID (MASTER-IDX)
                   MOVE MST-ITEM-NAME TO WS-MASTER-TBL-NAME (MASTER-IDX)
                   READ FI-MASTER NEXT RECORD
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-MASTER.

       0060-LOAD-RESERVATIONS.
      * RESERVATION NUMBERS, LIKE LOTS AND ITEM IDS, ARE NEVER
      * REUSED - THE NEXT ONE IS ONE PAST THE HIGHEST ON FILE.
           MOVE 0 TO WS-RESV-COUNT.
           OPEN INPUT FI-RESERVATIONS.
           IF WS-RESV-OK
               READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RESV-OK OR WS-RESV-COUNT >= 5000
                   ADD 1 TO WS-RESV-COUNT
                   SET RESV-IDX TO WS-RESV-COUNT
                   MOVE FS-RESERVATION-RECORD TO WS-RESV-ROW (RESV-IDX)
                   IF RSV-NUMBER NUMERIC
                      AND RSV-NUMBER >= WS-NEXT-RESV-NUMBER
                       COMPUTE WS-NEXT-RESV-NUMBER = RSV-NUMBER + 1
                   END-IF
                   READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RESERVATIONS.

       0065-LOAD-QC-HOLDS.
      * ONLY OPEN HOLDS MATTER; A RELEASED, RETURNED OR DISCARDED ROW
      * IS HISTORY.  NO FILE MEANS NOTHING IS ON HOLD.
           MOVE 0 TO WS-HELD-LOT-COUNT.
           OPEN INPUT FI-QCHOLD.
           IF WS-QCHOLD-OK
               READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-QCHOLD-OK
                   OR WS-HELD-LOT-COUNT >= 2000
                   IF QCH-ON-HOLD AND QCH-LOT NUMERIC
                       ADD 1 TO WS-HELD-LOT-COUNT
                       SET HELD-IDX TO WS-HELD-LOT-COUNT
                       MOVE QCH-LOT TO WS-HELD-LOT (HELD-IDX)
                   END-IF
                   READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-QCHOLD.

       0070-LOAD-INVENTORY.
           MOVE 0 TO WS-INV-COUNT.
           OPEN INPUT FI-IN-ITEMS.
           IF NOT WS-IN-OK
               CLOSE FI-IN-ITEMS
           ELSE
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ
               PERFORM UNTIL WS-IN-EOF OR WS-INV-COUNT >= 9999
                   ADD 1 TO WS-INV-COUNT
                   SET INV-IDX TO WS-INV-COUNT
                   MOVE FS-IN-ITEM TO WS-INV-RAW (INV-IDX)
                   IF FS-IN-ITEM (72:6) NUMERIC
                       MOVE FS-IN-ITEM (72:6) TO WS-INV-ID (INV-IDX)
                   ELSE
                       MOVE "000000" TO WS-INV-ID (INV-IDX)
                   END-IF
                   IF FS-IN-ITEM (68:3) = SPACES
                       MOVE "A" TO WS-INV-STORE (INV-IDX)
                   ELSE
                       MOVE FS-IN-ITEM (68:3) TO WS-INV-STORE (INV-IDX)
                   END-IF
                   IF FS-IN-ITEM (2:3) NUMERIC
                       COMPUTE WS-INV-SELL-IN (INV-IDX) =
                           FUNCTION NUMVAL (FS-IN-ITEM (1:4))
                   ELSE
                       MOVE 0 TO WS-INV-SELL-IN (INV-IDX)
                   END-IF
                   MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT
                   IF WS-QTY-TEXT NUMERIC
                       MOVE WS-QTY-TEXT TO WS-INV-QTY (INV-IDX)
                   ELSE
                       MOVE 1 TO WS-INV-QTY (INV-IDX)
                   END-IF
                   MOVE "N" TO WS-INV-TOUCHED (INV-IDX)
                   MOVE "N" TO WS-INV-HELD (INV-IDX)
                   IF WS-HELD-LOT-COUNT > 0
                       SET HELD-IDX TO 1
                       SEARCH WS-HELD-LOT
                           WHEN WS-HELD-LOT (HELD-IDX)
                                = FS-IN-ITEM (79:6)
                               MOVE "Y" TO WS-INV-HELD (INV-IDX)
                       END-SEARCH
                   END-IF
                   READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-IN-ITEMS
           END-IF.

       0110-LOAD-AND-EDIT-COMMANDS.
           READ FI-COMMANDS AT END SET WS-COMMAND-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-COMMAND-EOF OR WS-CMD-COUNT >= 50
               ADD 1 TO WS-ROW-NUMBER
               PERFORM 0120-EDIT-ONE-COMMAND THRU 0120-EXIT
               READ FI-COMMANDS AT END SET WS-COMMAND-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT WS-COMMAND-EOF
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: MORE THAN 50 COMMANDS "
                   "STAGED - SPLIT THE BATCH"
           END-IF.

       0120-EDIT-ONE-COMMAND.
      * EACH COMMAND IS EDITED AGAINST THE TABLES AS THE EARLIER
      * COMMANDS IN THE BATCH LEFT THEM, SO TWO ADDS CANNOT BETWEEN
      * THEM PROMISE THE SAME UNIT.  NOTHING REACHES A FILE UNTIL
      * THE WHOLE BATCH HAS PASSED.
           EVALUATE CMD-ACTION
               WHEN "ADD"
                   PERFORM 0130-EDIT-ADD THRU 0130-EXIT
               WHEN "RELEASE"
                   PERFORM 0140-EDIT-RELEASE THRU 0140-EXIT
               WHEN "FULFIL"
                   PERFORM 0150-EDIT-FULFIL THRU 0150-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                       " ACTION '" CMD-ACTION
                       "' IS NOT ADD/RELEASE/FULFIL"
           END-EVALUATE.

       0120-EXIT.
           EXIT.

       0130-EDIT-ADD.
           IF CMD-KEY NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " ITEM ID '" CMD-KEY "' IS NOT NUMERIC"
               GO TO 0130-EXIT
           END-IF.
           MOVE CMD-KEY TO WS-CMD-ID-NUM.
           MOVE CMD-KEY TO WS-MATCH-ID.
           MOVE SPACES TO WS-CMD-NAME.
           SET MASTER-IDX TO 1.
           PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
               IF WS-MASTER-TBL-ID (MASTER-IDX) = WS-CMD-ID-NUM
                   MOVE WS-MASTER-TBL-NAME (MASTER-IDX) TO WS-CMD-NAME
                   SET MASTER-IDX TO WS-MASTER-COUNT
               END-IF
               SET MASTER-IDX UP BY 1
           END-PERFORM.
           IF WS-CMD-NAME = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " ITEM ID " CMD-KEY " IS NOT ON THE MASTER"
               GO TO 0130-EXIT
           END-IF.
           IF CMD-STORE NOT = "A" AND CMD-STORE NOT = "B"
              AND CMD-STORE NOT = "C"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " STORE '" CMD-STORE "' IS NOT A, B OR C"
               GO TO 0130-EXIT
           END-IF.
           MOVE CMD-STORE TO WS-CMD-STORE.
           IF CMD-UNITS NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " UNITS '" CMD-UNITS "' IS NOT NUMERIC"
               GO TO 0130-EXIT
           END-IF.
           MOVE CMD-UNITS TO WS-CMD-UNITS.
           IF WS-CMD-UNITS = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " RESERVES ZERO UNITS"
               GO TO 0130-EXIT
           END-IF.
           MOVE CMD-PICKUP TO WS-CHECK-DATE.
           PERFORM 0500-VALIDATE-DATE.
           IF WS-DATE-INVALID
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " PICKUP DATE '" CMD-PICKUP
                   "' IS NOT A REAL CALENDAR DATE"
               GO TO 0130-EXIT
           END-IF.
           IF CMD-CUST-REF = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " HAS NO CUSTOMER REFERENCE"
               GO TO 0130-EXIT
           END-IF.
           PERFORM 0160-TOTAL-ON-HAND.
           PERFORM 0165-TOTAL-RESERVED.
           COMPUTE WS-AVAILABLE = WS-ON-HAND - WS-RESERVED.
           IF WS-AVAILABLE < WS-CMD-UNITS
               ADD 1 TO WS-ERROR-COUNT
               IF WS-AVAILABLE < 0
                   MOVE 0 TO WS-AVAILABLE
               END-IF
               MOVE WS-AVAILABLE TO WS-AVAILABLE-TEXT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " ONLY " WS-AVAILABLE-TEXT " UNIT(S) OF ID "
                   CMD-KEY " AVAILABLE TO PROMISE IN STORE "
                   CMD-STORE
               GO TO 0130-EXIT
           END-IF.
           IF WS-RESV-COUNT >= 5000
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: reservations.dat IS FULL"
               GO TO 0130-EXIT
           END-IF.
           MOVE SPACES TO FS-RESERVATION-RECORD.
           MOVE WS-NEXT-RESV-NUMBER TO RSV-NUMBER.
           ADD 1 TO WS-NEXT-RESV-NUMBER.
           MOVE CMD-KEY        TO RSV-ITEM-ID.
           MOVE CMD-STORE      TO RSV-STORE.
           MOVE CMD-CUST-REF   TO RSV-CUST-REF.
           MOVE WS-CMD-UNITS   TO RSV-UNITS.
           MOVE CMD-PICKUP     TO RSV-PICKUP-DATE.
           MOVE "OPEN"         TO RSV-STATUS.
           MOVE WS-CURRENT-DATE TO RSV-STATUS-DATE.
           ADD 1 TO WS-RESV-COUNT.
           SET RESV-IDX TO WS-RESV-COUNT.
           MOVE FS-RESERVATION-RECORD TO WS-RESV-ROW (RESV-IDX).
           ADD 1 TO WS-CMD-COUNT.
           PERFORM 0190-QUEUE-AUDIT-LINE.

       0130-EXIT.
           EXIT.

       0140-EDIT-RELEASE.
           PERFORM 0170-FIND-OPEN-RESERVATION THRU 0170-EXIT.
           IF WS-RESV-NOT-FOUND
               GO TO 0140-EXIT
           END-IF.
           MOVE "RELEASED" TO RSV-STATUS.
           MOVE WS-CURRENT-DATE TO RSV-STATUS-DATE.
           MOVE FS-RESERVATION-RECORD TO WS-RESV-ROW (RESV-IDX).
           ADD 1 TO WS-CMD-COUNT.
           PERFORM 0190-QUEUE-AUDIT-LINE.

       0140-EXIT.
           EXIT.

       0150-EDIT-FULFIL.
           PERFORM 0170-FIND-OPEN-RESERVATION THRU 0170-EXIT.
           IF WS-RESV-NOT-FOUND
               GO TO 0150-EXIT
           END-IF.
           MOVE RSV-ITEM-ID TO WS-CMD-ID-NUM.
           MOVE RSV-ITEM-ID TO WS-MATCH-ID.
           MOVE RSV-STORE TO WS-CMD-STORE.
           MOVE RSV-UNITS TO WS-CMD-UNITS.
           MOVE SPACES TO WS-CMD-NAME.
           SET MASTER-IDX TO 1.
           PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
               IF WS-MASTER-TBL-ID (MASTER-IDX) = WS-CMD-ID-NUM
                   MOVE WS-MASTER-TBL-NAME (MASTER-IDX) TO WS-CMD-NAME
                   SET MASTER-IDX TO WS-MASTER-COUNT
               END-IF
               SET MASTER-IDX UP BY 1
           END-PERFORM.
           PERFORM 0160-TOTAL-ON-HAND.
           IF WS-ON-HAND < WS-CMD-UNITS
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " RESERVATION " CMD-KEY " NEEDS " WS-CMD-UNITS
                   " UNIT(S) BUT STORE " WS-CMD-STORE " HOLDS "
                   WS-ON-HAND
               GO TO 0150-EXIT
           END-IF.
           MOVE "FULFILLED" TO RSV-STATUS.
           MOVE WS-CURRENT-DATE TO RSV-STATUS-DATE.
           MOVE FS-RESERVATION-RECORD TO WS-RESV-ROW (RESV-IDX).
           PERFORM 0180-TAKE-UNITS.
           ADD 1 TO WS-FULFIL-COUNT.
           ADD 1 TO WS-CMD-COUNT.
           PERFORM 0190-QUEUE-AUDIT-LINE.

       0150-EXIT.
           EXIT.

       0160-TOTAL-ON-HAND.
      * UNITS OF THE COMMAND'S ITEM ON HAND IN ITS STORE, ACROSS
      * EVERY LOT.
           MOVE 0 TO WS-ON-HAND.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-STORE (INV-IDX) = WS-CMD-STORE
                  AND NOT WS-INV-ON-QC-HOLD (INV-IDX)
                  AND (WS-INV-ID (INV-IDX) = WS-MATCH-ID
                       OR (WS-INV-ID (INV-IDX) = "000000"
                           AND WS-INV-RAW (INV-IDX) (11:50)
                               = WS-CMD-NAME))
                   ADD WS-INV-QTY (INV-IDX) TO WS-ON-HAND
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.

       0165-TOTAL-RESERVED.
      * UNITS OF THE COMMAND'S ITEM ALREADY PROMISED IN ITS STORE.
           MOVE 0 TO WS-RESERVED.
           SET RESV-IDX TO 1.
           PERFORM UNTIL RESV-IDX > WS-RESV-COUNT
               MOVE WS-RESV-ROW (RESV-IDX) TO FS-RESERVATION-RECORD
               IF RSV-IS-OPEN AND RSV-ITEM-ID = WS-MATCH-ID
                  AND RSV-STORE = WS-CMD-STORE
                  AND RSV-UNITS NUMERIC
                   ADD RSV-UNITS TO WS-RESERVED
               END-IF
               SET RESV-IDX UP BY 1
           END-PERFORM.

       0170-FIND-OPEN-RESERVATION.
      * LEAVES THE RESERVATION IN FS-RESERVATION-RECORD AND RESV-IDX
      * ON ITS TABLE ROW.
           SET WS-RESV-NOT-FOUND TO TRUE.
           IF CMD-KEY NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " RESERVATION NUMBER '" CMD-KEY
                   "' IS NOT NUMERIC"
               GO TO 0170-EXIT
           END-IF.
           SET RESV-IDX TO 1.
           PERFORM UNTIL RESV-IDX > WS-RESV-COUNT OR WS-RESV-FOUND
               MOVE WS-RESV-ROW (RESV-IDX) TO FS-RESERVATION-RECORD
               IF RSV-NUMBER = CMD-KEY
                   SET WS-RESV-FOUND TO TRUE
               ELSE
                   SET RESV-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-RESV-NOT-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " RESERVATION " CMD-KEY " IS NOT ON FILE"
               GO TO 0170-EXIT
           END-IF.
           IF NOT RSV-IS-OPEN
               SET WS-RESV-NOT-FOUND TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RESERVATION-MAINT: ROW " WS-ROW-NUMBER
                   " RESERVATION " CMD-KEY " IS ALREADY " RSV-STATUS
           END-IF.

       0170-EXIT.
           EXIT.

       0180-TAKE-UNITS.
      * THE COLLECTED UNITS COME OFF THE STORE'S LOTS OLDEST FIRST.
      * EACH LOT TOUCHED OWES A SOLD ROW CARRYING THE UNITS TAKEN.
           MOVE WS-CMD-UNITS TO WS-SALE-LEFT.
           SET WS-LOT-PICKED TO TRUE.
           PERFORM UNTIL WS-SALE-LEFT = 0 OR WS-NO-LOT-PICKED
               PERFORM 0185-PICK-OLDEST-LOT
               IF WS-LOT-PICKED
                   SET INV-IDX TO WS-PICK-IDX
                   IF WS-INV-QTY (INV-IDX) < WS-SALE-LEFT
                       MOVE WS-INV-QTY (INV-IDX) TO WS-TAKE-UNITS
                   ELSE
                       MOVE WS-SALE-LEFT TO WS-TAKE-UNITS
                   END-IF
                   SUBTRACT WS-TAKE-UNITS FROM WS-INV-QTY (INV-IDX)
                   SUBTRACT WS-TAKE-UNITS FROM WS-SALE-LEFT
                   MOVE "Y" TO WS-INV-TOUCHED (INV-IDX)
                   IF WS-SOLD-COUNT < 1000
                       ADD 1 TO WS-SOLD-COUNT
                       SET SOLD-IDX TO WS-SOLD-COUNT
                       MOVE WS-INV-RAW (INV-IDX)
                           TO WS-SOLD-RAW (SOLD-IDX)
                       MOVE WS-TAKE-UNITS TO WS-UNITS-TEXT
                       MOVE WS-UNITS-TEXT
                           TO WS-SOLD-RAW (SOLD-IDX) (62:5)
                   END-IF
               END-IF
           END-PERFORM.

       0185-PICK-OLDEST-LOT.
           SET WS-NO-LOT-PICKED TO TRUE.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-QTY (INV-IDX) > 0
                  AND NOT WS-INV-ON-QC-HOLD (INV-IDX)
                  AND WS-INV-STORE (INV-IDX) = WS-CMD-STORE
                  AND (WS-INV-ID (INV-IDX) = WS-MATCH-ID
                       OR (WS-INV-ID (INV-IDX) = "000000"
                           AND WS-INV-RAW (INV-IDX) (11:50)
                               = WS-CMD-NAME))
                   IF WS-NO-LOT-PICKED
                      OR WS-INV-SELL-IN (INV-IDX) < WS-PICK-SELL-IN
                      OR (WS-INV-SELL-IN (INV-IDX) = WS-PICK-SELL-IN
                          AND WS-INV-RAW (INV-IDX) (79:6)
                              < WS-PICK-LOT)
                       SET WS-LOT-PICKED TO TRUE
                       SET WS-PICK-IDX TO INV-IDX
                       MOVE WS-INV-SELL-IN (INV-IDX) TO WS-PICK-SELL-IN
                       MOVE WS-INV-RAW (INV-IDX) (79:6) TO WS-PICK-LOT
                   END-IF
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.

       0190-QUEUE-AUDIT-LINE.
           ADD 1 TO WS-AUDLINE-COUNT.
           SET AUDLINE-IDX TO WS-AUDLINE-COUNT.
           MOVE SPACES TO WS-AUDLINE-TEXT (AUDLINE-IDX).
           STRING "RESV " WS-CURRENT-DATE " " CMD-ACTION
               " NO " RSV-NUMBER
               " ID " RSV-ITEM-ID
               " STORE " RSV-STORE
               " UNITS " RSV-UNITS
               " PICKUP " RSV-PICKUP-DATE
               " REF " RSV-CUST-REF
               DELIMITED BY SIZE INTO WS-AUDLINE-TEXT (AUDLINE-IDX).

       0200-APPLY-BATCH.
           OPEN OUTPUT FI-RESERVATIONS.
           SET RESV-IDX TO 1.
           PERFORM UNTIL RESV-IDX > WS-RESV-COUNT
               MOVE WS-RESV-ROW (RESV-IDX) TO FS-RESERVATION-RECORD
               WRITE FS-RESERVATION-RECORD
               SET RESV-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-RESERVATIONS.
           IF WS-FULFIL-COUNT > 0
               PERFORM 0210-WRITE-SOLD-ROWS
               PERFORM 0220-REWRITE-INVENTORY
           END-IF.
           OPEN EXTEND FI-AUDIT.
           IF NOT WS-AUDIT-OK
               CLOSE FI-AUDIT
               OPEN OUTPUT FI-AUDIT
           END-IF.
           SET AUDLINE-IDX TO 1.
           PERFORM UNTIL AUDLINE-IDX > WS-AUDLINE-COUNT
               MOVE WS-AUDLINE-TEXT (AUDLINE-IDX) TO FS-AUDIT-RECORD
               WRITE FS-AUDIT-RECORD
               SET AUDLINE-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-AUDIT.

       0210-WRITE-SOLD-ROWS.
           MOVE "L" TO CHN-FUNCTION.
           MOVE "disposition-history.dat" TO CHN-FILE-NAME.
           MOVE 105 TO CHN-COLUMN.
           CALL "audit-chain" USING CHAIN-REQUEST.
           OPEN EXTEND FI-HISTORY.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT FI-HISTORY
           END-IF.
           SET SOLD-IDX TO 1.
           PERFORM UNTIL SOLD-IDX > WS-SOLD-COUNT
               MOVE SPACES TO FS-HISTORY-RECORD
               MOVE WS-SOLD-RAW (SOLD-IDX) TO HST-RAW-RECORD
               MOVE "SOLD" TO HST-REASON
               MOVE WS-CURRENT-DATE TO HST-DATE
               PERFORM 0212-CHAIN-HISTORY
               WRITE FS-HISTORY-RECORD
               PERFORM 0215-POST-SALE
               SET SOLD-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-HISTORY.

       0212-CHAIN-HISTORY.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-HISTORY-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO HST-CHAIN.

       0215-POST-SALE.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE WS-SOLD-RAW (SOLD-IDX) (72:6) TO SMV-ITEM-ID.
           MOVE WS-SOLD-RAW (SOLD-IDX) (68:3) TO SMV-STORE.
           MOVE WS-SOLD-RAW (SOLD-IDX) (79:6) TO SMV-LOT.
           MOVE "SALE" TO SMV-TYPE.
           MOVE WS-SOLD-RAW (SOLD-IDX) (62:5) TO WS-UNITS-TEXT.
           COMPUTE SMV-UNITS = 0 - WS-UNITS-TEXT.
           MOVE WS-CURRENT-DATE TO SMV-DATE.
           MOVE "reservation-maint" TO SMV-PROGRAM.
           MOVE WS-SOLD-RAW (SOLD-IDX) (11:50) TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.

       0220-REWRITE-INVENTORY.
      * in.dat IS REWRITTEN IN TWO PASSES THROUGH resvwork.dat THE
      * WAY disposal REWRITES IT.  A LOT EMPTIED BY A PICKUP IS
      * DROPPED; A PART-TAKEN LOT CARRIES ITS NEW QUANTITY.
           OPEN OUTPUT FI-WORK.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-WAS-TOUCHED (INV-IDX)
                   IF WS-INV-QTY (INV-IDX) > 0
                       MOVE WS-INV-RAW (INV-IDX) TO FS-WORK-ITEM
                       MOVE WS-INV-QTY (INV-IDX) TO WS-UNITS-TEXT
                       MOVE WS-UNITS-TEXT TO FS-WORK-ITEM (62:5)
                       WRITE FS-WORK-ITEM
                   END-IF
               ELSE
                   MOVE WS-INV-RAW (INV-IDX) TO FS-WORK-ITEM
                   WRITE FS-WORK-ITEM
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-WORK.
           OPEN INPUT FI-WORK.
           OPEN OUTPUT FI-IN-ITEMS.
           READ FI-WORK AT END SET WS-WORK-EOF TO TRUE END-READ.
           PERFORM UNTIL WS-WORK-EOF
               MOVE FS-WORK-ITEM TO FS-IN-ITEM
               WRITE FS-IN-ITEM
               READ FI-WORK AT END SET WS-WORK-EOF TO TRUE END-READ
           END-PERFORM.
           CLOSE FI-WORK.
           CLOSE FI-IN-ITEMS.

       0500-VALIDATE-DATE.
      * A REAL CALENDAR DATE: ALL DIGITS, MONTH 01-12, DAY 01 UP TO
      * THE LENGTH OF THE MONTH, WITH FEBRUARY 29 ONLY IN LEAP YEARS
      * (SAME RULE AS venue-maint).
           SET WS-DATE-INVALID TO TRUE.
           IF WS-CHECK-DATE NOT NUMERIC
               CONTINUE
           ELSE
             IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                 CONTINUE
             ELSE
               EVALUATE WS-CHECK-MONTH
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WS-DAYS-IN-MONTH
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DAYS-IN-MONTH
                   WHEN 2
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD (WS-CHECK-YEAR 4)
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD (WS-CHECK-YEAR 100)
                           IF WS-LEAP-REMAINDER = 0
                               COMPUTE WS-LEAP-REMAINDER =
                                   FUNCTION MOD (WS-CHECK-YEAR 400)
                               IF WS-LEAP-REMAINDER NOT = 0
                                   MOVE 28 TO WS-DAYS-IN-MONTH
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-CHECK-DAY >= 1 AND
                  WS-CHECK-DAY <= WS-DAYS-IN-MONTH
                   SET WS-DATE-VALID TO TRUE
               END-IF
             END-IF
           END-IF.

       0010-CHECK-RUN-LOCK.
      * THE NIGHTLY RUN HOLDS run-lock.dat FROM STEP 1 TO END OF RUN
      * (SEE main-program).  A FULFIL REWRITES in.dat WHILE THE RUN
      * MAY BE MID-FLIGHT IN IT, SO THIS UTILITY REFUSES TO START
      * WHILE THE LOCK IS HELD.
           OPEN INPUT FI-RUNLOCK.
           IF WS-RUNLOCK-OK
               READ FI-RUNLOCK AT END SET WS-RUNLOCK-EOF TO TRUE
               END-READ
               IF WS-RUNLOCK-OK AND LCK-TAG = "LOCKED"
                   SET WS-LOCK-HELD TO TRUE
                   MOVE LCK-DATE TO WS-HELD-DATE
               END-IF
           END-IF.
           CLOSE FI-RUNLOCK.
           IF NOT WS-LOCK-HELD
               GO TO 0010-EXIT
           END-IF.
           MOVE SPACES TO WS-OVERRIDE-ID.
           ACCEPT WS-OVERRIDE-ID FROM ENVIRONMENT "lock_override".
           IF WS-OVERRIDE-ID NOT = SPACES
               PERFORM 0014-CHECK-OVERRIDE-AUTH
               MOVE "reservation-maint" TO LOG-PROGRAM
               MOVE "0010-CHECK-LOCK" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               IF WS-OVERRIDE-AUTHORIZED
                   STRING "STALE RUN LOCK OVERRIDDEN BY "
                       WS-OVERRIDE-ID
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
                   GO TO 0010-EXIT
               ELSE
                   STRING "UNAUTHORIZED RUN-LOCK OVERRIDE "
                       "ATTEMPT BY '" WS-OVERRIDE-ID "'"
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
                   DISPLAY "RESERVATION-MAINT: lock_override '"
                       WS-OVERRIDE-ID "' IS NOT A SUPERVISOR "
                       "ON data/operators.dat - LOCK STANDS"
               END-IF
           END-IF.
           PERFORM 0012-FIND-RUN-STEP.
           DISPLAY "RESERVATION-MAINT: NIGHTLY RUN LOCK HELD SINCE "
               WS-HELD-DATE " - RUN IS ON STEP " WS-LAST-STEP
               " " WS-LAST-STEP-NAME.
           DISPLAY "SET lock_override=<SUPERVISOR ID> TO CLEAR A "
               "STALE LOCK FROM AN ABEND".
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       0010-EXIT.
           EXIT.

       0012-FIND-RUN-STEP.
      * THE LAST run-control.dat LINE TELLS THE OPERATOR WHERE THE
      * RUN IS.
           MOVE 0 TO WS-LAST-STEP.
           MOVE SPACES TO WS-LAST-STEP-NAME.
           OPEN INPUT FI-RUNLOG.
           IF WS-RUNLOG-OK
               READ FI-RUNLOG AT END SET WS-RUNLOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RUNLOG-OK
                   IF RL-STEP NUMERIC
                       MOVE RL-STEP TO WS-LAST-STEP
                       MOVE RL-NAME TO WS-LAST-STEP-NAME
                   END-IF
                   READ FI-RUNLOG AT END SET WS-RUNLOG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RUNLOG.

       0014-CHECK-OVERRIDE-AUTH.
      * SAME AUTHORIZATION RULE AS main-program'S FORCE AND LOCK
      * PATHS: WITH AN OPERATOR FILE IN PLACE THE OVERRIDE ID MUST
      * BE A ROLE-2 OPERATOR; A SHOP WITHOUT data/operators.dat HAS
      * NOT MIGRATED TO SIGN-ON AND ANY ID CLEARS THE LOCK AS
      * BEFORE.
           MOVE "Y" TO WS-OVERRIDE-AUTH-SWITCH.
           MOVE 0 TO WS-OPR-ROLE.
           MOVE "N" TO WS-OPR-FOUND-SWITCH.
           OPEN INPUT FI-OPERATORS.
           IF NOT WS-OPERATOR-OK
               CLOSE FI-OPERATORS
           ELSE
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPERATOR-OK
                   IF OPR-ID = WS-OVERRIDE-ID
                       SET WS-OPR-FOUND TO TRUE
                       MOVE OPR-ROLE TO WS-OPR-ROLE
                   END-IF
                   READ FI-OPERATORS
                       AT END SET WS-OPERATOR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-OPERATORS
               IF NOT WS-OPR-FOUND OR WS-OPR-ROLE < 2
                   MOVE "N" TO WS-OVERRIDE-AUTH-SWITCH
               END-IF
           END-IF.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.
