       IDENTIFICATION DIVISION.
       PROGRAM-ID. "vendor-return".

      * MODIFICATION HISTORY:
      * - EVERY disposition-history.dat RECORD NOW CARRIES A CHAIN
      *   VALUE AFTER THE DATE, LINKED ONTO THE PREVIOUS RECORD'S
      *   THROUGH audit-chain (SEE AUDCHAIN), SO AN ALTERED OR
      *   DELETED HISTORY LINE SHOWS UP IN chain-verify.
      * - EVERY RTV ROW NOW ALSO POSTS AN RTV MOVEMENT OF THE UNITS
      *   TAKEN FROM THAT RECORD TO THE STOCK LEDGER THROUGH
      *   stock-ledger (SEE STKMOVE).
      * - THE LOT'S SUPPLIER NOW COMES FROM THE LOT MASTER
      *   (lot-master.dat, SEE LOTMST), WHICH KEEPS EVERY LOT EVER
      *   RECEIVED.  receiving-register.dat IS ONLY THE LATEST RUN'S
      *   REGISTER, SO IT IS NOW JUST THE FALLBACK FOR LOTS RECEIVED
      *   BEFORE THE LOT MASTER EXISTED.
      * - NEW PROGRAM.  RETURN-TO-VENDOR WITH SUPPLIER CREDIT CLAIMS.
      *   A BAD DELIVERED LOT COULD ONLY LEAVE THROUGH A DAMAGED
      *   disposal OR lot-recall, SO THE LOSS LANDED ON OUR SHRINKAGE
      *   INSTEAD OF GOING BACK TO THE SUPPLIER WHO SENT IT.
      *   COMMANDS ARE STAGED AS vendor-return.new (THE SAME
      *   STAGED-FILE SCHEME item-maint USES) AND VALIDATED AS A
      *   BATCH BEFORE ANYTHING IS APPLIED:
      *     RETURN <LOT> <STORE> <UNITS> <REASON>
      *       - TAKES THE UNITS OF THAT LOT OUT OF THE STORE'S in.dat
      *       RECORDS, WRITES AN RTV ROW PER RECORD TOUCHED ON
      *       disposition-history.dat, AND RAISES A NUMBERED OPEN
      *       CLAIM ON vendor-claims.dat (LAYOUT IN CLAIMREC) AGAINST
      *       THE SUPPLIER receiving RECORDED FOR THE LOT ON
      *       receiving-register.dat.  A LOT WITH NO SUPPLIER ON THE
      *       REGISTER CANNOT BE CLAIMED AND IS REFUSED.
      *     CREDIT <CLAIM NO> <AMOUNT> <CREDIT NOTE REF>
      *       - THE SUPPLIER'S CREDIT NOTE ARRIVED; THE CLAIM CLOSES
      *       AS CREDITED WITH THE NOTE REFERENCE AND AMOUNT.
      *   A BATCH WITH ANY BAD COMMAND IS REFUSED OUTRIGHT, AND EVERY
      *   APPLIED CHANGE IS APPENDED TO vendor-return-audit.dat.
      *   UNANSWERED CLAIMS ARE AGED BY SUPPLIER ON claim-aging.
      *   REFUSES TO START WHILE THE NIGHTLY RUN HOLDS run-lock.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-COMMANDS ASSIGN "vendor-return.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-FILE-STATUS.
             SELECT OPTIONAL FI-CLAIMS ASSIGN "vendor-claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
             SELECT OPTIONAL FI-REGISTER ASSIGN "receiving-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
             SELECT OPTIONAL FI-LOTMST ASSIGN "lot-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTMST-FILE-STATUS.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT FI-WORK ASSIGN "rtvwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
             SELECT FI-HISTORY ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT FI-AUDIT ASSIGN "vendor-return-audit.dat"
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
               05 CMD-AMOUNT            PIC X(9).
               05 CMD-AMOUNT-NUM REDEFINES CMD-AMOUNT
                                        PIC 9(7)V99.
               05 FILLER                PIC X.
               05 CMD-REF               PIC X(20).

           FD FI-CLAIMS.
           COPY "claimrec.cpy".

           FD FI-LOTMST.
           COPY "lotmst.cpy".

           FD FI-REGISTER.
      * LAYOUT AS BUILT BY receiving's STRING STATEMENTS.  AN ADDED
      * LINE CARRIES THE SUPPLIER CODE AT 133 AND THE LOT AT 144.
           01 FS-REGISTER-RECORD        PIC X(160).

           FD FI-IN-ITEMS.
           01 FS-IN-ITEM PIC X(84).

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

           01 WS-CLAIM-FILE-STATUS      PIC 99.
               88 WS-CLAIM-OK           VALUE 00.
               88 WS-CLAIM-EOF          VALUE 10.

           01 WS-REGISTER-FILE-STATUS   PIC 99.
               88 WS-REGISTER-OK        VALUE 00.
               88 WS-REGISTER-EOF       VALUE 10.

           01 WS-LOTMST-FILE-STATUS     PIC 99.
               88 WS-LOTMST-OK          VALUE 00.
               88 WS-LOTMST-EOF         VALUE 10.

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

      * EVERY CLAIM ON FILE, OPEN OR CREDITED, IN FILE ORDER.  THE
      * BATCH IS EDITED AGAINST THIS TABLE AND THE FILE IS ONLY
      * REWRITTEN FROM IT WHEN EVERY COMMAND HAS PASSED.
           01 WS-CLAIM-COUNT            PIC 9(4) VALUE 0.
           01 WS-CLAIM-TABLE.
               05 WS-CLAIM-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-CLAIM-COUNT
                   INDEXED BY CLAIM-IDX.
                   10 WS-CLAIM-ROW       PIC X(150).
           01 WS-NEXT-CLAIM-NUMBER      PIC 9(6) VALUE 1.

      * LOT-TO-SUPPLIER CROSS REFERENCE FROM THE ADDED LINES OF THE
      * RECEIVING REGISTER AND THE ROWS OF THE LOT MASTER.
           01 WS-LOTSUP-COUNT           PIC 9(4) VALUE 0.
           01 WS-LOTSUP-TABLE.
               05 WS-LOTSUP-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-LOTSUP-COUNT
                   INDEXED BY LOTSUP-IDX.
                   10 WS-LOTSUP-LOT      PIC X(6).
                   10 WS-LOTSUP-SUPPLIER PIC X(6).

      * in.dat, LOADED UP FRONT - SAME SHAPE AS till-feed'S TABLE.
           01 WS-INV-COUNT              PIC 9(4) VALUE 0.
           01 WS-INV-TABLE.
               05 WS-INV-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-INV-COUNT
                   INDEXED BY INV-IDX.
                   10 WS-INV-RAW         PIC X(84).
                   10 WS-INV-STORE       PIC X(3).
                   10 WS-INV-QTY         PIC 9(5).
                   10 WS-INV-TOUCHED     PIC X.
                       88 WS-INV-WAS-TOUCHED VALUE "Y".

      * RTV ROWS OWED TO disposition-history.dat BY THE RETURN
      * COMMANDS IN THE BATCH, WRITTEN ONLY WHEN THE BATCH IS APPLIED.
           01 WS-RTV-COUNT              PIC 9(4) VALUE 0.
           01 WS-RTV-TABLE.
               05 WS-RTV-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-RTV-COUNT
                   INDEXED BY RTV-IDX.
                   10 WS-RTV-RAW         PIC X(84).

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
           01 WS-RETURN-COUNT           PIC 99 VALUE 0.

      * THE COMMAND IN HAND.
           01 WS-CMD-STORE              PIC X(3).
           01 WS-CMD-UNITS              PIC 9(5).
           01 WS-CMD-SUPPLIER           PIC X(6).
           01 WS-ON-HAND                PIC 9(7).
           01 WS-RETURN-LEFT            PIC 9(5).
           01 WS-TAKE-UNITS             PIC 9(5).
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-UNITS-TEXT             PIC 9(5).
           01 WS-FIRST-IDX              PIC 9(4).

           01 WS-CLAIM-FOUND-SWITCH     PIC X.
               88 WS-CLAIM-FOUND        VALUE "Y".
               88 WS-CLAIM-NOT-FOUND    VALUE "N".

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
               DISPLAY "VENDOR-RETURN: vendor-return.new NOT "
                   "FOUND - STAGE THE COMMAND BATCH THERE FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-LOAD-LOT-SUPPLIERS.
           PERFORM 0060-LOAD-CLAIMS.
           PERFORM 0070-LOAD-INVENTORY.
           PERFORM 0110-LOAD-AND-EDIT-COMMANDS.
           CLOSE FI-COMMANDS.

           IF WS-CMD-COUNT = 0
               DISPLAY "VENDOR-RETURN: COMMAND BATCH IS EMPTY - "
                   "REFUSED"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF WS-ERROR-COUNT > 0
               DISPLAY "VENDOR-RETURN: " WS-ERROR-COUNT
                   " ERROR(S) - vendor-claims.dat LEFT UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-APPLY-BATCH
               DISPLAY "VENDOR-RETURN: " WS-CMD-COUNT
                   " COMMAND(S) APPLIED - SEE vendor-return-audit.dat"
               MOVE 0 TO RETURN-CODE
           END-IF.

       0300-RETURN.
           GOBACK.

       0050-LOAD-LOT-SUPPLIERS.
      * ONLY ADDED LINES CARRY A LOT; A BOUNCED LINE NEVER REACHED
      * in.dat AND CANNOT BE RETURNED.
           MOVE 0 TO WS-LOTSUP-COUNT.
           OPEN INPUT FI-REGISTER.
           IF WS-REGISTER-OK
               READ FI-REGISTER AT END SET WS-REGISTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-REGISTER-OK
                   OR WS-LOTSUP-COUNT >= 9999
                   IF FS-REGISTER-RECORD (1:8) = "ADDED   "
                      AND FS-REGISTER-RECORD (144:6) NUMERIC
                      AND FS-REGISTER-RECORD (133:6) NOT = SPACES
                       ADD 1 TO WS-LOTSUP-COUNT
                       SET LOTSUP-IDX TO WS-LOTSUP-COUNT
                       MOVE FS-REGISTER-RECORD (144:6)
                           TO WS-LOTSUP-LOT (LOTSUP-IDX)
                       MOVE FS-REGISTER-RECORD (133:6)
                           TO WS-LOTSUP-SUPPLIER (LOTSUP-IDX)
                   END-IF
                   READ FI-REGISTER AT END SET WS-REGISTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-REGISTER.
      * THE LOT MASTER IS LOADED SECOND: THE LOOKUP TAKES THE LAST
      * ROW FOR A LOT, SO THE LOT MASTER WINS OVER THE REGISTER.
           OPEN INPUT FI-LOTMST.
           IF WS-LOTMST-OK
               READ FI-LOTMST AT END SET WS-LOTMST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-LOTMST-OK
                   OR WS-LOTSUP-COUNT >= 9999
                   IF LTM-SUPPLIER NOT = SPACES
                       ADD 1 TO WS-LOTSUP-COUNT
                       SET LOTSUP-IDX TO WS-LOTSUP-COUNT
                       MOVE LTM-LOT TO WS-LOTSUP-LOT (LOTSUP-IDX)
                       MOVE LTM-SUPPLIER
                           TO WS-LOTSUP-SUPPLIER (LOTSUP-IDX)
                   END-IF
                   READ FI-LOTMST AT END SET WS-LOTMST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-LOTMST.

       0060-LOAD-CLAIMS.
      * CLAIM NUMBERS, LIKE LOTS AND ITEM IDS, ARE NEVER REUSED - THE
      * NEXT ONE IS ONE PAST THE HIGHEST ON FILE.
           MOVE 0 TO WS-CLAIM-COUNT.
           OPEN INPUT FI-CLAIMS.
           IF WS-CLAIM-OK
               READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CLAIM-OK OR WS-CLAIM-COUNT >= 5000
                   ADD 1 TO WS-CLAIM-COUNT
                   SET CLAIM-IDX TO WS-CLAIM-COUNT
                   MOVE FS-CLAIM-RECORD TO WS-CLAIM-ROW (CLAIM-IDX)
                   IF CLM-NUMBER NUMERIC
                      AND CLM-NUMBER >= WS-NEXT-CLAIM-NUMBER
                       COMPUTE WS-NEXT-CLAIM-NUMBER = CLM-NUMBER + 1
                   END-IF
                   READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CLAIMS.

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
                   IF FS-IN-ITEM (68:3) = SPACES
                       MOVE "A" TO WS-INV-STORE (INV-IDX)
                   ELSE
                       MOVE FS-IN-ITEM (68:3) TO WS-INV-STORE (INV-IDX)
                   END-IF
                   MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT
                   IF WS-QTY-TEXT NUMERIC
                       MOVE WS-QTY-TEXT TO WS-INV-QTY (INV-IDX)
                   ELSE
                       MOVE 1 TO WS-INV-QTY (INV-IDX)
                   END-IF
                   MOVE "N" TO WS-INV-TOUCHED (INV-IDX)
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
               DISPLAY "VENDOR-RETURN: MORE THAN 50 COMMANDS "
                   "STAGED - SPLIT THE BATCH"
           END-IF.

       0120-EDIT-ONE-COMMAND.
      * EACH COMMAND IS EDITED AGAINST THE TABLES AS THE EARLIER
      * COMMANDS IN THE BATCH LEFT THEM, SO TWO RETURNS CANNOT
      * BETWEEN THEM SEND BACK MORE OF A LOT THAN THE STORE HOLDS.
           EVALUATE CMD-ACTION
               WHEN "RETURN"
                   PERFORM 0130-EDIT-RETURN THRU 0130-EXIT
               WHEN "CREDIT"
                   PERFORM 0140-EDIT-CREDIT THRU 0140-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                       " ACTION '" CMD-ACTION
                       "' IS NOT RETURN/CREDIT"
           END-EVALUATE.

       0120-EXIT.
           EXIT.

       0130-EDIT-RETURN.
           IF CMD-KEY NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " LOT '" CMD-KEY "' IS NOT A LOT NUMBER"
               GO TO 0130-EXIT
           END-IF.
           IF CMD-STORE NOT = "A" AND CMD-STORE NOT = "B"
              AND CMD-STORE NOT = "C"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " STORE '" CMD-STORE "' IS NOT A, B OR C"
               GO TO 0130-EXIT
           END-IF.
           MOVE CMD-STORE TO WS-CMD-STORE.
           IF CMD-UNITS NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " UNITS '" CMD-UNITS "' IS NOT NUMERIC"
               GO TO 0130-EXIT
           END-IF.
           MOVE CMD-UNITS TO WS-CMD-UNITS.
           IF WS-CMD-UNITS = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " RETURNS ZERO UNITS"
               GO TO 0130-EXIT
           END-IF.
           IF CMD-REF = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " GIVES NO REASON FOR THE RETURN"
               GO TO 0130-EXIT
           END-IF.
           MOVE SPACES TO WS-CMD-SUPPLIER.
           SET LOTSUP-IDX TO 1.
           PERFORM UNTIL LOTSUP-IDX > WS-LOTSUP-COUNT
               IF WS-LOTSUP-LOT (LOTSUP-IDX) = CMD-KEY
                   MOVE WS-LOTSUP-SUPPLIER (LOTSUP-IDX)
                       TO WS-CMD-SUPPLIER
               END-IF
               SET LOTSUP-IDX UP BY 1
           END-PERFORM.
           IF WS-CMD-SUPPLIER = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " LOT " CMD-KEY " HAS NO SUPPLIER ON THE "
                   "LOT MASTER - NOTHING TO CLAIM AGAINST"
               GO TO 0130-EXIT
           END-IF.
           PERFORM 0160-TOTAL-LOT-ON-HAND.
           IF WS-ON-HAND < WS-CMD-UNITS
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " RETURNS " WS-CMD-UNITS " UNIT(S) OF LOT "
                   CMD-KEY " BUT STORE " WS-CMD-STORE " HOLDS "
                   WS-ON-HAND
               GO TO 0130-EXIT
           END-IF.
           IF WS-CLAIM-COUNT >= 5000
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: vendor-claims.dat IS FULL"
               GO TO 0130-EXIT
           END-IF.
           PERFORM 0180-TAKE-UNITS.
           SET INV-IDX TO WS-FIRST-IDX.
           MOVE SPACES TO FS-CLAIM-RECORD.
           MOVE WS-NEXT-CLAIM-NUMBER TO CLM-NUMBER.
           ADD 1 TO WS-NEXT-CLAIM-NUMBER.
           MOVE WS-CMD-SUPPLIER TO CLM-SUPPLIER.
           MOVE CMD-KEY TO CLM-LOT.
           IF WS-INV-RAW (INV-IDX) (72:6) NUMERIC
               MOVE WS-INV-RAW (INV-IDX) (72:6) TO CLM-ITEM-ID
           ELSE
               MOVE "000000" TO CLM-ITEM-ID
           END-IF.
           MOVE WS-INV-RAW (INV-IDX) (11:30) TO CLM-ITEM-NAME.
           MOVE WS-CMD-STORE TO CLM-STORE.
           MOVE WS-CMD-UNITS TO CLM-UNITS.
           MOVE WS-CURRENT-DATE TO CLM-RAISED-DATE.
           MOVE "OPEN" TO CLM-STATUS.
           MOVE CMD-REF TO CLM-REASON.
           MOVE 0 TO CLM-CREDIT-AMOUNT.
           ADD 1 TO WS-CLAIM-COUNT.
           SET CLAIM-IDX TO WS-CLAIM-COUNT.
           MOVE FS-CLAIM-RECORD TO WS-CLAIM-ROW (CLAIM-IDX).
           ADD 1 TO WS-RETURN-COUNT.
           ADD 1 TO WS-CMD-COUNT.
           PERFORM 0190-QUEUE-AUDIT-LINE.

       0130-EXIT.
           EXIT.

       0140-EDIT-CREDIT.
           PERFORM 0170-FIND-OPEN-CLAIM THRU 0170-EXIT.
           IF WS-CLAIM-NOT-FOUND
               GO TO 0140-EXIT
           END-IF.
           IF CMD-AMOUNT NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " CREDIT AMOUNT '" CMD-AMOUNT
                   "' IS NOT 9 DIGITS, 2 DECIMALS IMPLIED"
               GO TO 0140-EXIT
           END-IF.
           IF CMD-REF = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " HAS NO CREDIT NOTE REFERENCE"
               GO TO 0140-EXIT
           END-IF.
           MOVE "CREDITED" TO CLM-STATUS.
           MOVE CMD-REF TO CLM-CREDIT-REF.
           MOVE CMD-AMOUNT-NUM TO CLM-CREDIT-AMOUNT.
           MOVE WS-CURRENT-DATE TO CLM-CREDIT-DATE.
           MOVE FS-CLAIM-RECORD TO WS-CLAIM-ROW (CLAIM-IDX).
           ADD 1 TO WS-CMD-COUNT.
           PERFORM 0190-QUEUE-AUDIT-LINE.

       0140-EXIT.
           EXIT.

       0160-TOTAL-LOT-ON-HAND.
      * UNITS OF THE LOT STILL ON HAND IN THE COMMAND'S STORE.
           MOVE 0 TO WS-ON-HAND.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-STORE (INV-IDX) = WS-CMD-STORE
                  AND WS-INV-RAW (INV-IDX) (79:6) = CMD-KEY
                   ADD WS-INV-QTY (INV-IDX) TO WS-ON-HAND
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.

       0170-FIND-OPEN-CLAIM.
      * LEAVES THE CLAIM IN FS-CLAIM-RECORD AND CLAIM-IDX ON ITS
      * TABLE ROW.
           SET WS-CLAIM-NOT-FOUND TO TRUE.
           IF CMD-KEY NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " CLAIM NUMBER '" CMD-KEY "' IS NOT NUMERIC"
               GO TO 0170-EXIT
           END-IF.
           SET CLAIM-IDX TO 1.
           PERFORM UNTIL CLAIM-IDX > WS-CLAIM-COUNT OR WS-CLAIM-FOUND
               MOVE WS-CLAIM-ROW (CLAIM-IDX) TO FS-CLAIM-RECORD
               IF CLM-NUMBER = CMD-KEY
                   SET WS-CLAIM-FOUND TO TRUE
               ELSE
                   SET CLAIM-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-CLAIM-NOT-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " CLAIM " CMD-KEY " IS NOT ON FILE"
               GO TO 0170-EXIT
           END-IF.
           IF NOT CLM-IS-OPEN
               SET WS-CLAIM-NOT-FOUND TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "VENDOR-RETURN: ROW " WS-ROW-NUMBER
                   " CLAIM " CMD-KEY " IS ALREADY " CLM-STATUS
           END-IF.

       0170-EXIT.
           EXIT.

       0180-TAKE-UNITS.
      * THE RETURNED UNITS COME OFF THE LOT'S RECORDS IN THE STORE
      * IN FILE ORDER.  EACH RECORD TOUCHED OWES AN RTV ROW CARRYING
      * THE UNITS TAKEN; WS-FIRST-IDX KEEPS THE FIRST ONE FOR THE
      * CLAIM'S ITEM ID AND NAME.
           MOVE WS-CMD-UNITS TO WS-RETURN-LEFT.
           MOVE 0 TO WS-FIRST-IDX.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT OR WS-RETURN-LEFT = 0
               IF WS-INV-QTY (INV-IDX) > 0
                  AND WS-INV-STORE (INV-IDX) = WS-CMD-STORE
                  AND WS-INV-RAW (INV-IDX) (79:6) = CMD-KEY
                   IF WS-FIRST-IDX = 0
                       SET WS-FIRST-IDX TO INV-IDX
                   END-IF
                   IF WS-INV-QTY (INV-IDX) < WS-RETURN-LEFT
                       MOVE WS-INV-QTY (INV-IDX) TO WS-TAKE-UNITS
                   ELSE
                       MOVE WS-RETURN-LEFT TO WS-TAKE-UNITS
                   END-IF
                   SUBTRACT WS-TAKE-UNITS FROM WS-INV-QTY (INV-IDX)
                   SUBTRACT WS-TAKE-UNITS FROM WS-RETURN-LEFT
                   MOVE "Y" TO WS-INV-TOUCHED (INV-IDX)
                   IF WS-RTV-COUNT < 1000
                       ADD 1 TO WS-RTV-COUNT
                       SET RTV-IDX TO WS-RTV-COUNT
                       MOVE WS-INV-RAW (INV-IDX)
                           TO WS-RTV-RAW (RTV-IDX)
                       MOVE WS-TAKE-UNITS TO WS-UNITS-TEXT
                       MOVE WS-UNITS-TEXT
                           TO WS-RTV-RAW (RTV-IDX) (62:5)
                   END-IF
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.

       0190-QUEUE-AUDIT-LINE.
           ADD 1 TO WS-AUDLINE-COUNT.
           SET AUDLINE-IDX TO WS-AUDLINE-COUNT.
           MOVE SPACES TO WS-AUDLINE-TEXT (AUDLINE-IDX).
           STRING "RTV " WS-CURRENT-DATE " " CMD-ACTION
               " CLAIM " CLM-NUMBER
               " SUPPLIER " CLM-SUPPLIER
               " LOT " CLM-LOT
               " STORE " CLM-STORE
               " UNITS " CLM-UNITS
               " AMOUNT " CLM-CREDIT-AMOUNT
               " REF " CMD-REF
               DELIMITED BY SIZE INTO WS-AUDLINE-TEXT (AUDLINE-IDX).

       0200-APPLY-BATCH.
           OPEN OUTPUT FI-CLAIMS.
           SET CLAIM-IDX TO 1.
           PERFORM UNTIL CLAIM-IDX > WS-CLAIM-COUNT
               MOVE WS-CLAIM-ROW (CLAIM-IDX) TO FS-CLAIM-RECORD
               WRITE FS-CLAIM-RECORD
               SET CLAIM-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-CLAIMS.
           IF WS-RETURN-COUNT > 0
               PERFORM 0210-WRITE-RTV-ROWS
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

       0210-WRITE-RTV-ROWS.
      * REASON RTV KEEPS THESE UNITS OUT OF shrinkage'S LOSS FIGURES -
      * THE SUPPLIER, NOT THE SHOP, CARRIES THEM (SEE
      * supplier-scorecard).
           MOVE "L" TO CHN-FUNCTION.
           MOVE "disposition-history.dat" TO CHN-FILE-NAME.
           MOVE 105 TO CHN-COLUMN.
           CALL "audit-chain" USING CHAIN-REQUEST.
           OPEN EXTEND FI-HISTORY.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT FI-HISTORY
           END-IF.
           SET RTV-IDX TO 1.
           PERFORM UNTIL RTV-IDX > WS-RTV-COUNT
               MOVE SPACES TO FS-HISTORY-RECORD
               MOVE WS-RTV-RAW (RTV-IDX) TO HST-RAW-RECORD
               MOVE "RTV" TO HST-REASON
               MOVE WS-CURRENT-DATE TO HST-DATE
               PERFORM 0212-CHAIN-HISTORY
               WRITE FS-HISTORY-RECORD
               PERFORM 0215-POST-RTV
               SET RTV-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-HISTORY.

       0212-CHAIN-HISTORY.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-HISTORY-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO HST-CHAIN.

       0215-POST-RTV.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE WS-RTV-RAW (RTV-IDX) (72:6) TO SMV-ITEM-ID.
           MOVE WS-RTV-RAW (RTV-IDX) (68:3) TO SMV-STORE.
           MOVE WS-RTV-RAW (RTV-IDX) (79:6) TO SMV-LOT.
           MOVE "RTV" TO SMV-TYPE.
           MOVE WS-RTV-RAW (RTV-IDX) (62:5) TO WS-UNITS-TEXT.
           COMPUTE SMV-UNITS = 0 - WS-UNITS-TEXT.
           MOVE WS-CURRENT-DATE TO SMV-DATE.
           MOVE "vendor-return" TO SMV-PROGRAM.
           MOVE WS-RTV-RAW (RTV-IDX) (11:50) TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.

       0220-REWRITE-INVENTORY.
      * in.dat IS REWRITTEN IN TWO PASSES THROUGH rtvwork.dat THE
      * WAY disposal REWRITES IT.  A RECORD EMPTIED BY A RETURN IS
      * DROPPED; A PART-RETURNED ONE CARRIES ITS NEW QUANTITY.
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

       0010-CHECK-RUN-LOCK.
      * THE NIGHTLY RUN HOLDS run-lock.dat FROM STEP 1 TO END OF RUN
      * (SEE main-program).  A RETURN REWRITES in.dat WHILE THE RUN
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
               MOVE "vendor-return" TO LOG-PROGRAM
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
                   DISPLAY "VENDOR-RETURN: lock_override '"
                       WS-OVERRIDE-ID "' IS NOT A SUPERVISOR "
                       "ON data/operators.dat - LOCK STANDS"
               END-IF
           END-IF.
           PERFORM 0012-FIND-RUN-STEP.
           DISPLAY "VENDOR-RETURN: NIGHTLY RUN LOCK HELD SINCE "
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
