       IDENTIFICATION DIVISION.
       PROGRAM-ID. "till-feed".

      * MODIFICATION HISTORY:
      * - EVERY disposition-history.dat RECORD NOW CARRIES A CHAIN
      *   VALUE AFTER THE DATE, LINKED ONTO THE PREVIOUS RECORD'S
      *   THROUGH audit-chain (SEE AUDCHAIN), SO AN ALTERED OR
      *   DELETED HISTORY LINE SHOWS UP IN chain-verify.
      * - EVERY SOLD ROW NOW ALSO POSTS A SALE MOVEMENT OF THE UNITS
      *   TAKEN FROM THAT LOT TO THE STOCK LEDGER THROUGH
      *   stock-ledger (SEE STKMOVE).
      * - A LOT ON INBOUND QC HOLD (qc-holds.dat, SEE QCHOLD) IS NOT
      *   SALEABLE UNTIL qc-inspection RELEASES IT, SO SALES ARE
      *   NEVER TAKEN OFF ITS RECORDS; A LINE ONLY HELD STOCK COULD
      *   COVER SHORT-POSTS AS IF THE STORE HAD NONE.
      * - NEW PROGRAM.  NIGHTLY POINT-OF-SALE INTAKE.  A SALE USED TO
      *   REACH INVENTORY ONLY WHEN SOMEONE KEYED A LINE INTO
      *   disposals.dat, AND disposal REMOVES A WHOLE in.dat RECORD
      *   PER TRANSACTION - SELLING 3 OF THE 40 UNITS ON ONE RECORD
      *   COULD NOT BE EXPRESSED AT ALL.  THIS PROGRAM READS THE
      *   TILLS' till-feed.dat (TILL, PERMANENT ITEM ID, STORE,
      *   UNITS SOLD) UNDER THE SAME "HDR "/"TRL " BATCH CONTROL
      *   RECORDS receiving AND price-feed REQUIRE, AND DECREMENTS
      *   ITEM-QTY BY THE UNITS SOLD, DROPPING THE RECORD ONLY WHEN
      *   IT REACHES ZERO.  WHEN AN ITEM SPANS SEVERAL LOTS IN ONE
      *   STORE THE UNITS COME OFF THE LOT WITH THE LOWEST SELL-IN
      *   FIRST, SO THE OLDEST STOCK LEAVES THE SHELF FIRST.  EACH
      *   LOT TOUCHED GETS A SOLD ROW ON disposition-history.dat
      *   CARRYING THE UNITS TAKEN FROM IT.  EACH TILL'S OWN "TOT "
      *   RECORD (THE UNITS ITS Z-READ SAYS IT RANG) IS RECONCILED
      *   AGAINST THE UNITS ACTUALLY POSTED ON till-register.dat, SO
      *   A SHORT-POSTED TILL DAY SHOWS UP THE NEXT MORNING.
      *   in.dat IS REWRITTEN THROUGH inwork.dat THE SAME WAY
      *   disposal DOES IT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-TILL ASSIGN "till-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-FILE-STATUS.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT OPTIONAL FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.
             SELECT FI-WORK ASSIGN "inwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
             SELECT FI-HISTORY ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT FI-REGISTER ASSIGN "till-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-CONTROL ASSIGN "period-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-TILL.
           01 FS-TILL-RECORD.
               05 TIL-TILL              PIC X(4).
               05 FILLER                PIC X.
               05 TIL-ITEM-ID           PIC X(6).
               05 FILLER                PIC X.
               05 TIL-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 TIL-QTY-TEXT          PIC X(5).
               05 FILLER                PIC X(10).
           01 FS-TILL-CONTROL.
               05 TLC-TAG               PIC X(4).
               05 TLC-BODY              PIC X(27).
      * A SECOND VIEW OF THE SAME RECORD AREA - MULTIPLE 01 ENTRIES
      * UNDER AN FD REDEFINE EACH OTHER IMPLICITLY (SAME IDIOM AS
      * receiving'S DELIVERY TRAILER).
           01 FS-TILL-TRAILER.
               05 FILLER                PIC X(4).
               05 TLC-COUNT             PIC X(7).
               05 FILLER                PIC X.
               05 TLC-HASH              PIC X(12).
               05 FILLER                PIC X(7).
      * THE TILL'S OWN Z-READ TOTAL: "TOT " + TILL + UNITS RUNG.
           01 FS-TILL-TOTAL.
               05 FILLER                PIC X(4).
               05 TLT-TILL              PIC X(4).
               05 FILLER                PIC X.
               05 TLT-UNITS             PIC X(7).
               05 FILLER                PIC X(15).

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

           FD FI-REGISTER.
           01 FS-REGISTER-RECORD        PIC X(120).

           FD FI-CONTROL.
           01 FS-CONTROL-RECORD.
               05 PC-PERIOD             PIC X(6).
               05 FILLER                PIC X.
               05 PC-STATUS             PIC X(6).
               05 FILLER                PIC X.
               05 PC-CLOSED-DATE        PIC X(8).

           FD FI-MASTER.
           COPY "itemmst.cpy".

       WORKING-STORAGE SECTION.
           01 WS-TILL-FILE-STATUS       PIC 99.
               88 WS-TILL-OK            VALUE 00.
               88 WS-TILL-EOF           VALUE 10.

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

           01 WS-CONTROL-FILE-STATUS    PIC 99.
               88 WS-CONTROL-OK         VALUE 00.
               88 WS-CONTROL-EOF        VALUE 10.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

      * in.dat, LOADED UP FRONT SO A SALE CAN BE SPREAD ACROSS THE
      * LOTS OF ONE ITEM IN ONE STORE BEFORE ANYTHING IS WRITTEN.
      * THE TABLE KEEPS FILE ORDER SO THE REWRITE PRESERVES IT.
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

      * ITEM MASTER ID-TO-NAME TABLE.  A RECORD received SINCE THE
      * LAST NIGHTLY RUN STILL CARRIES ITEM ID ZERO UNTIL
      * item-register STAMPS IT, SO SUCH A RECORD IS MATCHED TO A
      * TILL LINE BY THE MASTER NAME FOR THE LINE'S ID INSTEAD.
           01 WS-MASTER-COUNT           PIC 9(4) VALUE 0.
           01 WS-MASTER-TABLE.
               05 WS-MASTER-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MASTER-IDX.
                   10 WS-MASTER-TBL-ID   PIC 9(6).
                   10 WS-MASTER-TBL-NAME PIC X(50).

      * ONE ENTRY PER TILL SEEN ON THE FEED: UNITS ITS Z-READ
      * DECLARED, UNITS ITS DETAIL LINES RANG, UNITS ACTUALLY
      * POSTED AGAINST in.dat.
           01 WS-TILLTOT-COUNT          PIC 9(3) VALUE 0.
           01 WS-TILLTOT-TABLE.
               05 WS-TILLTOT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-TILLTOT-COUNT
                   INDEXED BY TILLTOT-IDX.
                   10 WS-TILLTOT-TILL     PIC X(4).
                   10 WS-TILLTOT-DECLARED PIC 9(7).
                   10 WS-TILLTOT-HAS-TOT  PIC X.
                       88 WS-TILLTOT-TOT-SEEN VALUE "Y".
                   10 WS-TILLTOT-RUNG     PIC 9(7).
                   10 WS-TILLTOT-POSTED   PIC 9(7).

           01 WS-CLOSED-COUNT           PIC 9(3) VALUE 0.
           01 WS-CLOSED-TABLE.
               05 WS-CLOSED-ENTRY OCCURS 0 TO 120 TIMES
                   DEPENDING ON WS-CLOSED-COUNT
                   INDEXED BY CLOSED-IDX.
                   10 WS-CLOSED-PERIOD   PIC X(6).

      * BATCH CONTROL VALIDATION STATE FOR THE TILL FEED.
           01 WS-HDR-SWITCH             PIC X VALUE "N".
               88 WS-HDR-SEEN           VALUE "Y".
           01 WS-TRL-SWITCH             PIC X VALUE "N".
               88 WS-TRL-SEEN           VALUE "Y".
           01 WS-FILE-COUNT             PIC 9(7) VALUE 0.
           01 WS-FILE-HASH              PIC 9(12) VALUE 0.
           01 WS-TRL-COUNT              PIC 9(7) VALUE 0.
           01 WS-TRL-HASH               PIC 9(12) VALUE 0.
           01 WS-REJECT-FILE-SWITCH     PIC X VALUE "N".
               88 WS-FILE-REJECTED      VALUE "Y".
           01 WS-FEED-DATE              PIC X(8) VALUE SPACES.

      * THE TILL LINE IN HAND.
           01 WS-SALE-STORE             PIC X(3).
           01 WS-SALE-UNITS             PIC 9(5).
           01 WS-SALE-LEFT              PIC 9(5).
           01 WS-SALE-NAME              PIC X(50).
           01 WS-SALE-ID-NUM            PIC 9(6).
           01 WS-TAKE-UNITS             PIC 9(5).
           01 WS-REJECT-REASON          PIC X(30).

           01 WS-LINE-SWITCH            PIC X.
               88 WS-LINE-VALID         VALUE "Y".
               88 WS-LINE-INVALID       VALUE "N".

      * OLDEST-LOT SEARCH: LOWEST SELL-IN WINS, LOWER LOT NUMBER
      * BREAKS A TIE.
           01 WS-PICK-SWITCH            PIC X.
               88 WS-LOT-PICKED         VALUE "Y".
               88 WS-NO-LOT-PICKED      VALUE "N".
           01 WS-PICK-IDX               PIC 9(4).
           01 WS-PICK-SELL-IN           PIC S9(3).
           01 WS-PICK-LOT               PIC X(6).

           01 WS-QTY-TEXT               PIC X(5).
           01 WS-POSTED-TEXT            PIC 9(5).

           01 WS-LINE-COUNT             PIC 9(5) VALUE 0.
           01 WS-POSTED-UNITS           PIC 9(7) VALUE 0.
           01 WS-SHORT-UNITS            PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT         PIC 9(5) VALUE 0.
           01 WS-DROPPED-COUNT          PIC 9(5) VALUE 0.
           01 WS-SHORT-TILL-COUNT       PIC 9(3) VALUE 0.
           01 WS-TILL-SHORT             PIC 9(7).
           01 WS-TILL-FLAG              PIC X(24).

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

       PROCEDURE DIVISION.
           OPEN INPUT FI-TILL.
           IF NOT WS-TILL-OK
               DISPLAY "TILL-FEED: till-feed.dat NOT FOUND - "
                   "NOTHING TO POST"
               GOBACK
           END-IF.
           PERFORM 0040-LOAD-CLOSED-PERIODS.
           PERFORM 0080-VALIDATE-TILL-CONTROLS.
           IF WS-FILE-REJECTED
               CLOSE FI-TILL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE FI-TILL.
           PERFORM 0050-LOAD-MASTER.
           PERFORM 0055-LOAD-QC-HOLDS.
           PERFORM 0060-LOAD-INVENTORY.
           OPEN INPUT FI-TILL.
           OPEN OUTPUT FI-REGISTER.
           MOVE "L" TO CHN-FUNCTION.
           MOVE "disposition-history.dat" TO CHN-FILE-NAME.
           MOVE 105 TO CHN-COLUMN.
           CALL "audit-chain" USING CHAIN-REQUEST.
           OPEN EXTEND FI-HISTORY.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT FI-HISTORY
           END-IF.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "TILL RECONCILIATION REGISTER FOR " WS-FEED-DATE
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.

       0100-START.
           READ FI-TILL END GO TO 0200-END.
             IF TLC-TAG = "HDR " OR TLC-TAG = "TRL "
                 GO TO 0100-START
             END-IF.
             IF TLC-TAG = "TOT "
                 PERFORM 0170-RECORD-TILL-TOTAL
                 GO TO 0100-START
             END-IF.
             ADD 1 TO WS-LINE-COUNT.
             PERFORM 0150-EDIT-TILL-LINE.
             IF WS-LINE-VALID
                 PERFORM 0160-POST-SALE
             ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE SPACES TO FS-REGISTER-RECORD
                 STRING "REJECTED " FS-TILL-RECORD (1:21)
                     " - " WS-REJECT-REASON
                     DELIMITED BY SIZE INTO FS-REGISTER-RECORD
                 WRITE FS-REGISTER-RECORD
             END-IF.
           GO TO 0100-START.

       0040-LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-CLOSED-COUNT.
           OPEN INPUT FI-CONTROL.
           IF WS-CONTROL-OK
               READ FI-CONTROL AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CONTROL-OK
                   OR WS-CLOSED-COUNT >= 120
                   IF PC-STATUS = "CLOSED"
                       ADD 1 TO WS-CLOSED-COUNT
                       SET CLOSED-IDX TO WS-CLOSED-COUNT
                       MOVE PC-PERIOD
                           TO WS-CLOSED-PERIOD (CLOSED-IDX)
                   END-IF
                   READ FI-CONTROL AT END SET WS-CONTROL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CONTROL.

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

       0055-LOAD-QC-HOLDS.
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

       0060-LOAD-INVENTORY.
           MOVE 0 TO WS-INV-COUNT.
           OPEN INPUT FI-IN-ITEMS.
           READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ.
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
                       WHEN WS-HELD-LOT (HELD-IDX) = FS-IN-ITEM (79:6)
                           MOVE "Y" TO WS-INV-HELD (INV-IDX)
                   END-SEARCH
               END-IF
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ
           END-PERFORM.
           CLOSE FI-IN-ITEMS.

       0080-VALIDATE-TILL-CONTROLS.
      * WHOLE-FILE VALIDATION PASS BEFORE A SINGLE SALE IS POSTED:
      * THE FILE MUST CARRY A "HDR " RECORD WITH A NUMERIC TRADING
      * DATE AND A "TRL " RECORD WHOSE COUNT AND UNITS HASH MATCH
      * THE DETAIL LINES ACTUALLY PRESENT ("TOT " RECORDS ARE NOT
      * DETAIL LINES).  A TRADING DATE INSIDE A PERIOD month-end
      * HAS CLOSED IS REFUSED THE SAME WAY disposal REFUSES A
      * BACKDATED TRANSACTION.
           READ FI-TILL
               AT END SET WS-TILL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-TILL-OK
               EVALUATE TLC-TAG
                   WHEN "HDR "
                       IF FS-TILL-CONTROL (5:8) NUMERIC
                           SET WS-HDR-SEEN TO TRUE
                           MOVE FS-TILL-CONTROL (5:8) TO WS-FEED-DATE
                       END-IF
                   WHEN "TRL "
                       SET WS-TRL-SEEN TO TRUE
                       IF TLC-COUNT NUMERIC
                           MOVE TLC-COUNT TO WS-TRL-COUNT
                       END-IF
                       IF TLC-HASH NUMERIC
                           MOVE TLC-HASH TO WS-TRL-HASH
                       END-IF
                   WHEN "TOT "
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-FILE-COUNT
                       IF TIL-QTY-TEXT NUMERIC
                           ADD FUNCTION NUMVAL (TIL-QTY-TEXT)
                               TO WS-FILE-HASH
                       ELSE
                           ADD 1 TO WS-FILE-HASH
                       END-IF
               END-EVALUATE
               READ FI-TILL
                   AT END SET WS-TILL-EOF TO TRUE
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
                   MOVE "till-feed.dat HAS NO HDR CONTROL RECORD"
                       TO LOG-TEXT
                   PERFORM 0085-REJECT-TILL-FILE
               WHEN NOT WS-TRL-SEEN
                   MOVE "till-feed.dat HAS NO TRL CONTROL RECORD"
                       TO LOG-TEXT
                   PERFORM 0085-REJECT-TILL-FILE
               WHEN WS-TRL-COUNT NOT = WS-FILE-COUNT
                  OR WS-TRL-HASH NOT = WS-FILE-HASH
                   MOVE SPACES TO LOG-TEXT
                   STRING "till-feed.dat TRAILER MISMATCH CNT "
                       WS-TRL-COUNT "/" WS-FILE-COUNT
                       " HASH " WS-TRL-HASH "/" WS-FILE-HASH
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 0085-REJECT-TILL-FILE
               WHEN OTHER
                   SET CLOSED-IDX TO 1
                   PERFORM UNTIL CLOSED-IDX > WS-CLOSED-COUNT
                       IF WS-CLOSED-PERIOD (CLOSED-IDX) =
                          WS-FEED-DATE (1:6)
                           MOVE SPACES TO LOG-TEXT
                           STRING "till-feed.dat DATED " WS-FEED-DATE
                               " IN A CLOSED PERIOD"
                               DELIMITED BY SIZE INTO LOG-TEXT
                           PERFORM 0085-REJECT-TILL-FILE
                           SET CLOSED-IDX TO WS-CLOSED-COUNT
                       END-IF
                       SET CLOSED-IDX UP BY 1
                   END-PERFORM
           END-EVALUATE.

       0085-REJECT-TILL-FILE.
           SET WS-FILE-REJECTED TO TRUE.
           DISPLAY "TILL-FEED: FILE REJECTED - " LOG-TEXT (1:60).
           MOVE "till-feed" TO LOG-PROGRAM.
           MOVE "0080-VALIDATE" TO LOG-PARAGRAPH.
           MOVE "S" TO LOG-SEVERITY.
           PERFORM 9000-LOG-CONDITION.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0150-EDIT-TILL-LINE.
      * A TILL LINE NEEDS A TILL NUMBER, A PERMANENT ITEM ID THAT IS
      * ON THE ITEM MASTER, A KNOWN STORE AND A UNIT COUNT.  A BLANK
      * STORE IS THE ORIGINAL STORE ROOM "A" AND A BLANK COUNT IS
      * ONE UNIT, THE SAME DEFAULTS THE INVENTORY RECORD USES.
           SET WS-LINE-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 0155-FIND-TILL-TOTAL.
           IF TIL-QTY-TEXT NUMERIC
               MOVE TIL-QTY-TEXT TO WS-SALE-UNITS
           ELSE
               MOVE 1 TO WS-SALE-UNITS
           END-IF.
           IF TIL-STORE = SPACES
               MOVE "A" TO WS-SALE-STORE
           ELSE
               MOVE TIL-STORE TO WS-SALE-STORE
           END-IF.
           MOVE SPACES TO WS-SALE-NAME.
           IF TIL-ITEM-ID NUMERIC
               MOVE TIL-ITEM-ID TO WS-SALE-ID-NUM
               SET MASTER-IDX TO 1
               PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
                   IF WS-MASTER-TBL-ID (MASTER-IDX) = WS-SALE-ID-NUM
                       MOVE WS-MASTER-TBL-NAME (MASTER-IDX)
                           TO WS-SALE-NAME
                       SET MASTER-IDX TO WS-MASTER-COUNT
                   END-IF
                   SET MASTER-IDX UP BY 1
               END-PERFORM
           END-IF.
           IF TIL-TILL = SPACES
               SET WS-LINE-INVALID TO TRUE
               MOVE "MISSING TILL NUMBER" TO WS-REJECT-REASON
           ELSE IF TIL-ITEM-ID NOT NUMERIC
               SET WS-LINE-INVALID TO TRUE
               MOVE "NON-NUMERIC ITEM ID" TO WS-REJECT-REASON
           ELSE IF WS-SALE-NAME = SPACES
               SET WS-LINE-INVALID TO TRUE
               MOVE "ITEM ID NOT ON MASTER" TO WS-REJECT-REASON
           ELSE IF WS-SALE-STORE NOT = "A" AND WS-SALE-STORE NOT = "B"
               AND WS-SALE-STORE NOT = "C"
               SET WS-LINE-INVALID TO TRUE
               MOVE "UNKNOWN STORE CODE" TO WS-REJECT-REASON
           ELSE IF TIL-QTY-TEXT NOT = SPACES
               AND TIL-QTY-TEXT NOT NUMERIC
               SET WS-LINE-INVALID TO TRUE
               MOVE "NON-NUMERIC QUANTITY" TO WS-REJECT-REASON
           ELSE IF WS-SALE-UNITS = 0
               SET WS-LINE-INVALID TO TRUE
               MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
           END-IF.
           IF WS-LINE-INVALID
               ADD WS-SALE-UNITS TO WS-SHORT-UNITS
           END-IF.
           ADD WS-SALE-UNITS TO WS-TILLTOT-RUNG (TILLTOT-IDX).

       0155-FIND-TILL-TOTAL.
      * LEAVES TILLTOT-IDX ON THE ENTRY FOR THE TILL IN HAND, ADDING
      * ONE THE FIRST TIME A TILL IS SEEN.
           SET TILLTOT-IDX TO 1.
           SEARCH WS-TILLTOT-ENTRY
               AT END
                   IF WS-TILLTOT-COUNT < 200
                       ADD 1 TO WS-TILLTOT-COUNT
                   END-IF
                   SET TILLTOT-IDX TO WS-TILLTOT-COUNT
                   MOVE TIL-TILL TO WS-TILLTOT-TILL (TILLTOT-IDX)
                   MOVE 0 TO WS-TILLTOT-DECLARED (TILLTOT-IDX)
                   MOVE "N" TO WS-TILLTOT-HAS-TOT (TILLTOT-IDX)
                   MOVE 0 TO WS-TILLTOT-RUNG (TILLTOT-IDX)
                   MOVE 0 TO WS-TILLTOT-POSTED (TILLTOT-IDX)
               WHEN WS-TILLTOT-TILL (TILLTOT-IDX) = TIL-TILL
                   CONTINUE
           END-SEARCH.

       0160-POST-SALE.
      * TAKE THE UNITS OFF THE MATCHING LOTS OLDEST FIRST UNTIL THE
      * LINE IS SATISFIED OR THE STORE RUNS OUT.  WHATEVER CANNOT BE
      * TAKEN IS SHORT-POSTED AND SHOWS ON THE REGISTER.
           MOVE WS-SALE-UNITS TO WS-SALE-LEFT.
           SET WS-LOT-PICKED TO TRUE.
           PERFORM UNTIL WS-SALE-LEFT = 0 OR WS-NO-LOT-PICKED
               PERFORM 0165-PICK-OLDEST-LOT
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
                   ADD WS-TAKE-UNITS TO WS-POSTED-UNITS
                   ADD WS-TAKE-UNITS
                       TO WS-TILLTOT-POSTED (TILLTOT-IDX)
                   PERFORM 0168-WRITE-SOLD-ROW
               END-IF
           END-PERFORM.
           IF WS-SALE-LEFT > 0
               ADD WS-SALE-LEFT TO WS-SHORT-UNITS
               MOVE WS-SALE-LEFT TO WS-POSTED-TEXT
               MOVE SPACES TO FS-REGISTER-RECORD
               STRING "SHORT    TILL " TIL-TILL
                   " ID " TIL-ITEM-ID
                   " STORE " WS-SALE-STORE
                   " RUNG " WS-SALE-UNITS
                   " NOT ON HAND " WS-POSTED-TEXT
                   " " WS-SALE-NAME (1:40)
                   DELIMITED BY SIZE INTO FS-REGISTER-RECORD
               WRITE FS-REGISTER-RECORD
           END-IF.

       0165-PICK-OLDEST-LOT.
           SET WS-NO-LOT-PICKED TO TRUE.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-QTY (INV-IDX) > 0
                  AND NOT WS-INV-ON-QC-HOLD (INV-IDX)
                  AND WS-INV-STORE (INV-IDX) = WS-SALE-STORE
                  AND (WS-INV-ID (INV-IDX) = TIL-ITEM-ID
                       OR (WS-INV-ID (INV-IDX) = "000000"
                           AND WS-INV-RAW (INV-IDX) (11:50)
                               = WS-SALE-NAME))
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

       0168-WRITE-SOLD-ROW.
      * THE SOLD ROW CARRIES THE LOT'S RECORD WITH ITS QUANTITY SET
      * TO THE UNITS TAKEN FROM IT, SO sales-report AND shrinkage
      * COUNT WHAT LEFT THE SHELF AND NOT THE WHOLE LOT.
           MOVE SPACES TO FS-HISTORY-RECORD.
           MOVE WS-INV-RAW (INV-IDX) TO HST-RAW-RECORD.
           MOVE WS-TAKE-UNITS TO WS-POSTED-TEXT.
           MOVE WS-POSTED-TEXT TO HST-RAW-RECORD (62:5).
           MOVE "SOLD" TO HST-REASON.
           MOVE WS-FEED-DATE TO HST-DATE.
           PERFORM 0169-CHAIN-HISTORY.
           WRITE FS-HISTORY-RECORD.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE WS-INV-RAW (INV-IDX) (72:6) TO SMV-ITEM-ID.
           MOVE WS-INV-STORE (INV-IDX) TO SMV-STORE.
           MOVE WS-INV-RAW (INV-IDX) (79:6) TO SMV-LOT.
           MOVE "SALE" TO SMV-TYPE.
           COMPUTE SMV-UNITS = 0 - WS-TAKE-UNITS.
           MOVE WS-FEED-DATE TO SMV-DATE.
           MOVE "till-feed" TO SMV-PROGRAM.
           MOVE WS-INV-RAW (INV-IDX) (11:50) TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "POSTED   TILL " TIL-TILL
               " ID " TIL-ITEM-ID
               " STORE " WS-SALE-STORE
               " QTY " WS-POSTED-TEXT
               " LOT " WS-INV-RAW (INV-IDX) (79:6)
               " SELL-IN " WS-INV-RAW (INV-IDX) (1:4)
               " " WS-SALE-NAME (1:40)
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.

       0169-CHAIN-HISTORY.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-HISTORY-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO HST-CHAIN.

       0170-RECORD-TILL-TOTAL.
           MOVE TLT-TILL TO TIL-TILL.
           PERFORM 0155-FIND-TILL-TOTAL.
           SET WS-TILLTOT-TOT-SEEN (TILLTOT-IDX) TO TRUE.
           IF TLT-UNITS NUMERIC
               MOVE TLT-UNITS TO WS-TILLTOT-DECLARED (TILLTOT-IDX)
           END-IF.

       0180-REWRITE-INVENTORY.
      * in.dat IS REWRITTEN IN TWO PASSES THROUGH inwork.dat SO AN
      * ABEND MID-RUN LEAVES THE ORIGINAL FILE INTACT.  A RECORD A
      * SALE TOUCHED CARRIES ITS NEW QUANTITY, OR IS DROPPED WHEN
      * THE SALE TOOK ITS LAST UNIT; UNTOUCHED RECORDS GO BACK
      * BYTE FOR BYTE.
           OPEN OUTPUT FI-WORK.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-WAS-TOUCHED (INV-IDX)
                   IF WS-INV-QTY (INV-IDX) = 0
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       MOVE WS-INV-RAW (INV-IDX) TO FS-WORK-ITEM
                       MOVE WS-INV-QTY (INV-IDX) TO WS-POSTED-TEXT
                       MOVE WS-POSTED-TEXT TO FS-WORK-ITEM (62:5)
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

       0190-RECONCILE-TILLS.
      * ONE LINE PER TILL: WHAT ITS Z-READ DECLARED, WHAT ITS DETAIL
      * LINES RANG AND WHAT ACTUALLY POSTED.  A TILL WHOSE LINES DO
      * NOT ADD UP TO ITS OWN TOTAL, OR WHOSE UNITS DID NOT ALL
      * POST, IS FLAGGED.
           MOVE SPACES TO FS-REGISTER-RECORD.
           WRITE FS-REGISTER-RECORD.
           MOVE "TILL  DECLARED     RUNG   POSTED    SHORT"
               TO FS-REGISTER-RECORD.
           WRITE FS-REGISTER-RECORD.
           SET TILLTOT-IDX TO 1.
           PERFORM UNTIL TILLTOT-IDX > WS-TILLTOT-COUNT
               COMPUTE WS-TILL-SHORT =
                   WS-TILLTOT-RUNG (TILLTOT-IDX)
                   - WS-TILLTOT-POSTED (TILLTOT-IDX)
               MOVE SPACES TO WS-TILL-FLAG
               EVALUATE TRUE
                   WHEN NOT WS-TILLTOT-TOT-SEEN (TILLTOT-IDX)
                       MOVE "*NO TILL TOTAL*" TO WS-TILL-FLAG
                   WHEN WS-TILLTOT-DECLARED (TILLTOT-IDX)
                        NOT = WS-TILLTOT-RUNG (TILLTOT-IDX)
                       MOVE "*TILL OUT OF BALANCE*" TO WS-TILL-FLAG
                   WHEN WS-TILL-SHORT > 0
                       MOVE "*SHORT-POSTED*" TO WS-TILL-FLAG
               END-EVALUATE
               IF WS-TILL-FLAG NOT = SPACES
                   ADD 1 TO WS-SHORT-TILL-COUNT
               END-IF
               MOVE SPACES TO FS-REGISTER-RECORD
               STRING WS-TILLTOT-TILL (TILLTOT-IDX)
                   "  " WS-TILLTOT-DECLARED (TILLTOT-IDX)
                   "  " WS-TILLTOT-RUNG (TILLTOT-IDX)
                   "  " WS-TILLTOT-POSTED (TILLTOT-IDX)
                   "  " WS-TILL-SHORT
                   "  " WS-TILL-FLAG
                   DELIMITED BY SIZE INTO FS-REGISTER-RECORD
               WRITE FS-REGISTER-RECORD
               SET TILLTOT-IDX UP BY 1
           END-PERFORM.

       0200-END.
           CLOSE FI-TILL.
           CLOSE FI-HISTORY.
           PERFORM 0180-REWRITE-INVENTORY.
           PERFORM 0190-RECONCILE-TILLS.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "LINES " WS-LINE-COUNT
               " POSTED-UNITS " WS-POSTED-UNITS
               " SHORT-UNITS " WS-SHORT-UNITS
               " REJECTED " WS-REJECTED-COUNT
               " RECORDS-EMPTIED " WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.
           CLOSE FI-REGISTER.
           IF WS-SHORT-TILL-COUNT > 0
               MOVE SPACES TO LOG-TEXT
               STRING WS-SHORT-TILL-COUNT " TILL(S) DID NOT RECONCILE"
                   " - SEE till-register.dat"
                   DELIMITED BY SIZE INTO LOG-TEXT
               MOVE "till-feed" TO LOG-PROGRAM
               MOVE "0190-RECONCILE" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               PERFORM 9000-LOG-CONDITION
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "TILL-FEED: " WS-POSTED-UNITS " UNIT(S) POSTED, "
               WS-SHORT-UNITS " SHORT".

       0300-RETURN.
           GOBACK.
