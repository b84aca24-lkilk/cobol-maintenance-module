       PROGRAM-ID. "stock-take".

      * MODIFICATION HISTORY:
      * - THE DUAL-CONTROL TICKET FOR AN OVER-LIMIT ADJUSTMENT NOW
      *   CARRIES THE LINE'S ITEM ID, STORE, LOT AND NAME INSTEAD OF
      *   THE WHOLE in.dat RECORD.  THE RECORD'S SELL-IN AND QUALITY
      *   AGE EVERY NIGHT, SO AN APPROVED TICKET NEVER MATCHED THE
      *   LINE AGAIN AND EACH RUN STAGED A FRESH ONE.
      * - EVERY stock-adjust-history.dat RECORD NOW CARRIES A CHAIN
      *   VALUE AFTER THE TICKET, LINKED ONTO THE PREVIOUS RECORD'S
      *   THROUGH audit-chain (SEE AUDCHAIN), SO AN ALTERED OR
      *   DELETED ADJUSTMENT SHOWS UP IN chain-verify.
      * - ONCE ADJUSTMENTS HAVE BEEN APPLIED TO in.dat THE RUN CALLS
      *   shelf-utilisation, SO A COUNT THAT FOUND MORE UNITS THAN A
      *   STORE ROOM HAS SPACE FOR IS LISTED ON
      *   shelf-utilisation-report.dat STRAIGHT AWAY.  THE RUN THEN
      *   ENDS RC 4 WHEN ANY ROOM OR ITEM IS OVER CAPACITY.
      * - EVERY ADJUSTMENT ACTUALLY APPLIED TO in.dat NOW ALSO POSTS
      *   AN ADJUST MOVEMENT OF THE VARIANCE (COUNTED LESS ON HAND)
      *   TO THE STOCK LEDGER THROUGH stock-ledger (SEE STKMOVE).
      *   VARIANCES ONLY REPORTED, STAGED OR AWAITING APPROVAL CHANGE
      *   NO STOCK AND POST NOTHING.
      * - DUAL CONTROL.  WITH stocktake_apply=Y AN ADJUSTMENT WORTH
      *   MORE THAN THE LIMIT ON data/dual-control.dat (VARIANCE UNITS
      *   x QUALITY x THE data/unit-values.dat RATE, PRICED BY
      *   dual-control) IS NOT APPLIED: IT IS STAGED ON
      *   approval-tickets.dat UNDER THE operator_id RUNNING THE
      *   COUNT AND WAITS FOR A SECOND OPERATOR TO APPROVE IT IN
      *   dual-approve.  THE NEXT APPLY RUN OVER THE SAME COUNT POSTS
      *   THE APPROVED ONES.  stock-adjust-history.dat NOW CARRIES
      *   THE MAKER, THE CHECKER (BLANK UNDER THE LIMIT), THEIR
      *   TIMESTAMPS AND THE TICKET NUMBER.  ADJUSTMENTS UNDER THE
      *   LIMIT APPLY AS BEFORE.
      * - REFUSES TO START WHILE THE NIGHTLY RUN HOLDS run-lock.dat
      *   (SEE main-program), LIKE THE OTHER OPERATOR UTILITIES - IT
      *   REWRITES FILES THE RUN MAY HAVE IN FLIGHT.  A SUPERVISOR
               05 ADJ-NEW-QTY           PIC 9(5).
               05 FILLER                PIC X.
               05 ADJ-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 ADJ-MAKER             PIC X(8).
               05 FILLER                PIC X.
               05 ADJ-MAKER-STAMP       PIC X(14).
               05 FILLER                PIC X.
               05 ADJ-CHECKER           PIC X(8).
               05 FILLER                PIC X.
               05 ADJ-CHECKER-STAMP     PIC X(14).
               05 FILLER                PIC X.
               05 ADJ-TICKET            PIC X(6).
               05 FILLER                PIC X.
               05 ADJ-CHAIN             PIC X(10).

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(110).
      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

           01 WS-COUNTS-FILE-STATUS     PIC 99.
               88 WS-COUNTS-OK          VALUE 00.
               88 WS-COUNTS-EOF         VALUE 10.
               88 WS-APPLY-ADJUSTMENTS  VALUE "Y".

           01 WS-VARIANCE               PIC S9(6).
           01 WS-VARIANCE-UNITS         PIC 9(6).
           01 WS-QUALITY-TEXT           PIC X(4).
           01 WS-QUALITY                PIC S9(3)
               SIGN IS LEADING SEPARATE CHARACTER.

      * OPERATOR RUNNING THE COUNT - THE MAKER OF ANY ADJUSTMENT THAT
      * NEEDS A SECOND SIGNATURE.
           01 WS-MAKER-ID               PIC X(8).
           01 WS-POST-SWITCH            PIC X.
               88 WS-POST-ADJUSTMENT    VALUE "Y".
           01 WS-DISPLAY-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-NOW-STAMP.
               05 WS-NOW-DATE            PIC 9(8).
               05 WS-NOW-HHMMSS          PIC 9(6).
           01 WS-NOW-CLOCK.
               05 WS-NOW-CLOCK-HHMMSS    PIC 9(6).
               05 WS-NOW-HUNDREDTHS      PIC 99.

      * SHARED TWO-PERSON CONTROL BLOCK (SEE dual-control).
           COPY "dualreq.cpy".
           01 WS-DISPLAY-VARIANCE       PIC -(5)9.

      * PER-STORE VARIANCE TOTALS - SAME A/B/C PLUS CATCH-ALL LAYOUT
           01 WS-ADJUSTED-COUNT         PIC 9(5) VALUE 0.
           01 WS-NO-MATCH-COUNT         PIC 9(5) VALUE 0.
           01 WS-BAD-LINE-COUNT         PIC 9(5) VALUE 0.
           01 WS-AWAITING-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0010-CHECK-RUN-LOCK THRU 0010-EXIT.
               " ADJUSTED " WS-ADJUSTED-COUNT
               " NO-MATCH " WS-NO-MATCH-COUNT
               " BAD-LINE " WS-BAD-LINE-COUNT
               " AWAITING-APPROVAL " WS-AWAITING-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           CLOSE FI-REPORT.
           DISPLAY "STOCK-TAKE: " WS-VARIANCE-COUNT " VARIANCE(S), "
               WS-ADJUSTED-COUNT " ADJUSTED, "
               WS-NO-MATCH-COUNT " UNMATCHED COUNT LINE(S)".
           IF WS-AWAITING-COUNT > 0
               DISPLAY "STOCK-TAKE: " WS-AWAITING-COUNT
                   " ADJUSTMENT(S) OVER THE DUAL-CONTROL LIMIT NOT "
                   "APPLIED - SEE stock-take-report.dat"
           END-IF.
           IF WS-ADJUSTED-COUNT > 0
               CALL "shelf-utilisation"
           END-IF.

       0300-RETURN.
           GOBACK.
           IF WS-APPLY-TEXT (1:1) = "Y"
               SET WS-APPLY-ADJUSTMENTS TO TRUE
           END-IF.
           MOVE SPACES TO WS-MAKER-ID.
           ACCEPT WS-MAKER-ID FROM ENVIRONMENT "operator_id".

       0040-INIT-STORE-TOTALS.
           MOVE "A"   TO WS-STORE-CODE (1).
           OPEN INPUT FI-IN-ITEMS.
           IF WS-APPLY-ADJUSTMENTS
               OPEN OUTPUT FI-WORK
               MOVE "L" TO CHN-FUNCTION
               MOVE "stock-adjust-history.dat" TO CHN-FILE-NAME
               MOVE 162 TO CHN-COLUMN
               CALL "audit-chain" USING CHAIN-REQUEST
               OPEN EXTEND FI-HISTORY
               IF NOT WS-HISTORY-OK
                   CLOSE FI-HISTORY
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               IF WS-APPLY-ADJUSTMENTS
                   PERFORM 0126-CHECK-DUAL-CONTROL
                   IF WS-POST-ADJUSTMENT
                       PERFORM 0129-APPLY-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.

       0126-CHECK-DUAL-CONTROL.
      * THE ADJUSTMENT IS PRICED AT THE RECORD'S QUALITY FOR THE
      * UNITS GAINED OR LOST.  UNDER THE LIMIT IT POSTS AT ONCE;
      * OVER IT, ONLY ON AN APPROVED TICKET FOR THIS EXACT RECORD,
      * COUNT AND COUNT DATE - ANYTHING ELSE IS STAGED OR LEFT.
           MOVE "N" TO WS-POST-SWITCH.
           IF WS-VARIANCE < 0
               COMPUTE WS-VARIANCE-UNITS = 0 - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-VARIANCE-UNITS
           END-IF.
           MOVE FS-IN-ITEM (6:4) TO WS-QUALITY-TEXT.
           IF WS-QUALITY-TEXT (2:3) NUMERIC
               MOVE WS-QUALITY-TEXT TO WS-QUALITY
           ELSE
               MOVE 0 TO WS-QUALITY
           END-IF.
           MOVE "PRICE" TO DCR-FUNCTION.
           MOVE WS-ITEM-NAME TO DCR-ITEM-NAME.
           MOVE WS-QUALITY TO DCR-QUALITY.
           MOVE WS-VARIANCE-UNITS TO DCR-UNITS.
           CALL "dual-control" USING DUAL-CONTROL-REQUEST.
           MOVE "CHECK" TO DCR-FUNCTION.
           MOVE "STOCKADJ" TO DCR-KIND.
      * THE DETAIL CARRIES NOTHING THE NIGHTLY RUN AGES (SEE APRTKT):
      * A TICKET APPROVED TODAY MUST STILL MATCH THE LINE TOMORROW.
           MOVE SPACES TO DCR-DETAIL.
           MOVE FS-IN-ITEM (72:6) TO DCR-DETAIL (1:6).
           MOVE FS-IN-ITEM (68:3) TO DCR-DETAIL (8:3).
           MOVE FS-IN-ITEM (79:6) TO DCR-DETAIL (12:6).
           MOVE WS-ON-HAND TO DCR-DETAIL (19:5).
           MOVE WS-CNT-QTY (CNT-IDX) TO DCR-DETAIL (25:5).
           MOVE WS-CNT-DATE (CNT-IDX) TO DCR-DETAIL (31:8).
           MOVE WS-ITEM-NAME TO DCR-DETAIL (40:50).
           MOVE WS-MAKER-ID TO DCR-MAKER.
           CALL "dual-control" USING DUAL-CONTROL-REQUEST.
           MOVE DCR-VALUE TO WS-DISPLAY-VALUE.
           MOVE SPACES TO FS-REPORT-RECORD.
           EVALUATE TRUE
               WHEN DCR-CLEAR
               WHEN DCR-IS-APPROVED
                   SET WS-POST-ADJUSTMENT TO TRUE
               WHEN DCR-IS-STAGED
                   STRING "  OVER LIMIT - VALUE " WS-DISPLAY-VALUE
                       " STAGED FOR SECOND APPROVAL AS TICKET "
                       DCR-TICKET
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN DCR-IS-PENDING
                   STRING "  OVER LIMIT - TICKET " DCR-TICKET
                       " STAGED BY " DCR-TICKET-MAKER
                       " STILL AWAITS A SECOND APPROVAL"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN DCR-IS-REJECTED
                   STRING "  OVER LIMIT - TICKET " DCR-TICKET
                       " WAS REJECTED BY " DCR-CHECKER
                       " - NOT APPLIED"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN OTHER
                   STRING "  OVER LIMIT - VALUE " WS-DISPLAY-VALUE
                       " NOT STAGED - operator_id '" WS-MAKER-ID
                       "' IS NOT A KNOWN OPERATOR"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-EVALUATE.
           IF NOT WS-POST-ADJUSTMENT
               ADD 1 TO WS-AWAITING-COUNT
               WRITE FS-REPORT-RECORD
           END-IF.

       0128-ROLL-STORE-VARIANCE.
           EVALUATE WS-ITEM-STORE
               WHEN "A  "
      * QUANTITY BEFORE IT GOES TO THE WORK FILE, AND THE ADJUSTMENT
      * IS APPENDED TO THE HISTORY FILE WITH ITS BEFORE/AFTER
      * QUANTITIES AND THE COUNT DATE.
      * OVER THE LIMIT THE MAKER AND CHECKER COME OFF THE APPROVED
      * TICKET, WHICH IS THEN MARKED POSTED; UNDER IT THE OPERATOR
      * RUNNING THE COUNT IS THE MAKER AND THERE IS NO CHECKER.
           MOVE SPACES TO FS-HISTORY-RECORD.
           MOVE FS-IN-ITEM TO ADJ-RAW-RECORD.
           MOVE WS-ON-HAND TO ADJ-OLD-QTY.
           MOVE WS-CNT-QTY (CNT-IDX) TO ADJ-NEW-QTY.
           MOVE WS-CNT-DATE (CNT-IDX) TO ADJ-DATE.
           IF DCR-IS-APPROVED
               MOVE DCR-TICKET-MAKER TO ADJ-MAKER
               MOVE DCR-MAKER-STAMP TO ADJ-MAKER-STAMP
               MOVE DCR-CHECKER TO ADJ-CHECKER
               MOVE DCR-CHECKER-STAMP TO ADJ-CHECKER-STAMP
               MOVE DCR-TICKET TO ADJ-TICKET
               MOVE "POSTED" TO DCR-FUNCTION
               CALL "dual-control" USING DUAL-CONTROL-REQUEST
           ELSE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-CLOCK FROM TIME
               MOVE WS-NOW-CLOCK-HHMMSS TO WS-NOW-HHMMSS
               MOVE WS-MAKER-ID TO ADJ-MAKER
               MOVE WS-NOW-STAMP TO ADJ-MAKER-STAMP
           END-IF.
           PERFORM 0132-CHAIN-ADJUSTMENT.
           WRITE FS-HISTORY-RECORD.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE FS-IN-ITEM (72:6) TO SMV-ITEM-ID.
           MOVE WS-ITEM-STORE TO SMV-STORE.
           MOVE FS-IN-ITEM (79:6) TO SMV-LOT.
           MOVE "ADJUST" TO SMV-TYPE.
           MOVE WS-VARIANCE TO SMV-UNITS.
           MOVE WS-CNT-DATE (CNT-IDX) TO SMV-DATE.
           MOVE "stock-take" TO SMV-PROGRAM.
           MOVE WS-ITEM-NAME TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.
           MOVE WS-CNT-QTY (CNT-IDX) TO WS-ON-HAND.
           MOVE WS-ON-HAND TO FS-IN-ITEM (62:5).
           ADD 1 TO WS-ADJUSTED-COUNT.

       0132-CHAIN-ADJUSTMENT.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-HISTORY-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO ADJ-CHAIN.

       0130-REWRITE-INVENTORY.
      * COPY THE ADJUSTED RECORDS BACK OVER in.dat.  THE WORK FILE IS
      * LEFT BEHIND AS A BACKSTOP UNTIL THE NEXT STOCK-TAKE RUN
