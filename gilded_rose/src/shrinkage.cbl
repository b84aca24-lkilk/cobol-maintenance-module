       PROGRAM-ID. "shrinkage".

      * MODIFICATION HISTORY:
      * - AFTER THE REASON/STORE/CLASS BUCKETS THE REPORT NOW ALSO
      *   SUBTOTALS THE MONTH'S REMOVALS BY DEPARTMENT AND CATEGORY
      *   OF THE MERCHANDISE HIERARCHY (THROUGH merch-rollup, SEE
      *   MERCHREQ) WITH THE SAME PRIOR-MONTH TREND, AND LISTS THE
      *   ITEMS NOT YET CATEGORISED ON THE ITEM MASTER.
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0040-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - RETURN-TO-VENDOR REMOVALS (REASON RTV, SEE vendor-return)
      *   ARE LEFT OUT OF THE LOSS FIGURES - THE SUPPLIER CARRIES
      *   THOSE UNITS ON A CREDIT CLAIM, AND supplier-scorecard
      *   COUNTS THEM AGAINST THE SUPPLIER INSTEAD.
      * - NEW PROGRAM.  MONTHLY SHRINKAGE ANALYTICS OVER
      *   disposition-history.dat FOR LOSS PREVENTION.  EVERY
      *   REMOVAL CARRIES ITS REASON (SOLD/DISCARDED/DAMAGED), DATE
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-VALUES.
           01 FS-VALUE-RECORD.
               05 WS-MW-MONTH            PIC 99.

      * SAME item-rules.dat RATES TABLE THE ENGINES USE.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0040-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
           01 WS-DISPLAY-PRI            PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-TREND          PIC +ZZZ,ZZZ,ZZ9.99.

      * SHARED DEPARTMENT/CATEGORY ROLLUP BLOCK (SEE merch-rollup).
      * AMOUNT 1 IS CURRENT-MONTH UNITS, 2 CURRENT-MONTH VALUE,
      * 3 PRIOR-MONTH VALUE, 4 PRIOR-MONTH UNITS.
           COPY "merchreq.cpy".
           01 WS-MERCH-UNITS            PIC 9(7).
           01 WS-MERCH-UNC-SWITCH       PIC X.
               88 WS-MERCH-HAD-UNCATEGORISED VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
           PERFORM 0020-GET-SHRINK-MONTH.
           PERFORM 0040-LOAD-RULES.
           PERFORM 0050-LOAD-UNIT-VALUES.
           MOVE "R" TO MRQ-FUNCTION.
           CALL "merch-rollup" USING MERCH-REQUEST.
           PERFORM 0110-TALLY-HISTORY.
           PERFORM 0200-WRITE-REPORT.
           DISPLAY "SHRINKAGE: " WS-BKT-COUNT " BUCKET(S) FOR "
           MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH.

       0040-LOAD-RULES.
      * THE FILE HOLDS EVERY VERSION OF THE TABLE, EACH ROW STAMPED
      * WITH THE DATE ITS VERSION TAKES EFFECT (BLANK ON THE ORIGINAL
      * TABLE).  THE VERSION IN FORCE IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE ON OR BEFORE THE RULES DATE; A LATER VERSION
      * IS A STAGED CHANGE NOT YET LIVE.
           MOVE SPACES TO WS-RULES-DATE.
           ACCEPT WS-RULES-DATE FROM ENVIRONMENT "processing_date".
           IF WS-RULES-DATE NOT NUMERIC
               ACCEPT WS-RULES-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE LOW-VALUES TO WS-RULE-VERSION.
           OPEN INPUT FI-RULES.
           IF WS-RULES-FILE-OK
               READ FI-RULES
               PERFORM UNTIL WS-RULES-EOF
                   IF FR-EFFECTIVE NOT > WS-RULES-DATE
                      AND FR-EFFECTIVE NOT < WS-RULE-VERSION
                       IF FR-EFFECTIVE > WS-RULE-VERSION
                           MOVE FR-EFFECTIVE TO WS-RULE-VERSION
                           MOVE 0 TO WS-RULE-COUNT
                       END-IF
                       IF WS-RULE-COUNT < 20
                           ADD 1 TO WS-RULE-COUNT
                           SET RULE-IDX TO WS-RULE-COUNT
                           MOVE FR-NAME TO WS-RULE-NAME (RULE-IDX)
                           MOVE FR-MATCH-LEN
                               TO WS-RULE-MATCH-LEN (RULE-IDX)
                           MOVE FR-TYPE TO WS-RULE-TYPE (RULE-IDX)
                       END-IF
                   END-IF
                   READ FI-RULES
               END-PERFORM
               CLOSE FI-RULES
               READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DSPHIST-OK
                   IF (HST-DATE (1:6) = WS-SHRINK-MONTH
                       OR HST-DATE (1:6) = WS-PRIOR-MONTH)
                      AND HST-REASON NOT = "RTV"
                       PERFORM 0120-BUCKET-ONE-REMOVAL
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
               ADD WS-LINE-VALUE TO WS-BKT-PRI-VALUE (BKT-IDX)
               ADD WS-ITEM-UNITS TO WS-BKT-PRI-UNITS (BKT-IDX)
           END-IF.
           PERFORM 0150-ROLL-MERCH.

       0150-ROLL-MERCH.
           MOVE "A" TO MRQ-FUNCTION.
           IF HST-RAW-RECORD (72:6) NUMERIC
               MOVE HST-RAW-RECORD (72:6) TO MRQ-ITEM-ID
           ELSE
               MOVE 0 TO MRQ-ITEM-ID
           END-IF.
           MOVE WS-ITEM-NAME TO MRQ-ITEM-NAME.
           MOVE 0 TO MRQ-AMOUNT (1) MRQ-AMOUNT (2)
               MRQ-AMOUNT (3) MRQ-AMOUNT (4).
           IF HST-DATE (1:6) = WS-SHRINK-MONTH
               MOVE WS-ITEM-UNITS TO MRQ-AMOUNT (1)
               MOVE WS-LINE-VALUE TO MRQ-AMOUNT (2)
           ELSE
               MOVE WS-LINE-VALUE TO MRQ-AMOUNT (3)
               MOVE WS-ITEM-UNITS TO MRQ-AMOUNT (4)
           END-IF.
           CALL "merch-rollup" USING MERCH-REQUEST.

       0140-FIND-OR-ADD-BUCKET.
           SET BKT-IDX TO 1.
           SET BKT-IDX TO 1.
           PERFORM 0210-WRITE-ONE-BUCKET
               UNTIL BKT-IDX > WS-BKT-COUNT.
           PERFORM 0220-WRITE-MERCH-SECTION.
           CLOSE FI-REPORT.

       0210-WRITE-ONE-BUCKET.
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           SET BKT-IDX UP BY 1.

       0220-WRITE-MERCH-SECTION.
      * DEPARTMENT SUBTOTALS WITH THEIR CATEGORIES INDENTED BENEATH,
      * THEN THE REMOVED ITEMS NOT YET CATEGORISED, ITEM BY ITEM.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "SHRINKAGE BY DEPARTMENT/CATEGORY FOR "
               WS-SHRINK-MONTH " (PRIOR " WS-PRIOR-MONTH ")"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           MOVE "N" TO WS-MERCH-UNC-SWITCH.
           MOVE "N" TO MRQ-FUNCTION.
           CALL "merch-rollup" USING MERCH-REQUEST.
           PERFORM UNTIL MRQ-LINE-END
               PERFORM 0225-WRITE-MERCH-LINE
               MOVE "N" TO MRQ-FUNCTION
               CALL "merch-rollup" USING MERCH-REQUEST
           END-PERFORM.
           IF NOT WS-MERCH-HAD-UNCATEGORISED
               MOVE "ITEMS NOT YET CATEGORISED . (NONE)"
                   TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0225-WRITE-MERCH-LINE.
           MOVE SPACES TO FS-REPORT-RECORD.
           MOVE MRQ-AMOUNT (1) TO WS-MERCH-UNITS.
           MOVE MRQ-AMOUNT (2) TO WS-DISPLAY-CUR.
           MOVE MRQ-AMOUNT (3) TO WS-DISPLAY-PRI.
           COMPUTE WS-TREND-VALUE = MRQ-AMOUNT (2) - MRQ-AMOUNT (3).
           MOVE WS-TREND-VALUE TO WS-DISPLAY-TREND.
           EVALUATE TRUE
               WHEN MRQ-LINE-DEPARTMENT
               WHEN MRQ-LINE-UNCATEGORISED
                   STRING "  " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:24)
                       " UNITS " WS-MERCH-UNITS
                       " VALUE " WS-DISPLAY-CUR
                       " PRIOR " WS-DISPLAY-PRI
                       " TREND " WS-DISPLAY-TREND
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN MRQ-LINE-CATEGORY
                   STRING "    " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:22)
                       " UNITS " WS-MERCH-UNITS
                       " VALUE " WS-DISPLAY-CUR
                       " PRIOR " WS-DISPLAY-PRI
                       " TREND " WS-DISPLAY-TREND
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN MRQ-LINE-ITEM
                   STRING "    " MRQ-ITEM-ID " " MRQ-ITEM-NAME
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   IF MRQ-NOT-ON-MASTER
                       MOVE "NOT ON MASTER" TO FS-REPORT-RECORD (63:13)
                   END-IF
           END-EVALUATE.
           WRITE FS-REPORT-RECORD.
           IF MRQ-LINE-UNCATEGORISED
               SET WS-MERCH-HAD-UNCATEGORISED TO TRUE
               MOVE "ITEMS NOT YET CATEGORISED:" TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
