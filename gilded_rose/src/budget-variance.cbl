       IDENTIFICATION DIVISION.
       PROGRAM-ID. "budget-variance".

      * MODIFICATION HISTORY:
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - NEW PROGRAM.  MONTHLY DECAY AND SHRINK VARIANCE AGAINST THE
      *   STORE LOSS BUDGET (data/store-budget.dat, MAINTAINED BY
      *   budget-maint).  month-end BOOKS THE LOSSES AND shrinkage
      *   BREAKS THEM OUT, BUT NEITHER SAYS WHETHER A STORE IS OVER
      *   OR UNDER PLAN.  FOR ONE MONTH (variance_month=YYYYMM,
      *   DEFAULT THE MONTH BEFORE THE PROCESSING DATE - THE MONTH
      *   JUST CLOSED) THIS SETS EACH STORE'S ACTUAL LOSS AGAINST
      *   ITS BUDGET BY CATEGORY, MONTH-TO-DATE AND YEAR-TO-DATE
      *   (JANUARY THROUGH THE MONTH): DECAY AND ZERO-QUALITY
      *   WRITE-OFF FROM THE STORE SPLIT ON valuation-history.dat,
      *   DISCARDED AND DAMAGED FROM disposition-history.dat PRICED
      *   WITH THE data/unit-values.dat RATES THE WAY month-end
      *   PRICES THEM.  A STORE AND CATEGORY OVER BUDGET BY MORE
      *   THAN budget_tolerance PERCENT (DEFAULT 10), OR WITH A LOSS
      *   AND NO BUDGET AT ALL, IS FLAGGED AND LISTED AGAIN AT THE
      *   FOOT OF budget-variance-report.dat FOR THE AREA MANAGER,
      *   LOGGED THROUGH error-logger (W) AND ENDS THE RUN RC 4.
      *   valuation-history.dat ROWS WRITTEN BEFORE THE STORE SPLIT
      *   WAS ADDED CARRY ONLY CHAIN TOTALS; THEIR DECAY AND
      *   WRITE-OFF ARE SHOWN AS UNALLOCATED, NOT GUESSED AT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-BUDGET ASSIGN "data/store-budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
             SELECT OPTIONAL FI-VALHIST ASSIGN "valuation-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALHIST-FILE-STATUS.
             SELECT OPTIONAL FI-DSPHIST
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPHIST-FILE-STATUS.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-VALUES ASSIGN "data/unit-values.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUES-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "budget-variance-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-BUDGET.
           COPY "strbudg.cpy".

           FD FI-VALHIST.
           01 FS-VALHIST-RECORD.
               05 VH-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 VH-TOTAL-VALUE        PIC 9(9)V99.
               05 FILLER                PIC X.
               05 VH-DECAY-LOSS         PIC 9(9)V99.
               05 FILLER                PIC X.
               05 VH-WRITTEN-OFF        PIC 9(9)V99.
               05 VH-STORE-SPLIT OCCURS 3 TIMES.
                   10 FILLER            PIC X.
                   10 VH-STORE-CODE     PIC X(3).
                   10 FILLER            PIC X.
                   10 VH-STORE-DECAY    PIC 9(9)V99.
                   10 FILLER            PIC X.
                   10 VH-STORE-WRITTEN-OFF PIC 9(9)V99.

           FD FI-DSPHIST.
           01 FS-DSPHIST-RECORD.
               05 HST-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
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
               05 FV-CLASS              PIC X.
               05 FILLER                PIC X.
               05 FV-PER-POINT          PIC 9(3)V99.

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(150).

       WORKING-STORAGE SECTION.
           01 WS-BUDGET-FILE-STATUS     PIC 99.
               88 WS-BUDGET-OK          VALUE 00.
               88 WS-BUDGET-EOF         VALUE 10.

           01 WS-VALHIST-FILE-STATUS    PIC 99.
               88 WS-VALHIST-OK         VALUE 00.
               88 WS-VALHIST-EOF        VALUE 10.

           01 WS-DSPHIST-FILE-STATUS    PIC 99.
               88 WS-DSPHIST-OK         VALUE 00.
               88 WS-DSPHIST-EOF        VALUE 10.

           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.

           01 WS-VALUES-FILE-STATUS     PIC 99.
               88 WS-VALUES-FILE-OK     VALUE 00.
               88 WS-VALUES-EOF         VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
               05 WS-CD-DAY              PIC 99.

      * THE MONTH REPORTED AND THE FIRST MONTH OF ITS YEAR.
           01 WS-VARIANCE-MONTH         PIC X(6).
           01 WS-YEAR-START             PIC X(6).

           01 WS-TOLERANCE-TEXT         PIC X(3).
           01 WS-TOLERANCE              PIC 999 VALUE 10.

      * SAME item-rules.dat RATES TABLE THE ENGINES USE, LOADED TO
      * RESOLVE EACH REMOVED ITEM'S RULE CLASS FOR PRICING.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0040-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RULE-IDX.
                   10 WS-RULE-NAME       PIC X(50).
                   10 WS-RULE-MATCH-LEN  PIC 99.
                   10 WS-RULE-TYPE       PIC X.

           01 WS-MATCHED-RULE-TYPE      PIC X.
           01 WS-COMPARE-LEN            PIC 99.

           01 WS-VALUE-COUNT            PIC 99 VALUE 0.
           01 WS-VALUE-TABLE.
               05 WS-VALUE-ENTRY OCCURS 0 TO 10 TIMES
                   DEPENDING ON WS-VALUE-COUNT
                   INDEXED BY VALUE-IDX.
                   10 WS-VALUE-CLASS     PIC X.
                   10 WS-VALUE-PER-POINT PIC 9(3)V99.

           01 WS-PER-POINT              PIC 9(3)V99.
           01 WS-ITEM-NAME              PIC X(50).
           01 WS-ITEM-STORE             PIC X(3).
           01 WS-QUALITY-TEXT           PIC X(4).
           01 WS-QUALITY                PIC S9(3).
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-ITEM-UNITS             PIC 9(5).
           01 WS-LINE-VALUE             PIC 9(9)V99.

      * ACTUAL AND BUDGET BY STORE (A, B, C) AND CATEGORY (IN THE
      * ORDER OF WS-CATEGORY-NAMES), MONTH-TO-DATE AND YEAR-TO-DATE.
           01 WS-CATEGORY-NAMES.
               05 FILLER PIC X(9) VALUE "DECAY".
               05 FILLER PIC X(9) VALUE "WRITEOFF".
               05 FILLER PIC X(9) VALUE "DISCARDED".
               05 FILLER PIC X(9) VALUE "DAMAGED".
           01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
               05 WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(9).
           01 WS-STORE-CODES            PIC X(3) VALUE "ABC".
           01 WS-VARIANCE-TABLE.
               05 WS-VAR-STORE OCCURS 3 TIMES INDEXED BY VST-IDX.
                   10 WS-VAR-CATEGORY OCCURS 4 TIMES
                       INDEXED BY VCT-IDX.
                       15 WS-VAR-MTD-ACTUAL  PIC 9(9)V99.
                       15 WS-VAR-MTD-BUDGET  PIC 9(9)V99.
                       15 WS-VAR-MTD-BUDGETED PIC X.
                       15 WS-VAR-YTD-ACTUAL  PIC 9(9)V99.
                       15 WS-VAR-YTD-BUDGET  PIC 9(9)V99.
                       15 WS-VAR-YTD-BUDGETED PIC X.
                       15 WS-VAR-FLAG        PIC X(14).

           01 WS-CAT-NUMBER             PIC 9.
           01 WS-STORE-NUMBER           PIC 9.

      * CHAIN-ONLY valuation-history.dat ROWS (NO STORE SPLIT).
           01 WS-UNALLOC-MTD-DECAY      PIC 9(9)V99 VALUE 0.
           01 WS-UNALLOC-MTD-WRITEOFF   PIC 9(9)V99 VALUE 0.
           01 WS-UNALLOC-YTD-DECAY      PIC 9(9)V99 VALUE 0.
           01 WS-UNALLOC-YTD-WRITEOFF   PIC 9(9)V99 VALUE 0.

      * ONE COLUMN (MTD OR YTD) BEING SET OUT AND TESTED.
           01 WS-COL-ACTUAL             PIC 9(9)V99.
           01 WS-COL-BUDGET             PIC 9(9)V99.
           01 WS-COL-BUDGETED           PIC X.
           01 WS-COL-VARIANCE           PIC S9(10)V99.
           01 WS-COL-PERCENT            PIC S9(5)V9.
           01 WS-COL-OVER-SWITCH        PIC X.
               88 WS-COL-OVER           VALUE "Y".
           01 WS-COL-TEXT               PIC X(53).

           01 WS-MTD-TEXT               PIC X(53).
           01 WS-MTD-OVER-SWITCH        PIC X.
               88 WS-MTD-OVER           VALUE "Y".
           01 WS-FLAG-COUNT             PIC 99 VALUE 0.

           01 WS-DISPLAY-ACTUAL         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-BUDGET         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-VARIANCE       PIC +ZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-PERCENT        PIC +ZZZZ9.9.
           01 WS-DISPLAY-TOLERANCE      PIC ZZ9.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0020-GET-VARIANCE-MONTH.
           PERFORM 0025-GET-TOLERANCE.
           PERFORM 0030-CLEAR-TABLE.
           PERFORM 0040-LOAD-RULES.
           PERFORM 0050-LOAD-UNIT-VALUES.
           PERFORM 0100-LOAD-BUDGET.
           PERFORM 0110-TOTAL-VALUATION-HISTORY.
           PERFORM 0120-TOTAL-DISPOSITIONS.
           PERFORM 0200-WRITE-REPORT.
           PERFORM 0800-LOG-RESULT.
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "BUDGET-VARIANCE: " WS-VARIANCE-MONTH ", "
               WS-FLAG-COUNT " STORE/CATEGORY LINE(S) OVER BUDGET - "
               "SEE budget-variance-report.dat".

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0020-GET-VARIANCE-MONTH.
      * DEFAULT IS THE MONTH BEFORE THE PROCESSING DATE - THE MONTH
      * job-scheduler HANDS A FIRST-BUSINESS-DAY JOB.
           MOVE SPACES TO WS-VARIANCE-MONTH.
           ACCEPT WS-VARIANCE-MONTH FROM ENVIRONMENT "variance_month".
           IF WS-VARIANCE-MONTH NOT NUMERIC
               IF WS-CD-MONTH = 1
                   SUBTRACT 1 FROM WS-CD-YEAR
                   MOVE 12 TO WS-CD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CD-MONTH
               END-IF
               MOVE WS-CURRENT-DATE (1:6) TO WS-VARIANCE-MONTH
           END-IF.
           MOVE WS-VARIANCE-MONTH (1:4) TO WS-YEAR-START (1:4).
           MOVE "01" TO WS-YEAR-START (5:2).

       0025-GET-TOLERANCE.
           MOVE SPACES TO WS-TOLERANCE-TEXT.
           ACCEPT WS-TOLERANCE-TEXT FROM ENVIRONMENT "budget_tolerance".
           EVALUATE TRUE
               WHEN WS-TOLERANCE-TEXT NUMERIC
                   MOVE WS-TOLERANCE-TEXT TO WS-TOLERANCE
               WHEN WS-TOLERANCE-TEXT (1:2) NUMERIC
                  AND WS-TOLERANCE-TEXT (3:1) = SPACE
                   MOVE WS-TOLERANCE-TEXT (1:2) TO WS-TOLERANCE
               WHEN WS-TOLERANCE-TEXT (1:1) NUMERIC
                  AND WS-TOLERANCE-TEXT (2:2) = SPACES
                   MOVE WS-TOLERANCE-TEXT (1:1) TO WS-TOLERANCE
           END-EVALUATE.

       0030-CLEAR-TABLE.
           SET VST-IDX TO 1.
           PERFORM UNTIL VST-IDX > 3
               SET VCT-IDX TO 1
               PERFORM UNTIL VCT-IDX > 4
                   MOVE 0 TO WS-VAR-MTD-ACTUAL (VST-IDX VCT-IDX)
                   MOVE 0 TO WS-VAR-MTD-BUDGET (VST-IDX VCT-IDX)
                   MOVE "N" TO WS-VAR-MTD-BUDGETED (VST-IDX VCT-IDX)
                   MOVE 0 TO WS-VAR-YTD-ACTUAL (VST-IDX VCT-IDX)
                   MOVE 0 TO WS-VAR-YTD-BUDGET (VST-IDX VCT-IDX)
                   MOVE "N" TO WS-VAR-YTD-BUDGETED (VST-IDX VCT-IDX)
                   MOVE SPACES TO WS-VAR-FLAG (VST-IDX VCT-IDX)
                   SET VCT-IDX UP BY 1
               END-PERFORM
               SET VST-IDX UP BY 1
           END-PERFORM.

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
           END-IF.

       0050-LOAD-UNIT-VALUES.
           MOVE 0 TO WS-VALUE-COUNT.
           OPEN INPUT FI-VALUES.
           IF WS-VALUES-FILE-OK
               READ FI-VALUES
               PERFORM UNTIL WS-VALUES-EOF OR WS-VALUE-COUNT >= 10
                   ADD 1 TO WS-VALUE-COUNT
                   SET VALUE-IDX TO WS-VALUE-COUNT
                   MOVE FV-CLASS     TO WS-VALUE-CLASS (VALUE-IDX)
                   MOVE FV-PER-POINT TO WS-VALUE-PER-POINT (VALUE-IDX)
                   READ FI-VALUES
               END-PERFORM
               CLOSE FI-VALUES
           END-IF.

       0100-LOAD-BUDGET.
      * YEAR-TO-DATE BUDGET IS THE SUM OF THE MONTHLY BUDGETS FROM
      * JANUARY THROUGH THE MONTH REPORTED.
           OPEN INPUT FI-BUDGET.
           IF WS-BUDGET-OK
               READ FI-BUDGET AT END SET WS-BUDGET-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-BUDGET-OK
                   IF BGT-MONTH NOT < WS-YEAR-START
                      AND BGT-MONTH NOT > WS-VARIANCE-MONTH
                      AND BGT-AMOUNT NUMERIC
                       PERFORM 0105-ADD-ONE-BUDGET
                   END-IF
                   READ FI-BUDGET AT END SET WS-BUDGET-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-BUDGET.

       0105-ADD-ONE-BUDGET.
           MOVE BGT-STORE TO WS-ITEM-STORE.
           PERFORM 0130-FIND-STORE.
           MOVE 0 TO WS-CAT-NUMBER.
           EVALUATE TRUE
               WHEN BGT-IS-DECAY
                   MOVE 1 TO WS-CAT-NUMBER
               WHEN BGT-IS-WRITEOFF
                   MOVE 2 TO WS-CAT-NUMBER
               WHEN BGT-IS-DISCARDED
                   MOVE 3 TO WS-CAT-NUMBER
               WHEN BGT-IS-DAMAGED
                   MOVE 4 TO WS-CAT-NUMBER
           END-EVALUATE.
           IF WS-STORE-NUMBER > 0 AND WS-CAT-NUMBER > 0
               SET VST-IDX TO WS-STORE-NUMBER
               SET VCT-IDX TO WS-CAT-NUMBER
               ADD BGT-AMOUNT TO WS-VAR-YTD-BUDGET (VST-IDX VCT-IDX)
               MOVE "Y" TO WS-VAR-YTD-BUDGETED (VST-IDX VCT-IDX)
               IF BGT-MONTH = WS-VARIANCE-MONTH
                   ADD BGT-AMOUNT TO WS-VAR-MTD-BUDGET (VST-IDX VCT-IDX)
                   MOVE "Y" TO WS-VAR-MTD-BUDGETED (VST-IDX VCT-IDX)
               END-IF
           END-IF.

       0110-TOTAL-VALUATION-HISTORY.
           OPEN INPUT FI-VALHIST.
           IF WS-VALHIST-OK
               READ FI-VALHIST AT END SET WS-VALHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-VALHIST-OK
                   IF VH-DATE (1:6) NOT < WS-YEAR-START
                      AND VH-DATE (1:6) NOT > WS-VARIANCE-MONTH
                       PERFORM 0115-ADD-ONE-NIGHT THRU 0115-EXIT
                   END-IF
                   READ FI-VALHIST AT END SET WS-VALHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-VALHIST.

       0115-ADD-ONE-NIGHT.
      * A ROW FROM BEFORE THE STORE SPLIT HAS SPACES WHERE THE STORE
      * FIGURES GO.
           IF VH-STORE-DECAY (1) NOT NUMERIC
               IF VH-DECAY-LOSS NUMERIC AND VH-WRITTEN-OFF NUMERIC
                   ADD VH-DECAY-LOSS TO WS-UNALLOC-YTD-DECAY
                   ADD VH-WRITTEN-OFF TO WS-UNALLOC-YTD-WRITEOFF
                   IF VH-DATE (1:6) = WS-VARIANCE-MONTH
                       ADD VH-DECAY-LOSS TO WS-UNALLOC-MTD-DECAY
                       ADD VH-WRITTEN-OFF TO WS-UNALLOC-MTD-WRITEOFF
                   END-IF
               END-IF
               GO TO 0115-EXIT
           END-IF.
           SET VST-IDX TO 1.
           PERFORM UNTIL VST-IDX > 3
               IF VH-STORE-DECAY (VST-IDX) NUMERIC
                  AND VH-STORE-WRITTEN-OFF (VST-IDX) NUMERIC
                   ADD VH-STORE-DECAY (VST-IDX)
                       TO WS-VAR-YTD-ACTUAL (VST-IDX 1)
                   ADD VH-STORE-WRITTEN-OFF (VST-IDX)
                       TO WS-VAR-YTD-ACTUAL (VST-IDX 2)
                   IF VH-DATE (1:6) = WS-VARIANCE-MONTH
                       ADD VH-STORE-DECAY (VST-IDX)
                           TO WS-VAR-MTD-ACTUAL (VST-IDX 1)
                       ADD VH-STORE-WRITTEN-OFF (VST-IDX)
                           TO WS-VAR-MTD-ACTUAL (VST-IDX 2)
                   END-IF
               END-IF
               SET VST-IDX UP BY 1
           END-PERFORM.

       0115-EXIT.
           EXIT.

       0120-TOTAL-DISPOSITIONS.
           OPEN INPUT FI-DSPHIST.
           IF WS-DSPHIST-OK
               READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DSPHIST-OK
                   IF HST-DATE (1:6) NOT < WS-YEAR-START
                      AND HST-DATE (1:6) NOT > WS-VARIANCE-MONTH
                      AND (HST-REASON = "DISCARDED"
                           OR HST-REASON = "DAMAGED")
                       PERFORM 0125-PRICE-ONE-REMOVAL
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DSPHIST.

       0125-PRICE-ONE-REMOVAL.
      * SAME PRICING AS month-end: QUALITY POINTS TIMES UNITS TIMES
      * THE RULE CLASS'S PER-POINT RATE.  A BLANK STORE IS STORE A.
           MOVE HST-RAW-RECORD (11:50) TO WS-ITEM-NAME.
           MOVE HST-RAW-RECORD (68:3) TO WS-ITEM-STORE.
           MOVE HST-RAW-RECORD (6:4) TO WS-QUALITY-TEXT.
           IF WS-QUALITY-TEXT (2:3) NUMERIC
               MOVE WS-QUALITY-TEXT TO WS-QUALITY
           ELSE
               MOVE 0 TO WS-QUALITY
           END-IF.
           MOVE HST-RAW-RECORD (62:5) TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO WS-ITEM-UNITS
           ELSE
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           PERFORM 0420-LOOKUP-RULE.
           PERFORM 0135-LOOKUP-PER-POINT.
           COMPUTE WS-LINE-VALUE =
               WS-QUALITY * WS-ITEM-UNITS * WS-PER-POINT.
           PERFORM 0130-FIND-STORE.
           IF WS-STORE-NUMBER > 0
               SET VST-IDX TO WS-STORE-NUMBER
               IF HST-REASON = "DISCARDED"
                   SET VCT-IDX TO 3
               ELSE
                   SET VCT-IDX TO 4
               END-IF
               ADD WS-LINE-VALUE TO WS-VAR-YTD-ACTUAL (VST-IDX VCT-IDX)
               IF HST-DATE (1:6) = WS-VARIANCE-MONTH
                   ADD WS-LINE-VALUE
                       TO WS-VAR-MTD-ACTUAL (VST-IDX VCT-IDX)
               END-IF
           END-IF.

       0130-FIND-STORE.
           EVALUATE WS-ITEM-STORE
               WHEN "A  "
               WHEN SPACES
                   MOVE 1 TO WS-STORE-NUMBER
               WHEN "B  "
                   MOVE 2 TO WS-STORE-NUMBER
               WHEN "C  "
                   MOVE 3 TO WS-STORE-NUMBER
               WHEN OTHER
                   MOVE 0 TO WS-STORE-NUMBER
           END-EVALUATE.

       0135-LOOKUP-PER-POINT.
           MOVE 0 TO WS-PER-POINT.
           SET VALUE-IDX TO 1.
           PERFORM UNTIL VALUE-IDX > WS-VALUE-COUNT
               IF WS-VALUE-CLASS (VALUE-IDX) = WS-MATCHED-RULE-TYPE
                   MOVE WS-VALUE-PER-POINT (VALUE-IDX) TO WS-PER-POINT
                   SET VALUE-IDX TO WS-VALUE-COUNT
               END-IF
               SET VALUE-IDX UP BY 1
           END-PERFORM.

       0420-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE.
      * NO MATCH IS THE GENERAL CLASS "N".
           MOVE "N" TO WS-MATCHED-RULE-TYPE.
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-MATCH-LEN (RULE-IDX) TO WS-COMPARE-LEN
               IF WS-ITEM-NAME (1:WS-COMPARE-LEN) =
                  WS-RULE-NAME (RULE-IDX) (1:WS-COMPARE-LEN)
                   MOVE WS-RULE-TYPE (RULE-IDX) TO WS-MATCHED-RULE-TYPE
                   SET RULE-IDX TO WS-RULE-COUNT
               END-IF
               SET RULE-IDX UP BY 1
           END-PERFORM.

       0200-WRITE-REPORT.
           OPEN OUTPUT FI-REPORT.
           MOVE WS-TOLERANCE TO WS-DISPLAY-TOLERANCE.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "STORE LOSS VARIANCE AGAINST BUDGET FOR "
               WS-VARIANCE-MONTH " (YEAR TO DATE FROM "
               WS-YEAR-START ")  FLAG OVER " WS-DISPLAY-TOLERANCE
               " PERCENT"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "                 "
               "-------------------- MONTH TO DATE --------------------"
               "  "
               "-------------------- YEAR TO DATE ---------------------"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "STORE CATEGORY   "
               "        ACTUAL         BUDGET       VARIANCE      PCT"
               "  "
               "        ACTUAL         BUDGET       VARIANCE      PCT"
               "  FLAG"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET VST-IDX TO 1.
           PERFORM UNTIL VST-IDX > 3
               SET VCT-IDX TO 1
               PERFORM UNTIL VCT-IDX > 4
                   PERFORM 0210-WRITE-ONE-LINE
                   SET VCT-IDX UP BY 1
               END-PERFORM
               SET VST-IDX UP BY 1
           END-PERFORM.
           IF WS-UNALLOC-YTD-DECAY > 0 OR WS-UNALLOC-YTD-WRITEOFF > 0
               PERFORM 0230-WRITE-UNALLOCATED
           END-IF.
           PERFORM 0240-WRITE-ATTENTION-LIST THRU 0240-EXIT.
           CLOSE FI-REPORT.

       0210-WRITE-ONE-LINE.
           MOVE WS-VAR-MTD-ACTUAL (VST-IDX VCT-IDX) TO WS-COL-ACTUAL.
           MOVE WS-VAR-MTD-BUDGET (VST-IDX VCT-IDX) TO WS-COL-BUDGET.
           MOVE WS-VAR-MTD-BUDGETED (VST-IDX VCT-IDX)
               TO WS-COL-BUDGETED.
           PERFORM 0220-SET-OUT-COLUMN THRU 0220-EXIT.
           MOVE WS-COL-TEXT TO WS-MTD-TEXT.
           MOVE WS-COL-OVER-SWITCH TO WS-MTD-OVER-SWITCH.
           MOVE WS-VAR-YTD-ACTUAL (VST-IDX VCT-IDX) TO WS-COL-ACTUAL.
           MOVE WS-VAR-YTD-BUDGET (VST-IDX VCT-IDX) TO WS-COL-BUDGET.
           MOVE WS-VAR-YTD-BUDGETED (VST-IDX VCT-IDX)
               TO WS-COL-BUDGETED.
           PERFORM 0220-SET-OUT-COLUMN THRU 0220-EXIT.
           EVALUATE TRUE
               WHEN WS-MTD-OVER AND WS-COL-OVER
                   MOVE "*** OVER M+Y" TO WS-VAR-FLAG (VST-IDX VCT-IDX)
               WHEN WS-MTD-OVER
                   MOVE "*** OVER MTD" TO WS-VAR-FLAG (VST-IDX VCT-IDX)
               WHEN WS-COL-OVER
                   MOVE "*** OVER YTD" TO WS-VAR-FLAG (VST-IDX VCT-IDX)
           END-EVALUATE.
           IF WS-VAR-FLAG (VST-IDX VCT-IDX) NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " WS-STORE-CODES (VST-IDX:1) "   "
               WS-CATEGORY-NAME (VCT-IDX) "  "
               WS-MTD-TEXT "  " WS-COL-TEXT "  "
               WS-VAR-FLAG (VST-IDX VCT-IDX)
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0220-SET-OUT-COLUMN.
      * ACTUAL, BUDGET, VARIANCE (ACTUAL LESS BUDGET, PLUS IS OVER)
      * AND VARIANCE AS A PERCENTAGE OF BUDGET.  OVER MEANS MORE THAN
      * THE TOLERANCE ABOVE BUDGET, OR ANY LOSS WITH NO BUDGET ROW.
           MOVE "N" TO WS-COL-OVER-SWITCH.
           COMPUTE WS-COL-VARIANCE = WS-COL-ACTUAL - WS-COL-BUDGET.
           MOVE WS-COL-ACTUAL TO WS-DISPLAY-ACTUAL.
           MOVE WS-COL-BUDGET TO WS-DISPLAY-BUDGET.
           MOVE WS-COL-VARIANCE TO WS-DISPLAY-VARIANCE.
           MOVE SPACES TO WS-COL-TEXT.
           IF WS-COL-BUDGETED NOT = "Y"
               IF WS-COL-ACTUAL > 0
                   MOVE "Y" TO WS-COL-OVER-SWITCH
               END-IF
               STRING WS-DISPLAY-ACTUAL "      NO BUDGET"
                   DELIMITED BY SIZE INTO WS-COL-TEXT
               GO TO 0220-EXIT
           END-IF.
           IF WS-COL-BUDGET = 0
               IF WS-COL-ACTUAL > 0
                   MOVE "Y" TO WS-COL-OVER-SWITCH
               END-IF
               STRING WS-DISPLAY-ACTUAL " " WS-DISPLAY-BUDGET " "
                   WS-DISPLAY-VARIANCE "      N/A"
                   DELIMITED BY SIZE INTO WS-COL-TEXT
               GO TO 0220-EXIT
           END-IF.
           COMPUTE WS-COL-PERCENT ROUNDED =
               WS-COL-VARIANCE * 100 / WS-COL-BUDGET
               ON SIZE ERROR MOVE 99999.9 TO WS-COL-PERCENT
           END-COMPUTE.
           MOVE WS-COL-PERCENT TO WS-DISPLAY-PERCENT.
           IF WS-COL-VARIANCE > 0
              AND WS-COL-VARIANCE * 100 > WS-COL-BUDGET * WS-TOLERANCE
               MOVE "Y" TO WS-COL-OVER-SWITCH
           END-IF.
           STRING WS-DISPLAY-ACTUAL " " WS-DISPLAY-BUDGET " "
               WS-DISPLAY-VARIANCE " " WS-DISPLAY-PERCENT
               DELIMITED BY SIZE INTO WS-COL-TEXT.

       0220-EXIT.
           EXIT.

       0230-WRITE-UNALLOCATED.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-UNALLOC-MTD-DECAY TO WS-DISPLAY-ACTUAL.
           MOVE WS-UNALLOC-YTD-DECAY TO WS-DISPLAY-BUDGET.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "UNALLOCATED DECAY (HISTORY WITHOUT STORE SPLIT) MTD "
               WS-DISPLAY-ACTUAL " YTD " WS-DISPLAY-BUDGET
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-UNALLOC-MTD-WRITEOFF TO WS-DISPLAY-ACTUAL.
           MOVE WS-UNALLOC-YTD-WRITEOFF TO WS-DISPLAY-BUDGET.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "UNALLOCATED WRITEOFF (HISTORY WITHOUT STORE SPLIT) "
               "MTD " WS-DISPLAY-ACTUAL " YTD " WS-DISPLAY-BUDGET
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0240-WRITE-ATTENTION-LIST.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-FLAG-COUNT = 0
               STRING "AREA MANAGER: NO STORE OVER BUDGET BY MORE THAN "
                   WS-DISPLAY-TOLERANCE " PERCENT"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               GO TO 0240-EXIT
           END-IF.
           STRING "AREA MANAGER ATTENTION - " WS-FLAG-COUNT
               " STORE/CATEGORY LINE(S) OVER BUDGET BY MORE THAN "
               WS-DISPLAY-TOLERANCE " PERCENT OR WITH NO BUDGET:"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET VST-IDX TO 1.
           PERFORM UNTIL VST-IDX > 3
               SET VCT-IDX TO 1
               PERFORM UNTIL VCT-IDX > 4
                   IF WS-VAR-FLAG (VST-IDX VCT-IDX) NOT = SPACES
                       MOVE SPACES TO FS-REPORT-RECORD
                       STRING "  STORE " WS-STORE-CODES (VST-IDX:1)
                           " " WS-CATEGORY-NAME (VCT-IDX)
                           " " WS-VAR-FLAG (VST-IDX VCT-IDX)
                           DELIMITED BY SIZE INTO FS-REPORT-RECORD
                       WRITE FS-REPORT-RECORD
                   END-IF
                   SET VCT-IDX UP BY 1
               END-PERFORM
               SET VST-IDX UP BY 1
           END-PERFORM.

       0240-EXIT.
           EXIT.

       0800-LOG-RESULT.
           MOVE "budget-variance" TO LOG-PROGRAM.
           MOVE "0800-LOG-RESULT" TO LOG-PARAGRAPH.
           MOVE SPACES TO LOG-TEXT.
           IF WS-FLAG-COUNT > 0
               MOVE "W" TO LOG-SEVERITY
               STRING WS-FLAG-COUNT " STORE/CATEGORY LINE(S) OVER "
                   "LOSS BUDGET FOR " WS-VARIANCE-MONTH
                   " - SEE budget-variance-report.dat"
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               MOVE "I" TO LOG-SEVERITY
               STRING "NO STORE OVER LOSS BUDGET FOR "
                   WS-VARIANCE-MONTH
                   DELIMITED BY SIZE INTO LOG-TEXT
           END-IF.
           PERFORM 9000-LOG-CONDITION.
