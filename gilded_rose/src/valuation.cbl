       PROGRAM-ID. "valuation".

      * MODIFICATION HISTORY:
      * - THE REPORT NOW ALSO SUBTOTALS VALUE, DECAY LOSS AND
      *   WRITE-OFF BY DEPARTMENT AND CATEGORY OF THE MERCHANDISE
      *   HIERARCHY (THROUGH merch-rollup, SEE MERCHREQ) AND LISTS
      *   THE ITEMS NOT YET CATEGORISED ON THE ITEM MASTER.
      * - EACH valuation-history.dat ROW NOW ALSO CARRIES THE NIGHT'S
      *   DECAY LOSS AND WRITE-OFF FOR STORES A, B AND C (VH-STORE-
      *   SPLIT, AFTER THE CHAIN TOTALS), FOR budget-variance TO SET
      *   EACH STORE'S ACTUAL LOSS AGAINST ITS BUDGET.  EVERY READER
      *   OF THE FILE (month-end, dw-extract, budget-variance) MUST
      *   DECLARE THE FULL 128-BYTE ROW: A SHORTER LAYOUT SPLITS
      *   EACH ROW INTO TWO RECORDS.
      * - THE REPORT NOW ALSO CARRIES ONE LINE PER STORE ROOM (VALUE,
      *   DECAY LOSS AND WRITE-OFF, TAGGED "STORE X") AFTER THE
      *   COMBINED TOTALS, SO morning-packet CAN GIVE EACH STORE ITS
      *   OWN FIGURES.  AN UNRECOGNIZED STORE CODE IS SHOWN AS "?".
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0030-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - THE REPORT AND valuation-history.dat DATES NOW COME FROM
      *   THE processing_date ENVIRONMENT VARIABLE WHEN SET (SEE
      *   main-program), LIKE THE ENGINE'S TREND/BALANCE STAMPS.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-VALUES.
           01 FS-VALUE-RECORD.
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

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(80).

      * SAME item-rules.dat RATES TABLE THE ENGINES USE, LOADED TO
      * RESOLVE EACH ITEM NAME TO ITS RULE CLASS FOR PRICING.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0030-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
           01 WS-ITEM-UNITS              PIC 9(5).
           01 WS-BEFORE-VALUE            PIC 9(9)V99.
           01 WS-AFTER-VALUE             PIC 9(9)V99.
           01 WS-ITEM-DECAY              PIC 9(9)V99.
           01 WS-ITEM-WRITTEN-OFF        PIC 9(9)V99.

           01 WS-TOTAL-VALUE             PIC 9(9)V99 VALUE 0.
           01 WS-DECAY-LOSS              PIC 9(9)V99 VALUE 0.
               88 WS-HAVE-PRIOR          VALUE "Y".

           01 WS-DISPLAY-MONEY           PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-DECAY           PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-WRITTEN-OFF     PIC ZZZ,ZZZ,ZZ9.99.

      * THE SAME THREE FIGURES BY STORE ROOM: A, B, C, AND "?" FOR
      * AN UNRECOGNIZED CODE.
           01 WS-STORE-TOTALS.
               05 WS-STORE-ENTRY OCCURS 4 TIMES
                   INDEXED BY STORE-IDX.
                   10 WS-STORE-CODE      PIC X(3).
                   10 WS-STORE-VALUE     PIC 9(9)V99.
                   10 WS-STORE-DECAY     PIC 9(9)V99.
                   10 WS-STORE-WRITTEN-OFF PIC 9(9)V99.

           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-DAY              PIC 99.
           01 WS-PROCESS-DATE-TEXT      PIC X(8).

      * SHARED DEPARTMENT/CATEGORY ROLLUP BLOCK (SEE merch-rollup).
      * AMOUNT 1 IS VALUE, 2 DECAY LOSS, 3 WRITTEN OFF.
           COPY "merchreq.cpy".
           01 WS-MERCH-UNC-SWITCH       PIC X.
               88 WS-MERCH-HAD-UNCATEGORISED VALUE "Y".

       PROCEDURE DIVISION.
      * THE BUSINESS DATE THE RUN BELONGS TO - processing_date WHEN
      * SET (main-program EXPORTS THE RESOLVED DATE), WALL CLOCK
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0015-INIT-STORE-TOTALS.
           PERFORM 0030-LOAD-RULES.
           PERFORM 0040-LOAD-UNIT-VALUES.
           PERFORM 0050-READ-PRIOR-VALUE.
           PERFORM 0110-LOAD-DAY0-TABLE.
           MOVE "R" TO MRQ-FUNCTION.
           CALL "merch-rollup" USING MERCH-REQUEST.

           OPEN INPUT FI-DAY1.
           PERFORM 0120-VALUE-ONE-ITEM UNTIL WS-DAY1-EOF.
       0300-RETURN.
           GOBACK.

       0015-INIT-STORE-TOTALS.
           MOVE "A" TO WS-STORE-CODE (1).
           MOVE "B" TO WS-STORE-CODE (2).
           MOVE "C" TO WS-STORE-CODE (3).
           MOVE "?" TO WS-STORE-CODE (4).
           SET STORE-IDX TO 1.
           PERFORM UNTIL STORE-IDX > 4
               MOVE 0 TO WS-STORE-VALUE (STORE-IDX)
               MOVE 0 TO WS-STORE-DECAY (STORE-IDX)
               MOVE 0 TO WS-STORE-WRITTEN-OFF (STORE-IDX)
               SET STORE-IDX UP BY 1
           END-PERFORM.

       0030-LOAD-RULES.
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
               COMPUTE WS-AFTER-VALUE =
                   QUALITY * WS-ITEM-UNITS * WS-PER-POINT
               ADD WS-AFTER-VALUE TO WS-TOTAL-VALUE
               PERFORM 0125-FIND-STORE
               ADD WS-AFTER-VALUE TO WS-STORE-VALUE (STORE-IDX)
               MOVE 0 TO WS-ITEM-DECAY
               MOVE 0 TO WS-ITEM-WRITTEN-OFF
               PERFORM 0140-FIND-DAY0-MATCH THRU 0140-EXIT
               IF WS-FOUND-DAY0-MATCH
                   COMPUTE WS-BEFORE-VALUE =
                       WS-DAY0-TBL-QUALITY (DAY0-IDX) *
                       WS-ITEM-UNITS * WS-PER-POINT
                   IF WS-BEFORE-VALUE > WS-AFTER-VALUE
                       COMPUTE WS-ITEM-DECAY =
                           WS-BEFORE-VALUE - WS-AFTER-VALUE
                       ADD WS-ITEM-DECAY TO WS-DECAY-LOSS
                       ADD WS-ITEM-DECAY TO WS-STORE-DECAY (STORE-IDX)
                   END-IF
                   IF QUALITY = 0
                       MOVE WS-BEFORE-VALUE TO WS-ITEM-WRITTEN-OFF
                       ADD WS-BEFORE-VALUE TO WS-WRITTEN-OFF
                       ADD WS-BEFORE-VALUE
                           TO WS-STORE-WRITTEN-OFF (STORE-IDX)
                   END-IF
               END-IF
               PERFORM 0150-ROLL-MERCH
           END-IF.

       0150-ROLL-MERCH.
           MOVE "A" TO MRQ-FUNCTION.
           IF ITEM-ID NUMERIC
               MOVE ITEM-ID TO MRQ-ITEM-ID
           ELSE
               MOVE 0 TO MRQ-ITEM-ID
           END-IF.
           MOVE ITEM-NAME TO MRQ-ITEM-NAME.
           MOVE WS-AFTER-VALUE TO MRQ-AMOUNT (1).
           MOVE WS-ITEM-DECAY TO MRQ-AMOUNT (2).
           MOVE WS-ITEM-WRITTEN-OFF TO MRQ-AMOUNT (3).
           MOVE 0 TO MRQ-AMOUNT (4).
           CALL "merch-rollup" USING MERCH-REQUEST.

       0125-FIND-STORE.
           EVALUATE ITEM-STORE
               WHEN "A  "
               WHEN SPACES
                   SET STORE-IDX TO 1
               WHEN "B  "
                   SET STORE-IDX TO 2
               WHEN "C  "
                   SET STORE-IDX TO 3
               WHEN OTHER
                   SET STORE-IDX TO 4
           END-EVALUATE.

       0130-LOOKUP-PER-POINT.
           MOVE 0 TO WS-PER-POINT.
           STRING "WRITTEN OFF AT ZERO . . . " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           SET STORE-IDX TO 1.
           PERFORM UNTIL STORE-IDX > 4
               IF STORE-IDX < 4 OR WS-STORE-VALUE (STORE-IDX) > 0
                  OR WS-STORE-DECAY (STORE-IDX) > 0
                   MOVE WS-STORE-VALUE (STORE-IDX) TO WS-DISPLAY-MONEY
                   MOVE WS-STORE-DECAY (STORE-IDX) TO WS-DISPLAY-DECAY
                   MOVE WS-STORE-WRITTEN-OFF (STORE-IDX)
                       TO WS-DISPLAY-WRITTEN-OFF
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  STORE " WS-STORE-CODE (STORE-IDX)
                       " VALUE " WS-DISPLAY-MONEY
                       " DECAY " WS-DISPLAY-DECAY
                       " WRITTEN OFF" WS-DISPLAY-WRITTEN-OFF
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET STORE-IDX UP BY 1
           END-PERFORM.
           PERFORM 0220-WRITE-MERCH-SECTION.
           CLOSE FI-REPORT.
           MOVE WS-TOTAL-VALUE TO WS-DISPLAY-MONEY.
           DISPLAY "VALUATION: TOTAL " WS-DISPLAY-MONEY.
                   "(RUN item-register)"
           END-IF.

       0220-WRITE-MERCH-SECTION.
      * DEPARTMENT SUBTOTALS WITH THEIR CATEGORIES INDENTED BENEATH,
      * THEN WHATEVER IS NOT YET CATEGORISED, ITEM BY ITEM.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "VALUE BY DEPARTMENT AND CATEGORY "
               "         VALUE     DECAY LOSS    WRITTEN OFF"
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
               MOVE SPACES TO FS-REPORT-RECORD
               MOVE "ITEMS NOT YET CATEGORISED . (NONE)"
                   TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0225-WRITE-MERCH-LINE.
           MOVE SPACES TO FS-REPORT-RECORD.
           MOVE MRQ-AMOUNT (1) TO WS-DISPLAY-MONEY.
           MOVE MRQ-AMOUNT (2) TO WS-DISPLAY-DECAY.
           MOVE MRQ-AMOUNT (3) TO WS-DISPLAY-WRITTEN-OFF.
           EVALUATE TRUE
               WHEN MRQ-LINE-DEPARTMENT
               WHEN MRQ-LINE-UNCATEGORISED
                   STRING "  " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:26)
                       WS-DISPLAY-MONEY " " WS-DISPLAY-DECAY " "
                       WS-DISPLAY-WRITTEN-OFF
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN MRQ-LINE-CATEGORY
                   STRING "    " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:24)
                       WS-DISPLAY-MONEY " " WS-DISPLAY-DECAY " "
                       WS-DISPLAY-WRITTEN-OFF
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
               MOVE SPACES TO FS-REPORT-RECORD
               MOVE "ITEMS NOT YET CATEGORISED:" TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0210-APPEND-HISTORY.
           OPEN EXTEND FI-HISTORY.
           IF NOT WS-HISTORY-OK
           MOVE WS-TOTAL-VALUE TO VH-TOTAL-VALUE.
           MOVE WS-DECAY-LOSS TO VH-DECAY-LOSS.
           MOVE WS-WRITTEN-OFF TO VH-WRITTEN-OFF.
           SET STORE-IDX TO 1.
           PERFORM UNTIL STORE-IDX > 3
               MOVE WS-STORE-CODE (STORE-IDX)
                   TO VH-STORE-CODE (STORE-IDX)
               MOVE WS-STORE-DECAY (STORE-IDX)
                   TO VH-STORE-DECAY (STORE-IDX)
               MOVE WS-STORE-WRITTEN-OFF (STORE-IDX)
                   TO VH-STORE-WRITTEN-OFF (STORE-IDX)
               SET STORE-IDX UP BY 1
           END-PERFORM.
           WRITE FS-HISTORY-RECORD.
           CLOSE FI-HISTORY.
