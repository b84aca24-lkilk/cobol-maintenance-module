       PROGRAM-ID. "sales-report".

      * MODIFICATION HISTORY:
      * - REVENUE, UNITS SOLD AND UNITS RETURNED ARE NOW ALSO
      *   SUBTOTALLED BY DEPARTMENT AND CATEGORY OF THE MERCHANDISE
      *   HIERARCHY (THROUGH merch-rollup, SEE MERCHREQ) AFTER THE
      *   RULE CLASS LINES, FOLLOWED BY THE ITEMS SOLD OR RETURNED
      *   THAT ARE NOT YET CATEGORISED ON THE ITEM MASTER.
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - CUSTOMER RETURNS TAKEN ON sales_date (return-history.dat,
      *   SEE RTNHIST) ARE NOW NETTED OUT OF THE DAY'S REVENUE AT THE
      *   SHELF PRICE IN EFFECT ON THE DATE THEY WERE SOLD, BY STORE
      *   ROOM AND RULE CLASS.  THE STORE AND CLASS LINES SHOW THE
      *   UNITS RETURNED BESIDE THE UNITS SOLD, AND A RETURN THAT
      *   CANNOT BE PRICED IS LISTED LIKE AN UNPRICED SALE.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0040-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - NEW PROGRAM.  END-OF-DAY SALES REVENUE REPORT.  disposal
      *   KNOWS WHAT WAS SOLD EACH DAY (disposition-history.dat) AND
      *   price-feed KNOWS WHAT IT WAS SELLING FOR (THE
               ASSIGN "price-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FILE-STATUS.
             SELECT OPTIONAL FI-RETURN-HISTORY
               ASSIGN "return-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNHIST-FILE-STATUS.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-PRICE-HISTORY.
           01 FS-PRICE-HISTORY-RECORD.
               05 FILLER                PIC X.
               05 PH-MARKDOWN-FLAG      PIC X.

           FD FI-RETURN-HISTORY.
           COPY "rtnhist.cpy".

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-MASTER.
           COPY "itemmst.cpy".
               88 WS-PHIST-OK           VALUE 00.
               88 WS-PHIST-EOF          VALUE 10.

           01 WS-RTNHIST-FILE-STATUS    PIC 99.
               88 WS-RTNHIST-OK         VALUE 00.
               88 WS-RTNHIST-EOF        VALUE 10.

           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.
                   10 WS-MASTER-TBL-ID   PIC 9(6).
                   10 WS-MASTER-TBL-NAME PIC X(50).

      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0040-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
           01 WS-COMPARE-LEN            PIC 99.

      * REVENUE TOTALS BY STORE (A/B/C PLUS CATCH-ALL) AND BY RULE
      * CLASS, NET OF RETURNS - SO A DAY OF MORE RETURNS THAN SALES
      * CAN GO NEGATIVE.
           01 WS-STORE-TOTALS.
               05 WS-STORE-TOTAL OCCURS 4 TIMES INDEXED BY STORE-IDX.
                   10 WS-STORE-CODE      PIC X(3).
                   10 WS-STORE-REVENUE   PIC S9(9)V99.
                   10 WS-STORE-UNITS     PIC 9(7).
                   10 WS-STORE-RETURNED  PIC 9(7).

           01 WS-CLASS-TOTALS.
               05 WS-CLASS-TOTAL OCCURS 6 TIMES INDEXED BY CLASS-IDX.
                   10 WS-CLASS-CODE      PIC X.
                   10 WS-CLASS-REVENUE   PIC S9(9)V99.
                   10 WS-CLASS-UNITS     PIC 9(7).
                   10 WS-CLASS-RETURNED  PIC 9(7).

           01 WS-ITEM-NAME              PIC X(50).
           01 WS-ITEM-STORE             PIC X(3).
           01 WS-SALE-PRICE             PIC 9(5)V99.
           01 WS-PRICE-SWITCH           PIC X.
               88 WS-PRICE-FOUND        VALUE "Y".
           01 WS-LINE-REVENUE           PIC S9(9)V99.
      * THE DATE WHOSE SHELF PRICE APPLIES: sales_date FOR A SALE,
      * THE ORIGINAL DATE OF SALE FOR A RETURN.
           01 WS-PRICE-DATE             PIC X(8).
           01 WS-ROLL-SWITCH            PIC X.
               88 WS-ROLLING-SALE       VALUE "S".
               88 WS-ROLLING-RETURN     VALUE "R".

           01 WS-SOLD-COUNT             PIC 9(5) VALUE 0.
           01 WS-UNPRICED-COUNT         PIC 9(5) VALUE 0.
           01 WS-RETURN-COUNT           PIC 9(5) VALUE 0.
           01 WS-RETURN-UNITS           PIC 9(7) VALUE 0.
           01 WS-UNPRICED-RETURNS       PIC 9(5) VALUE 0.
           01 WS-RETURN-VALUE           PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-REVENUE          PIC S9(9)V99 VALUE 0.
           01 WS-DISPLAY-MONEY          PIC ZZZ,ZZZ,ZZ9.99-.

      * SHARED DEPARTMENT/CATEGORY ROLLUP BLOCK (SEE merch-rollup).
      * AMOUNT 1 IS UNITS SOLD, 2 UNITS RETURNED, 3 NET REVENUE.
           COPY "merchreq.cpy".
           01 WS-MERCH-UNITS            PIC 9(7).
           01 WS-MERCH-RETURNED         PIC 9(7).
           01 WS-MERCH-UNC-SWITCH       PIC X.
               88 WS-MERCH-HAD-UNCATEGORISED VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-SALES-DATE.
           PERFORM 0040-LOAD-RULES.
           PERFORM 0050-LOAD-MASTER.
           PERFORM 0060-LOAD-PRICE-HISTORY.
           MOVE "R" TO MRQ-FUNCTION.
           CALL "merch-rollup" USING MERCH-REQUEST.
           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "DAILY SALES REVENUE " WS-SALES-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           PERFORM 0110-PRICE-SALES.
           PERFORM 0160-NET-RETURNS.
           PERFORM 0200-WRITE-TOTALS.
           CLOSE FI-REPORT.
           MOVE WS-TOTAL-REVENUE TO WS-DISPLAY-MONEY.
           DISPLAY "SALES-REPORT: " WS-SOLD-COUNT " SALE(S), "
               WS-UNPRICED-COUNT " UNPRICED, " WS-RETURN-COUNT
               " RETURN(S), NET REVENUE " WS-DISPLAY-MONEY.

       0300-RETURN.
           GOBACK.
           PERFORM UNTIL STORE-IDX > 4
               MOVE 0 TO WS-STORE-REVENUE (STORE-IDX)
               MOVE 0 TO WS-STORE-UNITS (STORE-IDX)
               MOVE 0 TO WS-STORE-RETURNED (STORE-IDX)
               SET STORE-IDX UP BY 1
           END-PERFORM.
           MOVE "N" TO WS-CLASS-CODE (1).
           PERFORM UNTIL CLASS-IDX > 6
               MOVE 0 TO WS-CLASS-REVENUE (CLASS-IDX)
               MOVE 0 TO WS-CLASS-UNITS (CLASS-IDX)
               MOVE 0 TO WS-CLASS-RETURNED (CLASS-IDX)
               SET CLASS-IDX UP BY 1
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
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           PERFORM 0130-LOOKUP-ITEM-ID.
           MOVE WS-SALES-DATE TO WS-PRICE-DATE.
           PERFORM 0140-FIND-EFFECTIVE-PRICE THRU 0140-EXIT.
           IF WS-PRICE-FOUND
               COMPUTE WS-LINE-REVENUE =
                   WS-ITEM-UNITS * WS-SALE-PRICE
               ADD WS-LINE-REVENUE TO WS-TOTAL-REVENUE
               SET WS-ROLLING-SALE TO TRUE
               PERFORM 0150-ROLL-TOTALS
           ELSE
               ADD 1 TO WS-UNPRICED-COUNT
           END-PERFORM.

       0140-FIND-EFFECTIVE-PRICE.
      * LATEST FEED ROW AT OR BEFORE THE PRICE DATE FOR THIS ITEM.
      * THE MARKDOWN PRICE APPLIES WHEN THAT FEED CARRIED THE
      * MARKDOWN FLAG.
           MOVE "N" TO WS-PRICE-SWITCH.
           SET PH-IDX TO 1.
           PERFORM UNTIL PH-IDX > WS-PH-COUNT
               IF WS-PH-TBL-ID (PH-IDX) = WS-ITEM-ID
                  AND WS-PH-TBL-DATE (PH-IDX) <= WS-PRICE-DATE
                  AND WS-PH-TBL-DATE (PH-IDX) >= WS-BEST-DATE
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE WS-PH-TBL-DATE (PH-IDX) TO WS-BEST-DATE
                   SET STORE-IDX TO 4
           END-EVALUATE.
           ADD WS-LINE-REVENUE TO WS-STORE-REVENUE (STORE-IDX).
           IF WS-ROLLING-RETURN
               ADD WS-ITEM-UNITS TO WS-STORE-RETURNED (STORE-IDX)
           ELSE
               ADD WS-ITEM-UNITS TO WS-STORE-UNITS (STORE-IDX)
           END-IF.
           PERFORM 0420-LOOKUP-RULE.
           SET CLASS-IDX TO 1.
           PERFORM UNTIL CLASS-IDX > 6
               SET CLASS-IDX TO 6
           END-IF.
           ADD WS-LINE-REVENUE TO WS-CLASS-REVENUE (CLASS-IDX).
           IF WS-ROLLING-RETURN
               ADD WS-ITEM-UNITS TO WS-CLASS-RETURNED (CLASS-IDX)
           ELSE
               ADD WS-ITEM-UNITS TO WS-CLASS-UNITS (CLASS-IDX)
           END-IF.
           MOVE "A" TO MRQ-FUNCTION.
           MOVE WS-ITEM-ID TO MRQ-ITEM-ID.
           MOVE WS-ITEM-NAME TO MRQ-ITEM-NAME.
           MOVE 0 TO MRQ-AMOUNT (1) MRQ-AMOUNT (2) MRQ-AMOUNT (4).
           IF WS-ROLLING-RETURN
               MOVE WS-ITEM-UNITS TO MRQ-AMOUNT (2)
           ELSE
               MOVE WS-ITEM-UNITS TO MRQ-AMOUNT (1)
           END-IF.
           MOVE WS-LINE-REVENUE TO MRQ-AMOUNT (3).
           CALL "merch-rollup" USING MERCH-REQUEST.

       0160-NET-RETURNS.
      * A RETURN TAKEN ON sales_date GIVES BACK WHAT THE CUSTOMER
      * PAID: ITS UNITS AT THE SHELF PRICE IN EFFECT ON THE DATE IT
      * WAS SOLD, TAKEN OFF THE STORE AND CLASS IT WAS SOLD FROM.
           OPEN INPUT FI-RETURN-HISTORY.
           IF WS-RTNHIST-OK
               READ FI-RETURN-HISTORY
                   AT END SET WS-RTNHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RTNHIST-OK
                   IF RTH-DATE = WS-SALES-DATE
                       PERFORM 0170-PRICE-ONE-RETURN
                   END-IF
                   READ FI-RETURN-HISTORY
                       AT END SET WS-RTNHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RETURN-HISTORY.

       0170-PRICE-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE RTH-RAW-RECORD (11:50) TO WS-ITEM-NAME.
           MOVE RTH-RAW-RECORD (68:3)  TO WS-ITEM-STORE.
           IF WS-ITEM-STORE = SPACES
               MOVE "A" TO WS-ITEM-STORE
           END-IF.
           MOVE RTH-RAW-RECORD (62:5) TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO WS-ITEM-UNITS
           ELSE
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           ADD WS-ITEM-UNITS TO WS-RETURN-UNITS.
           PERFORM 0130-LOOKUP-ITEM-ID.
           MOVE RTH-SALE-DATE TO WS-PRICE-DATE.
           PERFORM 0140-FIND-EFFECTIVE-PRICE THRU 0140-EXIT.
           IF WS-PRICE-FOUND
               COMPUTE WS-LINE-REVENUE =
                   0 - WS-ITEM-UNITS * WS-SALE-PRICE
               ADD WS-LINE-REVENUE TO WS-TOTAL-REVENUE
               SUBTRACT WS-LINE-REVENUE FROM WS-RETURN-VALUE
               SET WS-ROLLING-RETURN TO TRUE
               PERFORM 0150-ROLL-TOTALS
           ELSE
               ADD 1 TO WS-UNPRICED-RETURNS
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "UNPRICED RETURN " WS-ITEM-NAME (1:40)
                   " STORE " WS-ITEM-STORE
                   " QTY " WS-ITEM-UNITS
                   " - NO FEED PRICE ON OR BEFORE " RTH-SALE-DATE
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0210-WRITE-MERCH-SECTION.
      * DEPARTMENT SUBTOTALS WITH THEIR CATEGORIES INDENTED BENEATH,
      * THEN WHATEVER WAS SOLD OR RETURNED BUT IS NOT YET
      * CATEGORISED, ITEM BY ITEM.
           MOVE "REVENUE BY DEPARTMENT AND CATEGORY"
               TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "N" TO WS-MERCH-UNC-SWITCH.
           MOVE "N" TO MRQ-FUNCTION.
           CALL "merch-rollup" USING MERCH-REQUEST.
           PERFORM UNTIL MRQ-LINE-END
               PERFORM 0215-WRITE-MERCH-LINE
               MOVE "N" TO MRQ-FUNCTION
               CALL "merch-rollup" USING MERCH-REQUEST
           END-PERFORM.
           IF NOT WS-MERCH-HAD-UNCATEGORISED
               MOVE "ITEMS NOT YET CATEGORISED . (NONE)"
                   TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0215-WRITE-MERCH-LINE.
           MOVE SPACES TO FS-REPORT-RECORD.
           MOVE MRQ-AMOUNT (1) TO WS-MERCH-UNITS.
           MOVE MRQ-AMOUNT (2) TO WS-MERCH-RETURNED.
           MOVE MRQ-AMOUNT (3) TO WS-DISPLAY-MONEY.
           EVALUATE TRUE
               WHEN MRQ-LINE-DEPARTMENT
               WHEN MRQ-LINE-UNCATEGORISED
                   STRING "  " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:24)
                       " UNITS " WS-MERCH-UNITS
                       " RETURNED " WS-MERCH-RETURNED
                       " REVENUE " WS-DISPLAY-MONEY
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN MRQ-LINE-CATEGORY
                   STRING "    " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:22)
                       " UNITS " WS-MERCH-UNITS
                       " RETURNED " WS-MERCH-RETURNED
                       " REVENUE " WS-DISPLAY-MONEY
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

       0420-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE.
           SET STORE-IDX TO 1.
           PERFORM UNTIL STORE-IDX > 4
               IF WS-STORE-UNITS (STORE-IDX) > 0
                  OR WS-STORE-RETURNED (STORE-IDX) > 0
                   MOVE WS-STORE-REVENUE (STORE-IDX)
                       TO WS-DISPLAY-MONEY
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  STORE " WS-STORE-CODE (STORE-IDX)
                       " UNITS " WS-STORE-UNITS (STORE-IDX)
                       " RETURNED " WS-STORE-RETURNED (STORE-IDX)
                       " REVENUE " WS-DISPLAY-MONEY
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
           SET CLASS-IDX TO 1.
           PERFORM UNTIL CLASS-IDX > 6
               IF WS-CLASS-UNITS (CLASS-IDX) > 0
                  OR WS-CLASS-RETURNED (CLASS-IDX) > 0
                   MOVE WS-CLASS-REVENUE (CLASS-IDX)
                       TO WS-DISPLAY-MONEY
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  CLASS " WS-CLASS-CODE (CLASS-IDX)
                       " UNITS " WS-CLASS-UNITS (CLASS-IDX)
                       " RETURNED " WS-CLASS-RETURNED (CLASS-IDX)
                       " REVENUE " WS-DISPLAY-MONEY
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET CLASS-IDX UP BY 1
           END-PERFORM.
           PERFORM 0210-WRITE-MERCH-SECTION.
           MOVE WS-RETURN-VALUE TO WS-DISPLAY-MONEY.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "LESS RETURNS " WS-RETURN-COUNT
               " UNITS " WS-RETURN-UNITS
               " UNPRICED " WS-UNPRICED-RETURNS
               " VALUE " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           MOVE WS-TOTAL-REVENUE TO WS-DISPLAY-MONEY.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "TOTAL SALES " WS-SOLD-COUNT
               " UNPRICED " WS-UNPRICED-COUNT
               " NET REVENUE " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
