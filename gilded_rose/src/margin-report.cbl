       IDENTIFICATION DIVISION.
       PROGRAM-ID. "margin-report".

      * MODIFICATION HISTORY:
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0040-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - NEW PROGRAM.  GROSS-MARGIN REPORT BY ITEM, STORE AND RULE
      *   CLASS.  valuation PRICES STOCK FROM A FLAT RATE PER QUALITY
      *   POINT, SO NOTHING SAID WHAT WE MADE ON WHAT WE SOLD.  THIS
      *   REPORT TAKES EVERY SOLD REMOVAL ON disposition-history.dat,
      *   PRICES IT AT THE SHELF PRICE IN EFFECT ON THE SALE DATE
      *   (THE SAME price-history.dat LOOKUP sales-report USES,
      *   MARKDOWN PRICE WHEN FLAGGED) AND COSTS IT AT THE UNIT COST
      *   OF THE LOT THE UNITS CAME FROM (lot-master.dat, WRITTEN BY
      *   receiving - SEE LOTMST).  REVENUE, COST AND GROSS MARGIN
      *   ARE SHOWN BY ITEM AND STORE, THEN BY STORE AND BY RULE
      *   CLASS.  A SALE THAT CANNOT BE PRICED OR WHOSE LOT HAS NO
      *   COST IS LISTED AND LEFT OUT OF THE MARGIN RATHER THAN
      *   COUNTED AT ZERO.  DISCARDED AND DAMAGED REMOVALS ARE
      *   COSTED SEPARATELY AS WRITTEN-OFF LOT COST; RTV ROWS ARE
      *   LEFT OUT (THE SUPPLIER CARRIES THOSE - SEE vendor-return).
      *   margin_month=YYYYMM LIMITS THE REPORT TO ONE MONTH'S
      *   REMOVALS; BLANK REPORTS THE WHOLE HISTORY.
      *   WRITTEN TO margin-report.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-DSPHIST
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPHIST-FILE-STATUS.
             SELECT OPTIONAL FI-PRICE-HISTORY
               ASSIGN "price-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FILE-STATUS.
             SELECT OPTIONAL FI-LOTMST ASSIGN "lot-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTMST-FILE-STATUS.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "margin-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-DSPHIST.
           01 FS-DSPHIST-RECORD.
               05 HST-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-PRICE-HISTORY.
           01 FS-PRICE-HISTORY-RECORD.
               05 PH-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 PH-ITEM-ID            PIC 9(6).
               05 FILLER                PIC X.
               05 PH-UNIT-PRICE         PIC 9(5)V99.
               05 FILLER                PIC X.
               05 PH-MARKDOWN-PRICE     PIC 9(5)V99.
               05 FILLER                PIC X.
               05 PH-MARKDOWN-FLAG      PIC X.

           FD FI-LOTMST.
           COPY "lotmst.cpy".

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-MASTER.
           COPY "itemmst.cpy".

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-DSPHIST-FILE-STATUS    PIC 99.
               88 WS-DSPHIST-OK         VALUE 00.
               88 WS-DSPHIST-EOF        VALUE 10.

           01 WS-PHIST-FILE-STATUS      PIC 99.
               88 WS-PHIST-OK           VALUE 00.
               88 WS-PHIST-EOF          VALUE 10.

           01 WS-LOTMST-FILE-STATUS     PIC 99.
               88 WS-LOTMST-OK          VALUE 00.
               88 WS-LOTMST-EOF         VALUE 10.

           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

           01 WS-MONTH-FILTER           PIC X(6).

      * PRICE FEED HISTORY - SAME TABLE AND LOOKUP AS sales-report.
           01 WS-PH-COUNT               PIC 9(4) VALUE 0.
           01 WS-PH-TABLE.
               05 WS-PH-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-PH-COUNT
                   INDEXED BY PH-IDX.
                   10 WS-PH-TBL-DATE     PIC X(8).
                   10 WS-PH-TBL-ID       PIC 9(6).
                   10 WS-PH-TBL-UNIT     PIC 9(5)V99.
                   10 WS-PH-TBL-MARKDOWN PIC 9(5)V99.
                   10 WS-PH-TBL-FLAG     PIC X.

           01 WS-MASTER-COUNT           PIC 9(4) VALUE 0.
           01 WS-MASTER-TABLE.
               05 WS-MASTER-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MASTER-IDX.
                   10 WS-MASTER-TBL-ID   PIC 9(6).
                   10 WS-MASTER-TBL-NAME PIC X(50).

      * LOT COSTS FROM THE LOT MASTER.  ONLY LOTS WITH A KNOWN COST
      * ARE LOADED.
           01 WS-LOTCOST-COUNT          PIC 9(5) VALUE 0.
           01 WS-LOTCOST-TABLE.
               05 WS-LOTCOST-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-LOTCOST-COUNT
                   INDEXED BY LOTCOST-IDX.
                   10 WS-LOTCOST-LOT     PIC X(6).
                   10 WS-LOTCOST-COST    PIC 9(5)V99.

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

      * MARGIN BY ITEM NAME AND STORE ROOM, IN ORDER OF FIRST SALE.
           01 WS-MRG-COUNT              PIC 9(4) VALUE 0.
           01 WS-MRG-TABLE.
               05 WS-MRG-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-MRG-COUNT
                   INDEXED BY MRG-IDX.
                   10 WS-MRG-NAME        PIC X(50).
                   10 WS-MRG-STORE       PIC X(3).
                   10 WS-MRG-CLASS       PIC X.
                   10 WS-MRG-UNITS       PIC 9(7).
                   10 WS-MRG-REVENUE     PIC 9(9)V99.
                   10 WS-MRG-COST        PIC 9(9)V99.

      * WRITTEN-OFF LOT COST BY LOT, STORE AND REMOVAL REASON.
           01 WS-WOF-COUNT              PIC 9(4) VALUE 0.
           01 WS-WOF-TABLE.
               05 WS-WOF-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-WOF-COUNT
                   INDEXED BY WOF-IDX.
                   10 WS-WOF-LOT         PIC X(6).
                   10 WS-WOF-STORE       PIC X(3).
                   10 WS-WOF-REASON      PIC X(9).
                   10 WS-WOF-NAME        PIC X(50).
                   10 WS-WOF-UNITS       PIC 9(7).
                   10 WS-WOF-COST        PIC 9(9)V99.
                   10 WS-WOF-COSTED      PIC X.

      * TOTALS BY STORE (A/B/C PLUS CATCH-ALL) AND BY RULE CLASS.
           01 WS-STORE-TOTALS.
               05 WS-STORE-TOTAL OCCURS 4 TIMES INDEXED BY STORE-IDX.
                   10 WS-STORE-CODE      PIC X(3).
                   10 WS-STORE-UNITS     PIC 9(7).
                   10 WS-STORE-REVENUE   PIC 9(9)V99.
                   10 WS-STORE-COST      PIC 9(9)V99.
                   10 WS-STORE-WRITEOFF  PIC 9(9)V99.

           01 WS-CLASS-TOTALS.
               05 WS-CLASS-TOTAL OCCURS 6 TIMES INDEXED BY CLASS-IDX.
                   10 WS-CLASS-CODE      PIC X.
                   10 WS-CLASS-UNITS     PIC 9(7).
                   10 WS-CLASS-REVENUE   PIC 9(9)V99.
                   10 WS-CLASS-COST      PIC 9(9)V99.
                   10 WS-CLASS-WRITEOFF  PIC 9(9)V99.

           01 WS-ITEM-NAME              PIC X(50).
           01 WS-ITEM-STORE             PIC X(3).
           01 WS-ITEM-LOT               PIC X(6).
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-ITEM-UNITS             PIC 9(5).
           01 WS-ITEM-ID                PIC 9(6).
           01 WS-SALE-DATE              PIC X(8).
           01 WS-BEST-DATE              PIC X(8).
           01 WS-SALE-PRICE             PIC 9(5)V99.
           01 WS-PRICE-SWITCH           PIC X.
               88 WS-PRICE-FOUND        VALUE "Y".
           01 WS-LOT-COST               PIC 9(5)V99.
           01 WS-COST-SWITCH            PIC X.
               88 WS-COST-FOUND         VALUE "Y".
           01 WS-LINE-REVENUE           PIC 9(9)V99.
           01 WS-LINE-COST              PIC 9(9)V99.

           01 WS-SOLD-COUNT             PIC 9(5) VALUE 0.
           01 WS-UNPRICED-COUNT         PIC 9(5) VALUE 0.
           01 WS-UNCOSTED-COUNT         PIC 9(5) VALUE 0.
           01 WS-TOTAL-UNITS            PIC 9(7) VALUE 0.
           01 WS-TOTAL-REVENUE          PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-COST             PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-WRITEOFF         PIC 9(9)V99 VALUE 0.

      * REPORT LINE WORK FIELDS - LOADED BEFORE 0250-FORMAT-MARGIN.
           01 WS-SUM-REVENUE            PIC 9(9)V99.
           01 WS-SUM-COST               PIC 9(9)V99.
           01 WS-SUM-MARGIN             PIC S9(9)V99.
           01 WS-SUM-PCT                PIC S9(3)V9.
           01 WS-DISPLAY-REVENUE        PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-COST           PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-MARGIN         PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-PCT            PIC -ZZ9.9.
           01 WS-MONEY-TEXT             PIC X(72).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-MONTH-FILTER.
           ACCEPT WS-MONTH-FILTER FROM ENVIRONMENT "margin_month".
           IF WS-MONTH-FILTER NOT NUMERIC
               MOVE SPACES TO WS-MONTH-FILTER
           END-IF.
           PERFORM 0030-INIT-TOTALS.
           PERFORM 0040-LOAD-RULES.
           PERFORM 0050-LOAD-MASTER.
           PERFORM 0060-LOAD-PRICE-HISTORY.
           PERFORM 0070-LOAD-LOT-COSTS.
           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-MONTH-FILTER = SPACES
               STRING "GROSS MARGIN BY ITEM, STORE AND RULE CLASS - "
                   "ALL HISTORY"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           ELSE
               STRING "GROSS MARGIN BY ITEM, STORE AND RULE CLASS - "
                   "MONTH " WS-MONTH-FILTER
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.
           PERFORM 0110-READ-REMOVALS.
           PERFORM 0200-WRITE-ITEM-MARGINS.
           PERFORM 0210-WRITE-STORE-MARGINS.
           PERFORM 0220-WRITE-CLASS-MARGINS.
           PERFORM 0230-WRITE-WRITE-OFFS.
           PERFORM 0240-WRITE-GRAND-TOTAL.
           CLOSE FI-REPORT.
           DISPLAY "MARGIN-REPORT: " WS-SOLD-COUNT " SALE(S), "
               WS-UNPRICED-COUNT " UNPRICED, " WS-UNCOSTED-COUNT
               " UNCOSTED".

       0300-RETURN.
           GOBACK.

       0030-INIT-TOTALS.
           MOVE "A"   TO WS-STORE-CODE (1).
           MOVE "B"   TO WS-STORE-CODE (2).
           MOVE "C"   TO WS-STORE-CODE (3).
           MOVE "?"   TO WS-STORE-CODE (4).
           SET STORE-IDX TO 1.
           PERFORM UNTIL STORE-IDX > 4
               MOVE 0 TO WS-STORE-UNITS (STORE-IDX)
               MOVE 0 TO WS-STORE-REVENUE (STORE-IDX)
               MOVE 0 TO WS-STORE-COST (STORE-IDX)
               MOVE 0 TO WS-STORE-WRITEOFF (STORE-IDX)
               SET STORE-IDX UP BY 1
           END-PERFORM.
           MOVE "N" TO WS-CLASS-CODE (1).
           MOVE "B" TO WS-CLASS-CODE (2).
           MOVE "C" TO WS-CLASS-CODE (3).
           MOVE "D" TO WS-CLASS-CODE (4).
           MOVE "L" TO WS-CLASS-CODE (5).
           MOVE "?" TO WS-CLASS-CODE (6).
           SET CLASS-IDX TO 1.
           PERFORM UNTIL CLASS-IDX > 6
               MOVE 0 TO WS-CLASS-UNITS (CLASS-IDX)
               MOVE 0 TO WS-CLASS-REVENUE (CLASS-IDX)
               MOVE 0 TO WS-CLASS-COST (CLASS-IDX)
               MOVE 0 TO WS-CLASS-WRITEOFF (CLASS-IDX)
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
           END-IF.

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

       0060-LOAD-PRICE-HISTORY.
           MOVE 0 TO WS-PH-COUNT.
           OPEN INPUT FI-PRICE-HISTORY.
           IF WS-PHIST-OK
               READ FI-PRICE-HISTORY
                   AT END SET WS-PHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-PHIST-OK
                   OR WS-PH-COUNT >= 9999
                   ADD 1 TO WS-PH-COUNT
                   SET PH-IDX TO WS-PH-COUNT
                   MOVE PH-DATE TO WS-PH-TBL-DATE (PH-IDX)
                   MOVE PH-ITEM-ID TO WS-PH-TBL-ID (PH-IDX)
                   MOVE PH-UNIT-PRICE TO WS-PH-TBL-UNIT (PH-IDX)
                   MOVE PH-MARKDOWN-PRICE
                       TO WS-PH-TBL-MARKDOWN (PH-IDX)
                   MOVE PH-MARKDOWN-FLAG TO WS-PH-TBL-FLAG (PH-IDX)
                   READ FI-PRICE-HISTORY
                       AT END SET WS-PHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-PRICE-HISTORY.

       0070-LOAD-LOT-COSTS.
           MOVE 0 TO WS-LOTCOST-COUNT.
           OPEN INPUT FI-LOTMST.
           IF WS-LOTMST-OK
               READ FI-LOTMST AT END SET WS-LOTMST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-LOTMST-OK
                   OR WS-LOTCOST-COUNT >= 20000
                   IF LTM-COST-KNOWN AND LTM-UNIT-COST NUMERIC
                       ADD 1 TO WS-LOTCOST-COUNT
                       SET LOTCOST-IDX TO WS-LOTCOST-COUNT
                       MOVE LTM-LOT TO WS-LOTCOST-LOT (LOTCOST-IDX)
                       MOVE LTM-UNIT-COST
                           TO WS-LOTCOST-COST (LOTCOST-IDX)
                   END-IF
                   READ FI-LOTMST AT END SET WS-LOTMST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-LOTMST.

       0110-READ-REMOVALS.
           OPEN INPUT FI-DSPHIST.
           IF WS-DSPHIST-OK
               READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DSPHIST-OK
                   IF WS-MONTH-FILTER = SPACES
                      OR HST-DATE (1:6) = WS-MONTH-FILTER
                       EVALUATE HST-REASON
                           WHEN "SOLD"
                               PERFORM 0120-COST-ONE-SALE
                           WHEN "DISCARDED"
                           WHEN "DAMAGED"
                               PERFORM 0160-COST-ONE-WRITE-OFF
                       END-EVALUATE
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DSPHIST.

       0115-UNPACK-REMOVAL.
           MOVE HST-RAW-RECORD (11:50) TO WS-ITEM-NAME.
           MOVE HST-RAW-RECORD (68:3)  TO WS-ITEM-STORE.
           IF WS-ITEM-STORE = SPACES
               MOVE "A" TO WS-ITEM-STORE
           END-IF.
           MOVE HST-RAW-RECORD (79:6)  TO WS-ITEM-LOT.
           MOVE HST-RAW-RECORD (62:5)  TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO WS-ITEM-UNITS
           ELSE
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           MOVE HST-DATE TO WS-SALE-DATE.
           PERFORM 0420-LOOKUP-RULE.
           PERFORM 0145-FIND-LOT-COST.

       0120-COST-ONE-SALE.
           ADD 1 TO WS-SOLD-COUNT.
           PERFORM 0115-UNPACK-REMOVAL.
           PERFORM 0130-LOOKUP-ITEM-ID.
           PERFORM 0140-FIND-EFFECTIVE-PRICE THRU 0140-EXIT.
           IF NOT WS-PRICE-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "UNPRICED SALE " WS-ITEM-NAME (1:40)
                   " STORE " WS-ITEM-STORE
                   " QTY " WS-ITEM-UNITS
                   " - NO FEED PRICE ON OR BEFORE " WS-SALE-DATE
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           ELSE
               IF NOT WS-COST-FOUND
                   ADD 1 TO WS-UNCOSTED-COUNT
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "UNCOSTED SALE " WS-ITEM-NAME (1:40)
                       " STORE " WS-ITEM-STORE
                       " QTY " WS-ITEM-UNITS
                       " - LOT " WS-ITEM-LOT
                       " HAS NO COST ON THE LOT MASTER"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               ELSE
                   COMPUTE WS-LINE-REVENUE =
                       WS-ITEM-UNITS * WS-SALE-PRICE
                   COMPUTE WS-LINE-COST =
                       WS-ITEM-UNITS * WS-LOT-COST
                   PERFORM 0150-ROLL-SALE
               END-IF
           END-IF.

       0130-LOOKUP-ITEM-ID.
           MOVE 0 TO WS-ITEM-ID.
           SET MASTER-IDX TO 1.
           PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
               IF WS-MASTER-TBL-NAME (MASTER-IDX) = WS-ITEM-NAME
                   MOVE WS-MASTER-TBL-ID (MASTER-IDX) TO WS-ITEM-ID
                   SET MASTER-IDX TO WS-MASTER-COUNT
               END-IF
               SET MASTER-IDX UP BY 1
           END-PERFORM.

       0140-FIND-EFFECTIVE-PRICE.
      * LATEST FEED ROW AT OR BEFORE THE SALE DATE FOR THIS ITEM.
      * THE MARKDOWN PRICE APPLIES WHEN THAT FEED CARRIED THE
      * MARKDOWN FLAG.
           MOVE "N" TO WS-PRICE-SWITCH.
           MOVE SPACES TO WS-BEST-DATE.
           IF WS-ITEM-ID = 0
               GO TO 0140-EXIT
           END-IF.
           SET PH-IDX TO 1.
           PERFORM UNTIL PH-IDX > WS-PH-COUNT
               IF WS-PH-TBL-ID (PH-IDX) = WS-ITEM-ID
                  AND WS-PH-TBL-DATE (PH-IDX) <= WS-SALE-DATE
                  AND WS-PH-TBL-DATE (PH-IDX) >= WS-BEST-DATE
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE WS-PH-TBL-DATE (PH-IDX) TO WS-BEST-DATE
                   IF WS-PH-TBL-FLAG (PH-IDX) = "Y"
                       MOVE WS-PH-TBL-MARKDOWN (PH-IDX)
                           TO WS-SALE-PRICE
                   ELSE
                       MOVE WS-PH-TBL-UNIT (PH-IDX) TO WS-SALE-PRICE
                   END-IF
               END-IF
               SET PH-IDX UP BY 1
           END-PERFORM.

       0140-EXIT.
           EXIT.

       0145-FIND-LOT-COST.
      * A LOT RECEIVED BEFORE THE LOT MASTER EXISTED (OR RECEIVED
      * WITH NO COST) IS NOT IN THE TABLE AND COMES BACK NOT FOUND.
           MOVE "N" TO WS-COST-SWITCH.
           MOVE 0 TO WS-LOT-COST.
           SET LOTCOST-IDX TO 1.
           SEARCH WS-LOTCOST-ENTRY
               WHEN WS-LOTCOST-LOT (LOTCOST-IDX) = WS-ITEM-LOT
                   SET WS-COST-FOUND TO TRUE
                   MOVE WS-LOTCOST-COST (LOTCOST-IDX) TO WS-LOT-COST
           END-SEARCH.

       0150-ROLL-SALE.
           SET MRG-IDX TO 1.
           SEARCH WS-MRG-ENTRY
               AT END
                   IF WS-MRG-COUNT < 3000
                       ADD 1 TO WS-MRG-COUNT
                       SET MRG-IDX TO WS-MRG-COUNT
                       MOVE WS-ITEM-NAME TO WS-MRG-NAME (MRG-IDX)
                       MOVE WS-ITEM-STORE TO WS-MRG-STORE (MRG-IDX)
                       MOVE WS-MATCHED-RULE-TYPE
                           TO WS-MRG-CLASS (MRG-IDX)
                       MOVE 0 TO WS-MRG-UNITS (MRG-IDX)
                       MOVE 0 TO WS-MRG-REVENUE (MRG-IDX)
                       MOVE 0 TO WS-MRG-COST (MRG-IDX)
                   END-IF
               WHEN WS-MRG-NAME (MRG-IDX) = WS-ITEM-NAME
                AND WS-MRG-STORE (MRG-IDX) = WS-ITEM-STORE
                   CONTINUE
           END-SEARCH.
           IF MRG-IDX NOT > WS-MRG-COUNT
               ADD WS-ITEM-UNITS TO WS-MRG-UNITS (MRG-IDX)
               ADD WS-LINE-REVENUE TO WS-MRG-REVENUE (MRG-IDX)
               ADD WS-LINE-COST TO WS-MRG-COST (MRG-IDX)
           END-IF.
           ADD WS-ITEM-UNITS TO WS-TOTAL-UNITS.
           ADD WS-LINE-REVENUE TO WS-TOTAL-REVENUE.
           ADD WS-LINE-COST TO WS-TOTAL-COST.
           PERFORM 0155-FIND-STORE-AND-CLASS.
           ADD WS-ITEM-UNITS TO WS-STORE-UNITS (STORE-IDX).
           ADD WS-LINE-REVENUE TO WS-STORE-REVENUE (STORE-IDX).
           ADD WS-LINE-COST TO WS-STORE-COST (STORE-IDX).
           ADD WS-ITEM-UNITS TO WS-CLASS-UNITS (CLASS-IDX).
           ADD WS-LINE-REVENUE TO WS-CLASS-REVENUE (CLASS-IDX).
           ADD WS-LINE-COST TO WS-CLASS-COST (CLASS-IDX).

       0155-FIND-STORE-AND-CLASS.
           EVALUATE WS-ITEM-STORE
               WHEN "A  "
                   SET STORE-IDX TO 1
               WHEN "B  "
                   SET STORE-IDX TO 2
               WHEN "C  "
                   SET STORE-IDX TO 3
               WHEN OTHER
                   SET STORE-IDX TO 4
           END-EVALUATE.
           SET CLASS-IDX TO 1.
           PERFORM UNTIL CLASS-IDX > 6
               OR WS-CLASS-CODE (CLASS-IDX) = WS-MATCHED-RULE-TYPE
               SET CLASS-IDX UP BY 1
           END-PERFORM.
           IF CLASS-IDX > 6
               SET CLASS-IDX TO 6
           END-IF.

       0160-COST-ONE-WRITE-OFF.
      * A WRITE-OFF FROM A LOT WITH NO KNOWN COST IS STILL LISTED
      * (UNITS ONLY) SO THE GAP IN THE LOT MASTER IS VISIBLE.
           PERFORM 0115-UNPACK-REMOVAL.
           MOVE 0 TO WS-LINE-COST.
           IF WS-COST-FOUND
               COMPUTE WS-LINE-COST = WS-ITEM-UNITS * WS-LOT-COST
           END-IF.
           SET WOF-IDX TO 1.
           SEARCH WS-WOF-ENTRY
               AT END
                   IF WS-WOF-COUNT < 3000
                       ADD 1 TO WS-WOF-COUNT
                       SET WOF-IDX TO WS-WOF-COUNT
                       MOVE WS-ITEM-LOT TO WS-WOF-LOT (WOF-IDX)
                       MOVE WS-ITEM-STORE TO WS-WOF-STORE (WOF-IDX)
                       MOVE HST-REASON TO WS-WOF-REASON (WOF-IDX)
                       MOVE WS-ITEM-NAME TO WS-WOF-NAME (WOF-IDX)
                       MOVE 0 TO WS-WOF-UNITS (WOF-IDX)
                       MOVE 0 TO WS-WOF-COST (WOF-IDX)
                       MOVE WS-COST-SWITCH TO WS-WOF-COSTED (WOF-IDX)
                   END-IF
               WHEN WS-WOF-LOT (WOF-IDX) = WS-ITEM-LOT
                AND WS-WOF-STORE (WOF-IDX) = WS-ITEM-STORE
                AND WS-WOF-REASON (WOF-IDX) = HST-REASON
                   CONTINUE
           END-SEARCH.
           IF WOF-IDX NOT > WS-WOF-COUNT
               ADD WS-ITEM-UNITS TO WS-WOF-UNITS (WOF-IDX)
               ADD WS-LINE-COST TO WS-WOF-COST (WOF-IDX)
           END-IF.
           ADD WS-LINE-COST TO WS-TOTAL-WRITEOFF.
           PERFORM 0155-FIND-STORE-AND-CLASS.
           ADD WS-LINE-COST TO WS-STORE-WRITEOFF (STORE-IDX).
           ADD WS-LINE-COST TO WS-CLASS-WRITEOFF (CLASS-IDX).

       0420-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE.
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

       0200-WRITE-ITEM-MARGINS.
           MOVE "MARGIN BY ITEM AND STORE" TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET MRG-IDX TO 1.
           PERFORM UNTIL MRG-IDX > WS-MRG-COUNT
               MOVE WS-MRG-REVENUE (MRG-IDX) TO WS-SUM-REVENUE
               MOVE WS-MRG-COST (MRG-IDX) TO WS-SUM-COST
               PERFORM 0250-FORMAT-MARGIN
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  " WS-MRG-NAME (MRG-IDX) (1:30)
                   " STORE " WS-MRG-STORE (MRG-IDX) (1:1)
                   " CLASS " WS-MRG-CLASS (MRG-IDX)
                   " UNITS " WS-MRG-UNITS (MRG-IDX)
                   WS-MONEY-TEXT
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               SET MRG-IDX UP BY 1
           END-PERFORM.

       0210-WRITE-STORE-MARGINS.
           MOVE "MARGIN BY STORE" TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET STORE-IDX TO 1.
           PERFORM UNTIL STORE-IDX > 4
               IF WS-STORE-UNITS (STORE-IDX) > 0
                   MOVE WS-STORE-REVENUE (STORE-IDX) TO WS-SUM-REVENUE
                   MOVE WS-STORE-COST (STORE-IDX) TO WS-SUM-COST
                   PERFORM 0250-FORMAT-MARGIN
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  STORE " WS-STORE-CODE (STORE-IDX) (1:1)
                       " UNITS " WS-STORE-UNITS (STORE-IDX)
                       WS-MONEY-TEXT
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET STORE-IDX UP BY 1
           END-PERFORM.

       0220-WRITE-CLASS-MARGINS.
           MOVE "MARGIN BY RULE CLASS" TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET CLASS-IDX TO 1.
           PERFORM UNTIL CLASS-IDX > 6
               IF WS-CLASS-UNITS (CLASS-IDX) > 0
                   MOVE WS-CLASS-REVENUE (CLASS-IDX) TO WS-SUM-REVENUE
                   MOVE WS-CLASS-COST (CLASS-IDX) TO WS-SUM-COST
                   PERFORM 0250-FORMAT-MARGIN
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  CLASS " WS-CLASS-CODE (CLASS-IDX)
                       " UNITS " WS-CLASS-UNITS (CLASS-IDX)
                       WS-MONEY-TEXT
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET CLASS-IDX UP BY 1
           END-PERFORM.

       0230-WRITE-WRITE-OFFS.
           MOVE "WRITTEN-OFF LOT COST (DISCARDED AND DAMAGED)"
               TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET WOF-IDX TO 1.
           PERFORM UNTIL WOF-IDX > WS-WOF-COUNT
               MOVE SPACES TO FS-REPORT-RECORD
               IF WS-WOF-COSTED (WOF-IDX) = "Y"
                   MOVE WS-WOF-COST (WOF-IDX) TO WS-DISPLAY-COST
                   STRING "  LOT " WS-WOF-LOT (WOF-IDX)
                       " " WS-WOF-NAME (WOF-IDX) (1:30)
                       " STORE " WS-WOF-STORE (WOF-IDX) (1:1)
                       " " WS-WOF-REASON (WOF-IDX)
                       " UNITS " WS-WOF-UNITS (WOF-IDX)
                       " COST " WS-DISPLAY-COST
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               ELSE
                   STRING "  LOT " WS-WOF-LOT (WOF-IDX)
                       " " WS-WOF-NAME (WOF-IDX) (1:30)
                       " STORE " WS-WOF-STORE (WOF-IDX) (1:1)
                       " " WS-WOF-REASON (WOF-IDX)
                       " UNITS " WS-WOF-UNITS (WOF-IDX)
                       " COST UNKNOWN - LOT NOT ON LOT MASTER"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               END-IF
               WRITE FS-REPORT-RECORD
               SET WOF-IDX UP BY 1
           END-PERFORM.
           SET STORE-IDX TO 1.
           PERFORM UNTIL STORE-IDX > 4
               IF WS-STORE-WRITEOFF (STORE-IDX) > 0
                   MOVE WS-STORE-WRITEOFF (STORE-IDX) TO WS-DISPLAY-COST
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  STORE " WS-STORE-CODE (STORE-IDX) (1:1)
                       " WRITTEN-OFF COST " WS-DISPLAY-COST
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET STORE-IDX UP BY 1
           END-PERFORM.
           SET CLASS-IDX TO 1.
           PERFORM UNTIL CLASS-IDX > 6
               IF WS-CLASS-WRITEOFF (CLASS-IDX) > 0
                   MOVE WS-CLASS-WRITEOFF (CLASS-IDX) TO WS-DISPLAY-COST
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  CLASS " WS-CLASS-CODE (CLASS-IDX)
                       " WRITTEN-OFF COST " WS-DISPLAY-COST
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET CLASS-IDX UP BY 1
           END-PERFORM.

       0240-WRITE-GRAND-TOTAL.
           MOVE WS-TOTAL-REVENUE TO WS-SUM-REVENUE.
           MOVE WS-TOTAL-COST TO WS-SUM-COST.
           PERFORM 0250-FORMAT-MARGIN.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "TOTAL UNITS " WS-TOTAL-UNITS
               WS-MONEY-TEXT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           MOVE WS-TOTAL-WRITEOFF TO WS-DISPLAY-COST.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "TOTAL SALES " WS-SOLD-COUNT
               " UNPRICED " WS-UNPRICED-COUNT
               " UNCOSTED " WS-UNCOSTED-COUNT
               " WRITTEN-OFF COST " WS-DISPLAY-COST
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.

       0250-FORMAT-MARGIN.
      * REVENUE, COST, MARGIN AND MARGIN PERCENT OF REVENUE FOR ONE
      * REPORT LINE, FROM WS-SUM-REVENUE AND WS-SUM-COST.
           COMPUTE WS-SUM-MARGIN = WS-SUM-REVENUE - WS-SUM-COST.
           IF WS-SUM-REVENUE > 0
               COMPUTE WS-SUM-PCT ROUNDED =
                   WS-SUM-MARGIN * 100 / WS-SUM-REVENUE
                   ON SIZE ERROR MOVE -999.9 TO WS-SUM-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-SUM-PCT
           END-IF.
           MOVE WS-SUM-REVENUE TO WS-DISPLAY-REVENUE.
           MOVE WS-SUM-COST TO WS-DISPLAY-COST.
           MOVE WS-SUM-MARGIN TO WS-DISPLAY-MARGIN.
           MOVE WS-SUM-PCT TO WS-DISPLAY-PCT.
           MOVE SPACES TO WS-MONEY-TEXT.
           STRING " REV " WS-DISPLAY-REVENUE
               " COST " WS-DISPLAY-COST
               " MARGIN " WS-DISPLAY-MARGIN
               " " WS-DISPLAY-PCT "%"
               DELIMITED BY SIZE INTO WS-MONEY-TEXT.
