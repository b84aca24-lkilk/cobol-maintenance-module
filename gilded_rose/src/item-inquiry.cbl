       IDENTIFICATION DIVISION.
       PROGRAM-ID. "item-inquiry".

      * MODIFICATION HISTORY:
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - NEW PROGRAM.  ONLINE INQUIRY FOR ONE ITEM ACROSS EVERY FILE
      *   THAT CARRIES IT.  "WHAT'S GOING ON WITH ITEM 000123" USED TO
      *   MEAN OPENING HALF A DOZEN FILES BY HAND.  GIVEN AN ITEM ID
      *   (SIX DIGITS) OR A NAME (A LEADING PART IS ENOUGH), ONE
      *   SUMMARY SCREEN SHOWS THE ITEM MASTER ROW, UNITS ON HAND PER
      *   STORE FROM in.dat, UNITS IN TRANSIT, UNITS ON OPEN PURCHASE
      *   ORDERS, THE LATEST shelf-prices.dat LINE, AND HOW MANY
      *   disposition-history.dat, reject.dat AND exceptions.dat
      *   ROWS CARRY THE ITEM.  KEYS 1-5 PAGE INTO THE DETAIL OF EACH
      *   AREA, N ASKS FOR ANOTHER ITEM, Q LEAVES.  EVERY FILE IS
      *   OPENED INPUT ONLY AND NOTHING IS LOGGED, SO THE INQUIRY IS
      *   SAFE TO USE WHILE THE NIGHTLY RUN HOLDS run-lock.dat - THE
      *   SCREEN JUST SAYS THE FIGURES MAY BE MID-UPDATE.  A ROW
      *   MATCHES ON THE PERMANENT ITEM ID OR, FOR ROWS FROM BEFORE
      *   THE ID WAS STAMPED, ON THE FULL ITEM NAME.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-TRANSIT ASSIGN "in-transit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-OPENPO ASSIGN "open-po.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-SHELF ASSIGN "shelf-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-DSPHIST
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-REJECTS ASSIGN "reject.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-EXCEPTIONS ASSIGN "exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-RUNLOCK ASSIGN "run-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-MASTER.
           COPY "itemmst.cpy".

           FD FI-IN-ITEMS.
           01 FS-IN-ITEM                PIC X(84).

           FD FI-TRANSIT.
           01 FS-TRANSIT-RECORD.
               05 TRN-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 TRN-FROM-STORE        PIC X(3).
               05 FILLER                PIC X.
               05 TRN-TO-STORE          PIC X(3).
               05 FILLER                PIC X.
               05 TRN-QTY               PIC 9(5).
               05 FILLER                PIC X.
               05 TRN-DATE              PIC X(8).

           FD FI-OPENPO.
           01 FS-OPENPO-RECORD.
               05 PO-ITEM-ID            PIC X(6).
               05 FILLER                PIC X.
               05 PO-ITEM-NAME          PIC X(50).
               05 FILLER                PIC X.
               05 PO-QTY                PIC X(5).
               05 FILLER                PIC X.
               05 PO-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 PO-NUMBER             PIC X(8).
               05 FILLER                PIC X.
               05 PO-SUPPLIER           PIC X(6).
               05 FILLER                PIC X.
               05 PO-UNIT-COST          PIC X(7).

      * LAYOUT AS WRITTEN BY price-feed: THE ITEM NAME IN THE FIRST
      * 50 BYTES, THEN THE PRICE TEXT.
           FD FI-SHELF.
           01 FS-SHELF-RECORD.
               05 SHF-ITEM-NAME         PIC X(50).
               05 SHF-PRICE-TEXT        PIC X(50).

           FD FI-DSPHIST.
           01 FS-DSPHIST-RECORD.
               05 HST-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-REJECTS.
           COPY "itemrej.cpy".

           FD FI-EXCEPTIONS.
           COPY "itemexc.cpy".

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.
               05 LCK-TAG               PIC X(6).
               05 FILLER                PIC X.
               05 LCK-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 LCK-TIME              PIC X(6).

       WORKING-STORAGE SECTION.
           01 WS-DETAIL-FILE-STATUS     PIC 99.
               88 WS-DETAIL-OK          VALUE 00.
               88 WS-DETAIL-EOF         VALUE 10.

      * THE 84-BYTE ITEM RECORD (SAME LAYOUT AS itemout.cpy) AS
      * CARRIED RAW BY in.dat, in-transit.dat, THE HISTORY AND THE
      * PARKING FILES.
           01 WS-RAW-ITEM.
               05 RAW-SELL-IN           PIC X(4).
               05 FILLER                PIC X.
               05 RAW-QUALITY           PIC X(4).
               05 FILLER                PIC X.
               05 RAW-ITEM-NAME         PIC X(50).
               05 FILLER                PIC X.
               05 RAW-QTY               PIC X(5).
               05 FILLER                PIC X.
               05 RAW-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 RAW-ITEM-ID           PIC X(6).
               05 FILLER                PIC X.
               05 RAW-LOT               PIC X(6).
           01 WS-RAW-MATCH-SWITCH       PIC X.
               88 WS-RAW-MATCHES        VALUE "Y".
           01 WS-RAW-UNITS              PIC 9(5).
           01 WS-RAW-STORE              PIC X(3).

           01 WS-INQ-KEY                PIC X(50).
           01 WS-WANTED-ID              PIC X(6).
           01 WS-WANTED-NAME            PIC X(50).
           01 WS-WANTED-LEN             PIC 99.
           01 WS-KEY-TYPE               PIC X.
               88 WS-KEY-IS-ID          VALUE "I".
               88 WS-KEY-IS-NAME        VALUE "N".
           01 WS-MASTER-FOUND-SWITCH    PIC X.
               88 WS-MASTER-FOUND       VALUE "Y" "E".
           01 WS-OTHER-MATCHES          PIC 9(4).
           01 WS-MESSAGE                PIC X(60).

           01 WS-SHOW-ID                PIC X(6).
           01 WS-SHOW-NAME              PIC X(50).
           01 WS-SHOW-CLASS             PIC X.
           01 WS-SHOW-ACQUIRED          PIC X(8).
           01 WS-SHOW-STATUS            PIC X(13).
           01 WS-SHOW-REORDER-POINT     PIC 9(5).
           01 WS-SHOW-REORDER-QTY       PIC 9(5).
           01 WS-LOCK-STATE             PIC X(60) VALUE SPACES.

           01 WS-STORE-TOTALS.
               05 WS-STORE-UNITS        PIC 9(7) OCCURS 3 TIMES.
               05 WS-STORE-LOTS         PIC 9(5) OCCURS 3 TIMES.
           01 WS-STORE-IDX              PIC 9.
           01 WS-ON-HAND-ROWS           PIC 9(5) VALUE 0.
           01 WS-TRANSIT-UNITS          PIC 9(7) VALUE 0.
           01 WS-TRANSIT-ROWS           PIC 9(5) VALUE 0.
           01 WS-PO-UNITS               PIC 9(7) VALUE 0.
           01 WS-PO-ROWS                PIC 9(5) VALUE 0.
           01 WS-PO-LINE-UNITS          PIC 9(5).
           01 WS-PRICE-TEXT             PIC X(50) VALUE SPACES.
           01 WS-HISTORY-ROWS           PIC 9(5) VALUE 0.
           01 WS-REJECT-ROWS            PIC 9(5) VALUE 0.
           01 WS-EXCEPTION-ROWS         PIC 9(5) VALUE 0.

           01 WS-INQ-ENTRY              PIC X(10).
           01 WS-INQ-COMMAND            PIC X.
               88 WS-INQ-QUIT           VALUE "Q".
               88 WS-INQ-STOCK          VALUE "1".
               88 WS-INQ-TRANSIT        VALUE "2".
               88 WS-INQ-ORDERS         VALUE "3".
               88 WS-INQ-HISTORY        VALUE "4".
               88 WS-INQ-PARKED         VALUE "5".
               88 WS-INQ-NEW-ITEM       VALUE "N".

           01 WS-DETAIL-SHOWN           PIC 99.
           01 WS-DETAIL-SKIP            PIC 9(5).
           01 WS-DETAIL-SEEN            PIC 9(5).
           01 WS-PAUSE-ENTRY            PIC X(10).
           01 WS-DISPLAY-QTY            PIC Z(4)9.
           01 WS-DISPLAY-MORE           PIC Z(4)9.

       SCREEN SECTION.

       01  ITEM-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 5 VALUE "ITEM INQUIRY"
               HIGHLIGHT, FOREGROUND-COLOR IS 2.
           05  LINE 2 COLUMN 26 VALUE "GILDED ROSE OPERATIONS"
               FOREGROUND-COLOR IS 6.
           05  DISPLAY-KEY-LOCK LINE 3 COLUMN 5 PIC X(60)
               FROM WS-LOCK-STATE FOREGROUND-COLOR IS 4.
           05  LINE 5 COLUMN 5
               VALUE "ITEM ID, OR NAME (LEADING PART IS ENOUGH)".
           05  LINE 6 COLUMN 5 VALUE "BLANK TO QUIT".
           05  DISPLAY-KEY-MESSAGE LINE 8 COLUMN 5 PIC X(60)
               FROM WS-MESSAGE FOREGROUND-COLOR IS 4.
           05  LINE 10 COLUMN 5 VALUE "ITEM:".
           05  KEY-INPUT LINE 10 COLUMN 11 PIC X(50)
               USING WS-INQ-KEY FOREGROUND-COLOR IS 6.

       01  INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 5 VALUE "ITEM INQUIRY"
               HIGHLIGHT, FOREGROUND-COLOR IS 2.
           05  LINE 2 COLUMN 26 VALUE "GILDED ROSE OPERATIONS"
               FOREGROUND-COLOR IS 6.
           05  DISPLAY-LOCK LINE 3 COLUMN 5 PIC X(60)
               FROM WS-LOCK-STATE FOREGROUND-COLOR IS 4.
           05  DISPLAY-ID LINE 4 COLUMN 5 PIC X(6)
               FROM WS-SHOW-ID HIGHLIGHT.
           05  DISPLAY-NAME LINE 4 COLUMN 13 PIC X(50)
               FROM WS-SHOW-NAME HIGHLIGHT.
           05  LINE 5 COLUMN 5 VALUE "CLASS".
           05  DISPLAY-CLASS LINE 5 COLUMN 11 PIC X
               FROM WS-SHOW-CLASS FOREGROUND-COLOR IS 3.
           05  LINE 5 COLUMN 14 VALUE "ACQUIRED".
           05  DISPLAY-ACQUIRED LINE 5 COLUMN 23 PIC X(8)
               FROM WS-SHOW-ACQUIRED FOREGROUND-COLOR IS 3.
           05  LINE 5 COLUMN 33 VALUE "REORDER AT".
           05  DISPLAY-REORDER-POINT LINE 5 COLUMN 44 PIC Z(4)9
               FROM WS-SHOW-REORDER-POINT FOREGROUND-COLOR IS 3.
           05  LINE 5 COLUMN 50 VALUE "FOR".
           05  DISPLAY-REORDER-QTY LINE 5 COLUMN 54 PIC Z(4)9
               FROM WS-SHOW-REORDER-QTY FOREGROUND-COLOR IS 3.
           05  DISPLAY-STATUS LINE 5 COLUMN 61 PIC X(13)
               FROM WS-SHOW-STATUS FOREGROUND-COLOR IS 5.
           05  DISPLAY-MESSAGE LINE 6 COLUMN 5 PIC X(60)
               FROM WS-MESSAGE FOREGROUND-COLOR IS 4.
           05  LINE 7 COLUMN 5 VALUE "ON HAND STORE A . . . .".
           05  DISPLAY-UNITS-A LINE 7 COLUMN 30 PIC Z(6)9
               FROM WS-STORE-UNITS (1) FOREGROUND-COLOR IS 3.
           05  DISPLAY-LOTS-A LINE 7 COLUMN 39 PIC Z(4)9
               FROM WS-STORE-LOTS (1) FOREGROUND-COLOR IS 3.
           05  LINE 7 COLUMN 45 VALUE "ROWS".
           05  LINE 8 COLUMN 5 VALUE "ON HAND STORE B . . . .".
           05  DISPLAY-UNITS-B LINE 8 COLUMN 30 PIC Z(6)9
               FROM WS-STORE-UNITS (2) FOREGROUND-COLOR IS 3.
           05  DISPLAY-LOTS-B LINE 8 COLUMN 39 PIC Z(4)9
               FROM WS-STORE-LOTS (2) FOREGROUND-COLOR IS 3.
           05  LINE 8 COLUMN 45 VALUE "ROWS".
           05  LINE 9 COLUMN 5 VALUE "ON HAND STORE C . . . .".
           05  DISPLAY-UNITS-C LINE 9 COLUMN 30 PIC Z(6)9
               FROM WS-STORE-UNITS (3) FOREGROUND-COLOR IS 3.
           05  DISPLAY-LOTS-C LINE 9 COLUMN 39 PIC Z(4)9
               FROM WS-STORE-LOTS (3) FOREGROUND-COLOR IS 3.
           05  LINE 9 COLUMN 45 VALUE "ROWS".
           05  LINE 10 COLUMN 5 VALUE "IN TRANSIT  . . . . . .".
           05  DISPLAY-TRANSIT LINE 10 COLUMN 30 PIC Z(6)9
               FROM WS-TRANSIT-UNITS FOREGROUND-COLOR IS 3.
           05  DISPLAY-TRANSIT-ROWS LINE 10 COLUMN 39 PIC Z(4)9
               FROM WS-TRANSIT-ROWS FOREGROUND-COLOR IS 3.
           05  LINE 10 COLUMN 45 VALUE "ROWS".
           05  LINE 11 COLUMN 5 VALUE "ON OPEN ORDER . . . . .".
           05  DISPLAY-PO-UNITS LINE 11 COLUMN 30 PIC Z(6)9
               FROM WS-PO-UNITS FOREGROUND-COLOR IS 3.
           05  DISPLAY-PO-ROWS LINE 11 COLUMN 39 PIC Z(4)9
               FROM WS-PO-ROWS FOREGROUND-COLOR IS 3.
           05  LINE 11 COLUMN 45 VALUE "LINES".
           05  LINE 12 COLUMN 5 VALUE "SHELF PRICE . . . . . .".
           05  DISPLAY-PRICE LINE 12 COLUMN 30 PIC X(50)
               FROM WS-PRICE-TEXT FOREGROUND-COLOR IS 3.
           05  LINE 13 COLUMN 5 VALUE "DISPOSITIONS  . . . . .".
           05  DISPLAY-HISTORY LINE 13 COLUMN 39 PIC Z(4)9
               FROM WS-HISTORY-ROWS FOREGROUND-COLOR IS 4.
           05  LINE 14 COLUMN 5 VALUE "ON reject.dat . . . . .".
           05  DISPLAY-REJECTS LINE 14 COLUMN 39 PIC Z(4)9
               FROM WS-REJECT-ROWS FOREGROUND-COLOR IS 4.
           05  LINE 15 COLUMN 5 VALUE "ON exceptions.dat . . .".
           05  DISPLAY-EXCEPTIONS LINE 15 COLUMN 39 PIC Z(4)9
               FROM WS-EXCEPTION-ROWS FOREGROUND-COLOR IS 4.
           05  LINE 17 COLUMN 5 VALUE "1 - STOCK BY STORE AND LOT"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 18 COLUMN 5 VALUE "2 - IN TRANSIT"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 19 COLUMN 5 VALUE "3 - OPEN PURCHASE ORDERS"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 17 COLUMN 40 VALUE "4 - RECENT DISPOSITIONS"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 18 COLUMN 40 VALUE "5 - REJECT AND QUARANTINE"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 19 COLUMN 40 VALUE "N - ANOTHER ITEM"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 20 COLUMN 40 VALUE "Q - QUIT"
               HIGHLIGHT, FOREGROUND-COLOR IS 4.
           05  LINE 22 COLUMN 5 VALUE "CHOICE:".
           05  INQ-INPUT LINE 22 COLUMN 13 PIC X(10)
               USING WS-INQ-ENTRY FOREGROUND-COLOR IS 6.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           MOVE SPACES TO WS-MESSAGE
           PERFORM ASK-FOR-ITEM
           PERFORM SHOW-INQUIRY
               UNTIL WS-INQ-QUIT
           STOP RUN
           .

       CHECK-RUN-LOCK.
      * READ ONLY - THE LOCK IS NEVER TAKEN OR CLEARED HERE, THE
      * OPERATOR IS JUST TOLD THE NIGHTLY RUN IS WRITING THE FILES.
           MOVE SPACES TO WS-LOCK-STATE
           OPEN INPUT FI-RUNLOCK
           IF WS-DETAIL-OK
               READ FI-RUNLOCK
                   AT END CONTINUE
                   NOT AT END
                       STRING "RUN LOCK HELD " LCK-DATE " "
                           LCK-TIME " - FIGURES MAY BE MID-UPDATE"
                           DELIMITED BY SIZE INTO WS-LOCK-STATE
               END-READ
           END-IF
           CLOSE FI-RUNLOCK
           .

       ASK-FOR-ITEM.
           MOVE SPACES TO WS-INQ-KEY
           DISPLAY ITEM-KEY-SCREEN
           ACCEPT ITEM-KEY-SCREEN
           IF WS-INQ-KEY = SPACES
               SET WS-INQ-QUIT TO TRUE
           ELSE
               MOVE SPACES TO WS-INQ-COMMAND
               MOVE SPACES TO WS-MESSAGE
               PERFORM FIND-ITEM
               PERFORM GATHER-ITEM-FIGURES
           END-IF
           .

       FIND-ITEM.
      * SIX DIGITS ARE AN ITEM ID; ANYTHING ELSE IS A NAME, MATCHED
      * ON ITS LEADING PART.  AN EXACT NAME BEATS A LEADING-PART
      * MATCH; OTHERWISE THE FIRST NAME IN ID ORDER IS SHOWN AND THE
      * OPERATOR IS TOLD HOW MANY OTHERS ALSO MATCHED.
           MOVE SPACES TO WS-WANTED-ID WS-WANTED-NAME
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           MOVE 0 TO WS-OTHER-MATCHES
           IF WS-INQ-KEY (1:6) NUMERIC
              AND WS-INQ-KEY (7:44) = SPACES
               SET WS-KEY-IS-ID TO TRUE
               MOVE WS-INQ-KEY (1:6) TO WS-WANTED-ID
           ELSE
               SET WS-KEY-IS-NAME TO TRUE
               MOVE WS-INQ-KEY TO WS-WANTED-NAME
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-INQ-KEY
                   TRAILING)) TO WS-WANTED-LEN
           END-IF
           OPEN INPUT FI-MASTER
           IF WS-DETAIL-OK
               READ FI-MASTER NEXT RECORD
                   AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   PERFORM MATCH-MASTER-ROW
                   READ FI-MASTER NEXT RECORD
                       AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-MASTER
           IF WS-MASTER-FOUND
               IF WS-OTHER-MATCHES > 0
                   MOVE WS-OTHER-MATCHES TO WS-DISPLAY-MORE
                   STRING WS-DISPLAY-MORE " OTHER ITEMS ALSO MATCH"
                       " - TYPE MORE OF THE NAME"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
           ELSE
      * NOT ON THE MASTER - STILL SEARCH THE FILES FOR WHAT WAS TYPED
      * (A PRE-REGISTRATION ITEM IS ONLY KNOWN BY ITS NAME).
               MOVE WS-WANTED-ID TO WS-SHOW-ID
               MOVE WS-WANTED-NAME TO WS-SHOW-NAME
               MOVE SPACES TO WS-SHOW-CLASS WS-SHOW-ACQUIRED
               MOVE 0 TO WS-SHOW-REORDER-POINT WS-SHOW-REORDER-QTY
               MOVE "NOT ON MASTER" TO WS-SHOW-STATUS
           END-IF
           .

       MATCH-MASTER-ROW.
           IF WS-KEY-IS-ID
               IF MST-ITEM-ID = WS-INQ-KEY (1:6)
                   PERFORM TAKE-MASTER-ROW
               END-IF
           ELSE
               IF MST-ITEM-NAME = WS-INQ-KEY
                   PERFORM TAKE-MASTER-ROW
                   MOVE 0 TO WS-OTHER-MATCHES
                   MOVE "E" TO WS-MASTER-FOUND-SWITCH
               ELSE
                   IF MST-ITEM-NAME (1:WS-WANTED-LEN)
                      = WS-INQ-KEY (1:WS-WANTED-LEN)
                       EVALUATE WS-MASTER-FOUND-SWITCH
                           WHEN "N"
                               PERFORM TAKE-MASTER-ROW
                           WHEN "Y"
                               ADD 1 TO WS-OTHER-MATCHES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           .

       TAKE-MASTER-ROW.
           MOVE "Y" TO WS-MASTER-FOUND-SWITCH
           MOVE MST-ITEM-ID TO WS-WANTED-ID WS-SHOW-ID
           MOVE MST-ITEM-NAME TO WS-WANTED-NAME WS-SHOW-NAME
           MOVE MST-RULE-CLASS TO WS-SHOW-CLASS
           MOVE MST-ACQUIRED-DATE TO WS-SHOW-ACQUIRED
           MOVE MST-REORDER-POINT TO WS-SHOW-REORDER-POINT
           MOVE MST-REORDER-QTY TO WS-SHOW-REORDER-QTY
           IF MST-STATUS = "I"
               MOVE "DEACTIVATED" TO WS-SHOW-STATUS
           ELSE
               MOVE "ACTIVE" TO WS-SHOW-STATUS
           END-IF
           .

       GATHER-ITEM-FIGURES.
           PERFORM TOTAL-ON-HAND
           PERFORM TOTAL-IN-TRANSIT
           PERFORM TOTAL-OPEN-ORDERS
           PERFORM FIND-SHELF-PRICE
           PERFORM COUNT-DISPOSITIONS
           PERFORM COUNT-REJECTS
           PERFORM COUNT-EXCEPTIONS
           .

       MATCH-RAW-ITEM.
      * THE PERMANENT ID WHEN THE ROW CARRIES ONE, ELSE THE FULL NAME.
           MOVE "N" TO WS-RAW-MATCH-SWITCH
           IF RAW-ITEM-ID NUMERIC AND WS-WANTED-ID NOT = SPACES
               IF RAW-ITEM-ID = WS-WANTED-ID
                   SET WS-RAW-MATCHES TO TRUE
               END-IF
           ELSE
               IF RAW-ITEM-NAME = WS-WANTED-NAME
                  AND WS-WANTED-NAME NOT = SPACES
                   SET WS-RAW-MATCHES TO TRUE
               END-IF
           END-IF
           IF RAW-QTY NUMERIC
               MOVE RAW-QTY TO WS-RAW-UNITS
           ELSE
               MOVE 1 TO WS-RAW-UNITS
           END-IF
           IF RAW-STORE = SPACES
               MOVE "A" TO WS-RAW-STORE
           ELSE
               MOVE RAW-STORE TO WS-RAW-STORE
           END-IF
           .

       TOTAL-ON-HAND.
           INITIALIZE WS-STORE-TOTALS
           MOVE 0 TO WS-ON-HAND-ROWS
           OPEN INPUT FI-IN-ITEMS
           IF WS-DETAIL-OK
               READ FI-IN-ITEMS AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   MOVE FS-IN-ITEM TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       ADD 1 TO WS-ON-HAND-ROWS
                       PERFORM ADD-TO-STORE-TOTAL
                   END-IF
                   READ FI-IN-ITEMS AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-IN-ITEMS
           .

       ADD-TO-STORE-TOTAL.
           MOVE 0 TO WS-STORE-IDX
           EVALUATE WS-RAW-STORE
               WHEN "A"
                   MOVE 1 TO WS-STORE-IDX
               WHEN "B"
                   MOVE 2 TO WS-STORE-IDX
               WHEN "C"
                   MOVE 3 TO WS-STORE-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-STORE-IDX > 0
               ADD WS-RAW-UNITS TO WS-STORE-UNITS (WS-STORE-IDX)
               ADD 1 TO WS-STORE-LOTS (WS-STORE-IDX)
           END-IF
           .

       TOTAL-IN-TRANSIT.
           MOVE 0 TO WS-TRANSIT-UNITS WS-TRANSIT-ROWS
           OPEN INPUT FI-TRANSIT
           IF WS-DETAIL-OK
               READ FI-TRANSIT AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   MOVE TRN-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES AND TRN-QTY NUMERIC
                       ADD 1 TO WS-TRANSIT-ROWS
                       ADD TRN-QTY TO WS-TRANSIT-UNITS
                   END-IF
                   READ FI-TRANSIT AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-TRANSIT
           .

       TOTAL-OPEN-ORDERS.
           MOVE 0 TO WS-PO-UNITS WS-PO-ROWS
           OPEN INPUT FI-OPENPO
           IF WS-DETAIL-OK
               READ FI-OPENPO AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   IF (PO-ITEM-ID = WS-WANTED-ID
                       AND WS-WANTED-ID NOT = SPACES)
                      OR (PO-ITEM-NAME = WS-WANTED-NAME
                       AND WS-WANTED-NAME NOT = SPACES)
                       ADD 1 TO WS-PO-ROWS
                       IF PO-QTY NUMERIC
                           MOVE PO-QTY TO WS-PO-LINE-UNITS
                           ADD WS-PO-LINE-UNITS TO WS-PO-UNITS
                       END-IF
                   END-IF
                   READ FI-OPENPO AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-OPENPO
           .

       FIND-SHELF-PRICE.
      * THE LIST CARRIES NAMES, NOT IDS; THE LAST LINE FOR THE NAME
      * IS THE PRICE IN FORCE.
           MOVE "NOT ON THE SHELF PRICE LIST" TO WS-PRICE-TEXT
           OPEN INPUT FI-SHELF
           IF WS-DETAIL-OK
               READ FI-SHELF AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   IF SHF-ITEM-NAME = WS-WANTED-NAME
                      AND WS-WANTED-NAME NOT = SPACES
                       MOVE SHF-PRICE-TEXT TO WS-PRICE-TEXT
                   END-IF
                   READ FI-SHELF AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-SHELF
           .

       COUNT-DISPOSITIONS.
           MOVE 0 TO WS-HISTORY-ROWS
           OPEN INPUT FI-DSPHIST
           IF WS-DETAIL-OK
               READ FI-DSPHIST AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   MOVE HST-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       ADD 1 TO WS-HISTORY-ROWS
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-DSPHIST
           .

       COUNT-REJECTS.
           MOVE 0 TO WS-REJECT-ROWS
           OPEN INPUT FI-REJECTS
           IF WS-DETAIL-OK
               READ FI-REJECTS AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   MOVE REJ-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       ADD 1 TO WS-REJECT-ROWS
                   END-IF
                   READ FI-REJECTS AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-REJECTS
           .

       COUNT-EXCEPTIONS.
           MOVE 0 TO WS-EXCEPTION-ROWS
           OPEN INPUT FI-EXCEPTIONS
           IF WS-DETAIL-OK
               READ FI-EXCEPTIONS AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   MOVE EXC-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       ADD 1 TO WS-EXCEPTION-ROWS
                   END-IF
                   READ FI-EXCEPTIONS AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-EXCEPTIONS
           .

       SHOW-INQUIRY.
           MOVE SPACES TO WS-INQ-ENTRY
           DISPLAY INQUIRY-SCREEN
           ACCEPT INQUIRY-SCREEN
           MOVE FUNCTION UPPER-CASE (WS-INQ-ENTRY (1:1))
             TO WS-INQ-COMMAND
           EVALUATE TRUE
               WHEN WS-INQ-STOCK
                   PERFORM SHOW-STOCK-DETAIL
               WHEN WS-INQ-TRANSIT
                   PERFORM SHOW-TRANSIT-DETAIL
               WHEN WS-INQ-ORDERS
                   PERFORM SHOW-ORDER-DETAIL
               WHEN WS-INQ-HISTORY
                   PERFORM SHOW-HISTORY-DETAIL
               WHEN WS-INQ-PARKED
                   PERFORM SHOW-PARKED-DETAIL
               WHEN WS-INQ-NEW-ITEM
                   MOVE SPACES TO WS-MESSAGE
                   PERFORM ASK-FOR-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SHOW-STOCK-DETAIL.
           DISPLAY "ON HAND - "
               FUNCTION TRIM (WS-SHOW-NAME) " (FIRST 20 ROWS)"
           DISPLAY "STORE  LOT     QTY  SELL-IN  QUALITY"
           MOVE 0 TO WS-DETAIL-SHOWN
           OPEN INPUT FI-IN-ITEMS
           IF WS-DETAIL-OK
               READ FI-IN-ITEMS AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   OR WS-DETAIL-SHOWN >= 20
                   MOVE FS-IN-ITEM TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       MOVE WS-RAW-UNITS TO WS-DISPLAY-QTY
                       DISPLAY WS-RAW-STORE "    " RAW-LOT " "
                           WS-DISPLAY-QTY "  " RAW-SELL-IN "     "
                           RAW-QUALITY
                       ADD 1 TO WS-DETAIL-SHOWN
                   END-IF
                   READ FI-IN-ITEMS AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-IN-ITEMS
           IF WS-ON-HAND-ROWS > WS-DETAIL-SHOWN
               COMPUTE WS-DISPLAY-MORE =
                   WS-ON-HAND-ROWS - WS-DETAIL-SHOWN
               DISPLAY WS-DISPLAY-MORE " MORE ROWS ON in.dat"
           END-IF
           PERFORM WAIT-FOR-ENTER
           .

       SHOW-TRANSIT-DETAIL.
           DISPLAY "IN TRANSIT - "
               FUNCTION TRIM (WS-SHOW-NAME) " (FIRST 20)"
           DISPLAY "FROM TO   LOT      QTY  SENT"
           MOVE 0 TO WS-DETAIL-SHOWN
           OPEN INPUT FI-TRANSIT
           IF WS-DETAIL-OK
               READ FI-TRANSIT AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   OR WS-DETAIL-SHOWN >= 20
                   MOVE TRN-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       MOVE TRN-QTY TO WS-DISPLAY-QTY
                       DISPLAY TRN-FROM-STORE "  " TRN-TO-STORE " "
                           RAW-LOT " " WS-DISPLAY-QTY "  " TRN-DATE
                       ADD 1 TO WS-DETAIL-SHOWN
                   END-IF
                   READ FI-TRANSIT AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-TRANSIT
           PERFORM WAIT-FOR-ENTER
           .

       SHOW-ORDER-DETAIL.
           DISPLAY "OPEN PURCHASE ORDERS - "
               FUNCTION TRIM (WS-SHOW-NAME)
               " (FIRST 20)"
           DISPLAY "PO NO.   SUPPLIER ORDERED    QTY  UNIT COST"
           MOVE 0 TO WS-DETAIL-SHOWN
           OPEN INPUT FI-OPENPO
           IF WS-DETAIL-OK
               READ FI-OPENPO AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   OR WS-DETAIL-SHOWN >= 20
                   IF (PO-ITEM-ID = WS-WANTED-ID
                       AND WS-WANTED-ID NOT = SPACES)
                      OR (PO-ITEM-NAME = WS-WANTED-NAME
                       AND WS-WANTED-NAME NOT = SPACES)
                       DISPLAY PO-NUMBER " " PO-SUPPLIER "   "
                           PO-DATE " " PO-QTY "  " PO-UNIT-COST
                       ADD 1 TO WS-DETAIL-SHOWN
                   END-IF
                   READ FI-OPENPO AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-OPENPO
           PERFORM WAIT-FOR-ENTER
           .

       SHOW-HISTORY-DETAIL.
      * THE HISTORY ONLY GROWS - SKIP ALL BUT THE ITEM'S LAST 20 ROWS
      * SO THE MOST RECENT DISPOSITIONS ARE THE ONES SHOWN.
           DISPLAY "RECENT DISPOSITIONS - "
               FUNCTION TRIM (WS-SHOW-NAME) " (LAST 20)"
           DISPLAY "DATE     REASON      QTY STORE LOT"
           MOVE 0 TO WS-DETAIL-SKIP WS-DETAIL-SEEN
           IF WS-HISTORY-ROWS > 20
               COMPUTE WS-DETAIL-SKIP = WS-HISTORY-ROWS - 20
           END-IF
           OPEN INPUT FI-DSPHIST
           IF WS-DETAIL-OK
               READ FI-DSPHIST AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   MOVE HST-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       ADD 1 TO WS-DETAIL-SEEN
                       IF WS-DETAIL-SEEN > WS-DETAIL-SKIP
                           MOVE WS-RAW-UNITS TO WS-DISPLAY-QTY
                           DISPLAY HST-DATE " " HST-REASON " "
                               WS-DISPLAY-QTY " " WS-RAW-STORE "   "
                               RAW-LOT
                       END-IF
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-DSPHIST
           PERFORM WAIT-FOR-ENTER
           .

       SHOW-PARKED-DETAIL.
           DISPLAY "REJECT AND QUARANTINE - "
               FUNCTION TRIM (WS-SHOW-NAME)
           MOVE 0 TO WS-DETAIL-SHOWN
           OPEN INPUT FI-REJECTS
           IF WS-DETAIL-OK
               READ FI-REJECTS AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   OR WS-DETAIL-SHOWN >= 10
                   MOVE REJ-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       DISPLAY "REJECT     PARKED " REJ-PARKED-DATE
                           " " REJ-REASON
                       ADD 1 TO WS-DETAIL-SHOWN
                   END-IF
                   READ FI-REJECTS AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-REJECTS
           MOVE 0 TO WS-DETAIL-SHOWN
           OPEN INPUT FI-EXCEPTIONS
           IF WS-DETAIL-OK
               READ FI-EXCEPTIONS AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   OR WS-DETAIL-SHOWN >= 10
                   MOVE EXC-RAW-RECORD TO WS-RAW-ITEM
                   PERFORM MATCH-RAW-ITEM
                   IF WS-RAW-MATCHES
                       DISPLAY "QUARANTINE PARKED " EXC-PARKED-DATE
                           " LIKE " EXC-LIKELY-MATCH
                       ADD 1 TO WS-DETAIL-SHOWN
                   END-IF
                   READ FI-EXCEPTIONS AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-EXCEPTIONS
           PERFORM WAIT-FOR-ENTER
           .

       WAIT-FOR-ENTER.
           DISPLAY "PRESS ENTER TO RETURN"
           ACCEPT WS-PAUSE-ENTRY
           .
