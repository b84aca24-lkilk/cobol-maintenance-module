       PROGRAM-ID. "price-feed".

      * MODIFICATION HISTORY:
      * - WHEN prices-in.dat IS MISSING OR THE FEED IS REJECTED,
      *   CALLS price-fallback TO ISSUE A PROVISIONAL SHELF LIST FROM
      *   THE LAST PRICES SO THE FLOOR DOES NOT OPEN WITHOUT ONE.  WHEN
      *   THE REAL FEED IS ACCEPTED AFTER A PROVISIONAL LIST WENT OUT,
      *   EVERY ITEM WHOSE REAL SHELF PRICE DIFFERS FROM ITS
      *   PROVISIONAL ONE IS LISTED ON relabel-list.dat FOR THE FLOOR
      *   TO RE-LABEL, AND provisional-prices.dat IS CLEARED.
      * - EVERY ACCEPTED PRICE IS NOW ALSO APPENDED TO
      *   price-history.dat, KEYED BY THE PERMANENT ITEM ID WITH THE
      *   FEED DATE, SO THE PRIOR DAY'S PRICES SURVIVE THE RERUN THAT
               ASSIGN "price-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT OPTIONAL FI-PROVISIONAL
               ASSIGN "provisional-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVISIONAL-FILE-STATUS.
             SELECT FI-RELABEL ASSIGN "relabel-list.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               05 FILLER                PIC X.
               05 PH-MARKDOWN-FLAG      PIC X.

      * AS WRITTEN BY price-fallback - THE PRICES ON THE PROVISIONAL
      * LABELS THE FLOOR IS CURRENTLY SHOWING.
           FD FI-PROVISIONAL.
           01 FS-PROVISIONAL-RECORD.
               05 PV-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 PV-ITEM-ID            PIC 9(6).
               05 FILLER                PIC X.
               05 PV-UNIT-PRICE         PIC 9(5)V99.
               05 FILLER                PIC X.
               05 PV-MARKDOWN-PRICE     PIC 9(5)V99.
               05 FILLER                PIC X.
               05 PV-MARKDOWN-FLAG      PIC X.

           FD FI-RELABEL.
           01 FS-RELABEL-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-PRICES-FILE-STATUS     PIC 99.
               88 WS-PRICES-OK          VALUE 00.
           01 WS-HISTORY-FILE-STATUS    PIC 99.
               88 WS-HISTORY-OK         VALUE 00.

           01 WS-PROVISIONAL-FILE-STATUS PIC 99.
               88 WS-PROVISIONAL-OK     VALUE 00.
               88 WS-PROVISIONAL-EOF    VALUE 10.

      * PROVISIONAL SHELF PRICE PER ITEM (THE MARKDOWN PRICE WHEN THE
      * PROVISIONAL LINE WAS A MARKDOWN, ELSE THE UNIT PRICE).
           01 WS-PROV-COUNT             PIC 9(4) VALUE 0.
           01 WS-PROV-TABLE.
               05 WS-PROV-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-PROV-COUNT
                   INDEXED BY PROV-IDX.
                   10 WS-PROV-ID         PIC 9(6).
                   10 WS-PROV-PRICE      PIC 9(5)V99.
                   10 WS-PROV-FLAG       PIC X.
           01 WS-PROV-DATE              PIC X(8) VALUE SPACES.
           01 WS-REAL-PRICE             PIC 9(5)V99.
           01 WS-RELABEL-COUNT          PIC 9(5) VALUE 0.

      * THE EXTRACT WE SENT, LOADED UP FRONT SO EACH RETURNED PRICE
      * CAN BE MATCHED BACK AND UNPRICED ITEMS REPORTED.
           01 WS-SENT-COUNT             PIC 9(4) VALUE 0.
           IF NOT WS-PRICES-OK
               DISPLAY "PRICE-FEED: prices-in.dat NOT FOUND - "
                   "NOTHING RETURNED FROM PRICING"
               CALL "price-fallback"
               GOBACK
           END-IF.
           PERFORM 0060-VALIDATE-FEED-CONTROLS.
           IF WS-FEED-REJECTED
               CLOSE FI-PRICES
               CALL "price-fallback"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FI-PRICES.
           PERFORM 0050-LOAD-MASTER.
           PERFORM 0110-LOAD-SENT-EXTRACT.
           PERFORM 0115-LOAD-PROVISIONAL.
           OPEN OUTPUT FI-SHELF.
           OPEN OUTPUT FI-REGISTER.
           OPEN EXTEND FI-PRICE-HISTORY.
           END-IF.
           WRITE FS-SHELF-RECORD.
           PERFORM 0145-APPEND-PRICE-HISTORY.
           IF WS-PROV-COUNT > 0
               PERFORM 0160-CHECK-PROVISIONAL
           END-IF.

       0145-APPEND-PRICE-HISTORY.
      * THE ACCEPTED PRICE GOES TO THE RUNNING HISTORY KEYED BY THE
       0200-END.
           CLOSE FI-PRICES.
           PERFORM 0210-REPORT-UNPRICED.
           IF WS-PROV-COUNT > 0
               PERFORM 0170-FINISH-RELABEL-LIST
           END-IF.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "PRICED " WS-PRICED-COUNT
               " INVALID " WS-INVALID-COUNT
           END-IF.
           CLOSE FI-EXTRACT.

       0115-LOAD-PROVISIONAL.
      * A PROVISIONAL LIST IS STILL ON THE SHELVES IF price-fallback
      * LEFT ROWS HERE; THE REAL PRICES ARE CHECKED AGAINST THEM AS
      * THEY ARE ACCEPTED.
           MOVE 0 TO WS-PROV-COUNT.
           OPEN INPUT FI-PROVISIONAL.
           IF WS-PROVISIONAL-OK
               READ FI-PROVISIONAL
                   AT END SET WS-PROVISIONAL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-PROVISIONAL-OK
                   OR WS-PROV-COUNT >= 9999
                   IF PV-ITEM-ID NUMERIC
                      AND PV-UNIT-PRICE NUMERIC
                      AND PV-MARKDOWN-PRICE NUMERIC
                       ADD 1 TO WS-PROV-COUNT
                       SET PROV-IDX TO WS-PROV-COUNT
                       MOVE PV-ITEM-ID TO WS-PROV-ID (PROV-IDX)
                       MOVE PV-MARKDOWN-FLAG TO WS-PROV-FLAG (PROV-IDX)
                       IF PV-MARKDOWN-FLAG = "Y"
                           MOVE PV-MARKDOWN-PRICE
                               TO WS-PROV-PRICE (PROV-IDX)
                       ELSE
                           MOVE PV-UNIT-PRICE
                               TO WS-PROV-PRICE (PROV-IDX)
                       END-IF
                       MOVE PV-DATE TO WS-PROV-DATE
                   END-IF
                   READ FI-PROVISIONAL
                       AT END SET WS-PROVISIONAL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-PROVISIONAL.
           IF WS-PROV-COUNT > 0
               OPEN OUTPUT FI-RELABEL
               MOVE SPACES TO FS-RELABEL-RECORD
               STRING "RE-LABEL LIST - PROVISIONAL PRICES OF "
                   WS-PROV-DATE " AGAINST PRICING FEED OF "
                   WS-PROCESS-DATE
                   DELIMITED BY SIZE INTO FS-RELABEL-RECORD
               WRITE FS-RELABEL-RECORD
           END-IF.

       0160-CHECK-PROVISIONAL.
      * THE SHELF PRICE JUST ACCEPTED AGAINST THE PROVISIONAL LABEL:
      * A DIFFERENT PRICE, OR A MARKDOWN ON ONE SIDE ONLY, NEEDS A
      * NEW LABEL.
           IF WS-SENT-MARKDOWN (SENT-IDX) = "Y"
               MOVE WS-MARKDOWN-PRICE TO WS-REAL-PRICE
           ELSE
               MOVE WS-UNIT-PRICE TO WS-REAL-PRICE
           END-IF.
           SET PROV-IDX TO 1.
           PERFORM UNTIL PROV-IDX > WS-PROV-COUNT
               OR WS-PROV-ID (PROV-IDX) = WS-PRICE-ID-NUM
               SET PROV-IDX UP BY 1
           END-PERFORM.
           IF PROV-IDX NOT > WS-PROV-COUNT
               IF WS-PROV-PRICE (PROV-IDX) NOT = WS-REAL-PRICE
                  OR WS-PROV-FLAG (PROV-IDX) NOT =
                     WS-SENT-MARKDOWN (SENT-IDX)
                   ADD 1 TO WS-RELABEL-COUNT
                   MOVE WS-PROV-PRICE (PROV-IDX) TO WS-DISPLAY-PRICE
                   MOVE WS-REAL-PRICE TO WS-DISPLAY-MARKDOWN
                   MOVE SPACES TO FS-RELABEL-RECORD
                   STRING WS-ITEM-NAME (1:50)
                       " PROVISIONAL " WS-DISPLAY-PRICE
                       " NOW " WS-DISPLAY-MARKDOWN
                       DELIMITED BY SIZE INTO FS-RELABEL-RECORD
                   IF WS-SENT-MARKDOWN (SENT-IDX) = "Y"
                       MOVE "*MARKDOWN*" TO FS-RELABEL-RECORD (91:10)
                   END-IF
                   WRITE FS-RELABEL-RECORD
               END-IF
           END-IF.

       0170-FINISH-RELABEL-LIST.
      * THE PROVISIONAL LABELS ARE SUPERSEDED ONCE THIS LIST IS OUT -
      * CLEAR THEM SO A RERUN DOES NOT LIST THE SAME CHANGES AGAIN.
           MOVE SPACES TO FS-RELABEL-RECORD.
           STRING WS-RELABEL-COUNT " LABEL(S) TO CHANGE"
               DELIMITED BY SIZE INTO FS-RELABEL-RECORD.
           WRITE FS-RELABEL-RECORD.
           CLOSE FI-RELABEL.
           OPEN OUTPUT FI-PROVISIONAL.
           CLOSE FI-PROVISIONAL.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "RELABEL " WS-RELABEL-COUNT
               " OF " WS-PROV-COUNT " PROVISIONAL PRICE(S) CHANGED"
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD.
           WRITE FS-REGISTER-RECORD.
           DISPLAY "PRICE-FEED: " WS-RELABEL-COUNT
               " PROVISIONAL LABEL(S) TO CHANGE - SEE relabel-list.dat".

       0210-REPORT-UNPRICED.
           SET SENT-IDX TO 1.
           PERFORM UNTIL SENT-IDX > WS-SENT-COUNT
