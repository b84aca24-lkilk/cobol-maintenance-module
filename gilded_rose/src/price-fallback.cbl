       IDENTIFICATION DIVISION.
       PROGRAM-ID. "price-fallback".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  CONTINGENCY SHELF PRICING FOR A NIGHT THE
      *   PRICING SYSTEM'S RETURN FEED DOES NOT ARRIVE OR price-feed
      *   REJECTS IT.  THE FLOOR USED TO OPEN WITH NO
      *   shelf-prices.dat AT ALL AND ITEMS THAT CROSSED INTO
      *   MARKDOWN OVERNIGHT KEPT THEIR FULL PRICE.  price-feed NOW
      *   CALLS THIS PROGRAM WHEN prices-in.dat IS MISSING OR
      *   REJECTED (IT CAN ALSO BE RUN ON ITS OWN).  EVERY ITEM ON
      *   TONIGHT'S pricing-extract.dat IS PRICED FROM ITS LAST PRICE
      *   ON price-history.dat; AN ITEM FLAGGED ON markdown.dat THAT
      *   WAS NOT ALREADY IN MARKDOWN AT THAT PRICE GETS THE LOCAL
      *   MARKDOWN FROM data/local-markdown.dat (PERCENT OFF BY RULE
      *   CLASS AND QUALITY BAND).  EVERY LINE ON THE LIST IS MARKED
      *   *PROVISIONAL* AND THE PRICES ARE KEPT ON
      *   provisional-prices.dat SO price-feed CAN LIST THE LABELS TO
      *   CHANGE WHEN THE REAL FEED COMES IN.  PROVISIONAL PRICES ARE
      *   NEVER WRITTEN TO price-history.dat - THAT FILE STAYS THE
      *   PRICING SYSTEM'S PRICES ONLY.  IF TONIGHT'S REAL FEED HAS
      *   ALREADY BEEN ACCEPTED THE PROGRAM DOES NOTHING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-PRICE-HISTORY
               ASSIGN "price-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT OPTIONAL FI-EXTRACT ASSIGN "pricing-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
             SELECT OPTIONAL FI-MARKDOWN ASSIGN "markdown.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKDOWN-FILE-STATUS.
             SELECT OPTIONAL FI-LOCAL-MARKDOWN
               ASSIGN "data/local-markdown.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCAL-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
             SELECT FI-SHELF ASSIGN "shelf-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-PROVISIONAL ASSIGN "provisional-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-REGISTER ASSIGN "provisional-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD FI-EXTRACT.
           01 FS-EXTRACT-RECORD.
               05 EX-ITEM-ID            PIC 9(6).
               05 EX-QUALITY            PIC 9(3).
               05 EX-DAYS-REMAINING     PIC S9(3) SIGN LEADING SEPARATE.
               05 EX-MARKDOWN-FLAG      PIC X.
               05 EX-ON-HAND            PIC 9(5).

           FD FI-MARKDOWN.
      * LAYOUT AS BUILT BY 0940-WRITE-MARKDOWN-REPORT'S STRING
      * STATEMENT: "MARKDOWN " NAME(40) " SELL-IN " S9(3) " ID " 9(6)
      * " QTY " 9(5) " STORE " X(3).
           01 FS-MARKDOWN-RECORD.
               05 MD-TAG                PIC X(9).
               05 MD-ITEM-NAME          PIC X(40).
               05 FILLER                PIC X(12).
               05 FILLER                PIC X(4).
               05 MD-ITEM-ID            PIC X(6).
               05 FILLER                PIC X(5).
               05 MD-QTY                PIC X(5).
               05 FILLER                PIC X(7).
               05 MD-STORE              PIC X(3).

      * ONE ROW PER RULE CLASS AND QUALITY BAND: PERCENT OFF THE LAST
      * UNIT PRICE FOR A FLAGGED ITEM WHOSE QUALITY FALLS IN THE BAND.
           FD FI-LOCAL-MARKDOWN.
           01 FS-LOCAL-MARKDOWN-RECORD.
               05 LMD-CLASS             PIC X.
               05 FILLER                PIC X.
               05 LMD-QUALITY-LOW       PIC 9(3).
               05 FILLER                PIC X.
               05 LMD-QUALITY-HIGH      PIC 9(3).
               05 FILLER                PIC X.
               05 LMD-PCT-OFF           PIC 9(3).
               05 FILLER                PIC X.
               05 LMD-DESCRIPTION       PIC X(30).

           FD FI-MASTER.
           COPY "itemmst.cpy".

           FD FI-SHELF.
           01 FS-SHELF-RECORD           PIC X(100).

      * SAME LAYOUT AS price-history.dat SO price-feed CAN READ THE
      * PROVISIONAL PRICE BESIDE THE REAL ONE.
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

           FD FI-REGISTER.
           01 FS-REGISTER-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-HISTORY-FILE-STATUS    PIC 99.
               88 WS-HISTORY-OK         VALUE 00.
               88 WS-HISTORY-EOF        VALUE 10.

           01 WS-EXTRACT-FILE-STATUS    PIC 99.
               88 WS-EXTRACT-OK         VALUE 00.
               88 WS-EXTRACT-EOF        VALUE 10.

           01 WS-MARKDOWN-FILE-STATUS   PIC 99.
               88 WS-MARKDOWN-OK        VALUE 00.
               88 WS-MARKDOWN-EOF       VALUE 10.

           01 WS-LOCAL-FILE-STATUS      PIC 99.
               88 WS-LOCAL-OK           VALUE 00.
               88 WS-LOCAL-EOF          VALUE 10.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-PROCESS-DATE           PIC X(8).

           01 WS-FEED-SWITCH            PIC X VALUE "N".
               88 WS-FEED-ACCEPTED      VALUE "Y".

      * ONE ENTRY PER ITEM ID ON TONIGHT'S EXTRACT (THE EXTRACT
      * CARRIES ONE RECORD PER STORE AND LOT - THE SHELF LIST ONE
      * LINE PER ITEM).  THE LOWEST QUALITY OF THE ITEM'S RECORDS
      * PICKS THE MARKDOWN BAND.
           01 WS-ITEM-COUNT             PIC 9(4) VALUE 0.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-ITEM-COUNT
                   INDEXED BY ITEM-IDX.
                   10 WS-ITEM-TBL-ID        PIC 9(6).
                   10 WS-ITEM-TBL-QUALITY   PIC 9(3).
                   10 WS-ITEM-FLAG-SWITCH   PIC X.
                       88 WS-ITEM-FLAGGED   VALUE "Y".
                   10 WS-ITEM-LAST-SWITCH   PIC X.
                       88 WS-ITEM-HAS-LAST  VALUE "Y".
                   10 WS-ITEM-LAST-DATE     PIC X(8).
                   10 WS-ITEM-LAST-UNIT     PIC 9(5)V99.
                   10 WS-ITEM-LAST-MARKDOWN PIC 9(5)V99.
                   10 WS-ITEM-LAST-FLAG     PIC X.

           01 WS-MASTER-COUNT           PIC 9(4) VALUE 0.
           01 WS-MASTER-TABLE.
               05 WS-MASTER-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MASTER-IDX.
                   10 WS-MASTER-TBL-ID    PIC 9(6).
                   10 WS-MASTER-TBL-NAME  PIC X(50).
                   10 WS-MASTER-TBL-CLASS PIC X.

           01 WS-RULE-COUNT             PIC 9(3) VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RULE-IDX.
                   10 WS-RULE-CLASS      PIC X.
                   10 WS-RULE-LOW        PIC 9(3).
                   10 WS-RULE-HIGH       PIC 9(3).
                   10 WS-RULE-PCT-OFF    PIC 9(3).

           01 WS-WORK-ID                PIC 9(6).
           01 WS-ITEM-NAME              PIC X(50).
           01 WS-ITEM-CLASS             PIC X.
           01 WS-PCT-OFF                PIC 9(3).
           01 WS-RULE-SWITCH            PIC X.
               88 WS-RULE-FOUND         VALUE "Y".
           01 WS-UNIT-PRICE             PIC 9(5)V99.
           01 WS-MARKDOWN-PRICE         PIC 9(5)V99.
           01 WS-MARKDOWN-FLAG          PIC X.
           01 WS-DISPLAY-PRICE          PIC ZZ,ZZ9.99.
           01 WS-DISPLAY-MARKDOWN       PIC ZZ,ZZ9.99.

           01 WS-PRICED-COUNT           PIC 9(5) VALUE 0.
           01 WS-LOCAL-COUNT            PIC 9(5) VALUE 0.
           01 WS-CARRIED-COUNT          PIC 9(5) VALUE 0.
           01 WS-NO-RULE-COUNT          PIC 9(5) VALUE 0.
           01 WS-NO-PRICE-COUNT         PIC 9(5) VALUE 0.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0110-CHECK-TONIGHTS-FEED.
           IF WS-FEED-ACCEPTED
               DISPLAY "PRICE-FALLBACK: TONIGHT'S PRICING FEED WAS "
                   "ACCEPTED - NO PROVISIONAL PRICES NEEDED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0120-LOAD-EXTRACT.
           IF WS-ITEM-COUNT = 0
               MOVE SPACES TO LOG-TEXT
               STRING "NO ITEMS ON pricing-extract.dat - NO "
                   "PROVISIONAL PRICE LIST ISSUED"
                   DELIMITED BY SIZE INTO LOG-TEXT
               MOVE "S" TO LOG-SEVERITY
               PERFORM 0800-LOG-RESULT
               DISPLAY "PRICE-FALLBACK: " LOG-TEXT (1:66)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0050-LOAD-MASTER.
           PERFORM 0130-LOAD-LAST-PRICES.
           PERFORM 0140-LOAD-MARKDOWN-FLAGS.
           PERFORM 0150-LOAD-LOCAL-MARKDOWNS.
           OPEN OUTPUT FI-SHELF.
           OPEN OUTPUT FI-PROVISIONAL.
           OPEN OUTPUT FI-REGISTER.
           MOVE SPACES TO FS-SHELF-RECORD.
           STRING "SHELF MARKDOWN PRICE LIST - PROVISIONAL "
               WS-PROCESS-DATE " - NO ACCEPTED PRICING FEED"
               DELIMITED BY SIZE INTO FS-SHELF-RECORD.
           WRITE FS-SHELF-RECORD.
           SET ITEM-IDX TO 1.
           PERFORM 0200-PRICE-ONE-ITEM THRU 0200-EXIT
               UNTIL ITEM-IDX > WS-ITEM-COUNT.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "PROVISIONAL " WS-PRICED-COUNT
               " LOCAL " WS-LOCAL-COUNT
               " CARRIED " WS-CARRIED-COUNT
               " NO-RULE " WS-NO-RULE-COUNT
               " NO-PRICE " WS-NO-PRICE-COUNT
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD.
           WRITE FS-REGISTER-RECORD.
           CLOSE FI-SHELF.
           CLOSE FI-PROVISIONAL.
           CLOSE FI-REGISTER.
           MOVE SPACES TO LOG-TEXT.
           STRING "PROVISIONAL PRICE LIST ISSUED FOR " WS-PROCESS-DATE
               ": " WS-PRICED-COUNT " ITEMS, " WS-LOCAL-COUNT
               " LOCAL MARKDOWNS"
               DELIMITED BY SIZE INTO LOG-TEXT.
           MOVE "W" TO LOG-SEVERITY.
           PERFORM 0800-LOG-RESULT.
           MOVE 4 TO RETURN-CODE.
           DISPLAY "PRICE-FALLBACK: " WS-PRICED-COUNT
               " PROVISIONAL, " WS-LOCAL-COUNT " LOCAL MARKDOWN(S), "
               WS-NO-PRICE-COUNT " WITH NO LAST PRICE".

       0300-RETURN.
           GOBACK.

       0110-CHECK-TONIGHTS-FEED.
      * price-feed APPENDS EVERY ACCEPTED PRICE UNDER THE PROCESSING
      * DATE - ANY SUCH ROW MEANS THE REAL LIST IS ALREADY OUT.
           OPEN INPUT FI-PRICE-HISTORY.
           IF WS-HISTORY-OK
               READ FI-PRICE-HISTORY
                   AT END SET WS-HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-HISTORY-OK
                   OR WS-FEED-ACCEPTED
                   IF PH-DATE = WS-PROCESS-DATE
                       SET WS-FEED-ACCEPTED TO TRUE
                   END-IF
                   READ FI-PRICE-HISTORY
                       AT END SET WS-HISTORY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-PRICE-HISTORY.

       0120-LOAD-EXTRACT.
      * DETAIL RECORDS ONLY (NUMERIC ID - THE HDR/TRL RECORDS ARE
      * SKIPPED), AND ONLY REGISTERED ITEMS: AN ID OF ZERO HAS NO
      * PRICE HISTORY TO FALL BACK ON.
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT FI-EXTRACT.
           IF WS-EXTRACT-OK
               READ FI-EXTRACT AT END SET WS-EXTRACT-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-EXTRACT-OK
                   IF EX-ITEM-ID NUMERIC AND EX-ITEM-ID > 0
                       PERFORM 0125-POST-EXTRACT-ITEM THRU 0125-EXIT
                   END-IF
                   READ FI-EXTRACT AT END SET WS-EXTRACT-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-EXTRACT.

       0125-POST-EXTRACT-ITEM.
           MOVE EX-ITEM-ID TO WS-WORK-ID.
           PERFORM 0160-FIND-ITEM.
           IF ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-COUNT >= 9999
                   GO TO 0125-EXIT
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               SET ITEM-IDX TO WS-ITEM-COUNT
               MOVE WS-WORK-ID TO WS-ITEM-TBL-ID (ITEM-IDX)
               MOVE 999 TO WS-ITEM-TBL-QUALITY (ITEM-IDX)
               MOVE "N" TO WS-ITEM-FLAG-SWITCH (ITEM-IDX)
               MOVE "N" TO WS-ITEM-LAST-SWITCH (ITEM-IDX)
               MOVE SPACES TO WS-ITEM-LAST-DATE (ITEM-IDX)
               MOVE 0 TO WS-ITEM-LAST-UNIT (ITEM-IDX)
               MOVE 0 TO WS-ITEM-LAST-MARKDOWN (ITEM-IDX)
               MOVE "N" TO WS-ITEM-LAST-FLAG (ITEM-IDX)
           END-IF.
           IF EX-QUALITY NUMERIC
              AND EX-QUALITY < WS-ITEM-TBL-QUALITY (ITEM-IDX)
               MOVE EX-QUALITY TO WS-ITEM-TBL-QUALITY (ITEM-IDX)
           END-IF.

       0125-EXIT.
           EXIT.

       0160-FIND-ITEM.
      * LEAVES ITEM-IDX ON THE ENTRY FOR WS-WORK-ID, OR PAST THE END
      * OF THE TABLE WHEN THE ID IS NOT THERE.
           SET ITEM-IDX TO 1.
           PERFORM UNTIL ITEM-IDX > WS-ITEM-COUNT
               OR WS-ITEM-TBL-ID (ITEM-IDX) = WS-WORK-ID
               SET ITEM-IDX UP BY 1
           END-PERFORM.

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
                   MOVE MST-RULE-CLASS
                       TO WS-MASTER-TBL-CLASS (MASTER-IDX)
                   READ FI-MASTER NEXT RECORD
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-MASTER.

       0130-LOAD-LAST-PRICES.
      * THE HISTORY IS APPENDED FEED BY FEED, SO THE LAST ROW SEEN
      * FOR AN ID ON OR AFTER ITS LATEST DATE IS ITS LAST PRICE.
           OPEN INPUT FI-PRICE-HISTORY.
           IF WS-HISTORY-OK
               READ FI-PRICE-HISTORY
                   AT END SET WS-HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-HISTORY-OK
                   MOVE PH-ITEM-ID TO WS-WORK-ID
                   PERFORM 0160-FIND-ITEM
                   IF ITEM-IDX NOT > WS-ITEM-COUNT
                       IF PH-DATE >= WS-ITEM-LAST-DATE (ITEM-IDX)
                           MOVE "Y" TO WS-ITEM-LAST-SWITCH (ITEM-IDX)
                           MOVE PH-DATE
                               TO WS-ITEM-LAST-DATE (ITEM-IDX)
                           MOVE PH-UNIT-PRICE
                               TO WS-ITEM-LAST-UNIT (ITEM-IDX)
                           MOVE PH-MARKDOWN-PRICE
                               TO WS-ITEM-LAST-MARKDOWN (ITEM-IDX)
                           MOVE PH-MARKDOWN-FLAG
                               TO WS-ITEM-LAST-FLAG (ITEM-IDX)
                       END-IF
                   END-IF
                   READ FI-PRICE-HISTORY
                       AT END SET WS-HISTORY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-PRICE-HISTORY.

       0140-LOAD-MARKDOWN-FLAGS.
           OPEN INPUT FI-MARKDOWN.
           IF WS-MARKDOWN-OK
               READ FI-MARKDOWN AT END SET WS-MARKDOWN-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-MARKDOWN-OK
                   IF MD-TAG = "MARKDOWN " AND MD-ITEM-ID NUMERIC
                       MOVE MD-ITEM-ID TO WS-WORK-ID
                       PERFORM 0160-FIND-ITEM
                       IF ITEM-IDX NOT > WS-ITEM-COUNT
                           MOVE "Y" TO WS-ITEM-FLAG-SWITCH (ITEM-IDX)
                       END-IF
                   END-IF
                   READ FI-MARKDOWN AT END SET WS-MARKDOWN-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-MARKDOWN.

       0150-LOAD-LOCAL-MARKDOWNS.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT FI-LOCAL-MARKDOWN.
           IF WS-LOCAL-OK
               READ FI-LOCAL-MARKDOWN
                   AT END SET WS-LOCAL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-LOCAL-OK
                   OR WS-RULE-COUNT >= 200
                   IF LMD-QUALITY-LOW NUMERIC
                      AND LMD-QUALITY-HIGH NUMERIC
                      AND LMD-PCT-OFF NUMERIC
                      AND LMD-PCT-OFF NOT > 100
                       ADD 1 TO WS-RULE-COUNT
                       SET RULE-IDX TO WS-RULE-COUNT
                       MOVE LMD-CLASS TO WS-RULE-CLASS (RULE-IDX)
                       MOVE LMD-QUALITY-LOW TO WS-RULE-LOW (RULE-IDX)
                       MOVE LMD-QUALITY-HIGH
                           TO WS-RULE-HIGH (RULE-IDX)
                       MOVE LMD-PCT-OFF TO WS-RULE-PCT-OFF (RULE-IDX)
                   END-IF
                   READ FI-LOCAL-MARKDOWN
                       AT END SET WS-LOCAL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-LOCAL-MARKDOWN.

       0200-PRICE-ONE-ITEM.
      * AN ITEM ALREADY IN MARKDOWN AT ITS LAST PRICE KEEPS THE
      * PRICING SYSTEM'S MARKDOWN PRICE; ONE THAT CROSSED INTO
      * MARKDOWN SINCE GETS THE LOCAL TABLE'S PERCENT OFF.
           MOVE WS-ITEM-TBL-ID (ITEM-IDX) TO WS-WORK-ID.
           PERFORM 0250-LOOKUP-MASTER.
           IF NOT WS-ITEM-HAS-LAST (ITEM-IDX)
               ADD 1 TO WS-NO-PRICE-COUNT
               MOVE SPACES TO FS-REGISTER-RECORD
               STRING "NO LAST PRICE ID " WS-WORK-ID " "
                   WS-ITEM-NAME (1:40)
                   DELIMITED BY SIZE INTO FS-REGISTER-RECORD
               WRITE FS-REGISTER-RECORD
               GO TO 0200-NEXT
           END-IF.
           MOVE WS-ITEM-LAST-UNIT (ITEM-IDX) TO WS-UNIT-PRICE.
           MOVE WS-ITEM-LAST-MARKDOWN (ITEM-IDX) TO WS-MARKDOWN-PRICE.
           MOVE "N" TO WS-MARKDOWN-FLAG.
           IF WS-ITEM-FLAGGED (ITEM-IDX)
               IF WS-ITEM-LAST-FLAG (ITEM-IDX) = "Y"
                   MOVE "Y" TO WS-MARKDOWN-FLAG
                   ADD 1 TO WS-CARRIED-COUNT
               ELSE
                   PERFORM 0210-APPLY-LOCAL-MARKDOWN
               END-IF
           END-IF.
           PERFORM 0220-WRITE-PROVISIONAL-LINE.

       0200-NEXT.
           SET ITEM-IDX UP BY 1.

       0200-EXIT.
           EXIT.

       0210-APPLY-LOCAL-MARKDOWN.
           MOVE "N" TO WS-RULE-SWITCH.
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT
               OR WS-RULE-FOUND
               IF WS-RULE-CLASS (RULE-IDX) = WS-ITEM-CLASS
                  AND WS-ITEM-TBL-QUALITY (ITEM-IDX)
                      NOT < WS-RULE-LOW (RULE-IDX)
                  AND WS-ITEM-TBL-QUALITY (ITEM-IDX)
                      NOT > WS-RULE-HIGH (RULE-IDX)
                   SET WS-RULE-FOUND TO TRUE
                   MOVE WS-RULE-PCT-OFF (RULE-IDX) TO WS-PCT-OFF
               ELSE
                   SET RULE-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-RULE-FOUND
               COMPUTE WS-MARKDOWN-PRICE ROUNDED =
                   WS-UNIT-PRICE * (100 - WS-PCT-OFF) / 100
               MOVE "Y" TO WS-MARKDOWN-FLAG
               ADD 1 TO WS-LOCAL-COUNT
           ELSE
      * NO RULE FOR THE CLASS AND BAND - THE ITEM STAYS AT FULL PRICE
      * AND THE REGISTER SAYS SO, SO THE FLOOR CAN MARK IT BY HAND.
               ADD 1 TO WS-NO-RULE-COUNT
               MOVE SPACES TO FS-REGISTER-RECORD
               STRING "NO LOCAL MARKDOWN RULE CLASS " WS-ITEM-CLASS
                   " QUALITY " WS-ITEM-TBL-QUALITY (ITEM-IDX)
                   " ID " WS-WORK-ID " " WS-ITEM-NAME (1:30)
                   DELIMITED BY SIZE INTO FS-REGISTER-RECORD
               WRITE FS-REGISTER-RECORD
           END-IF.

       0220-WRITE-PROVISIONAL-LINE.
           ADD 1 TO WS-PRICED-COUNT.
           MOVE WS-UNIT-PRICE TO WS-DISPLAY-PRICE.
           MOVE WS-MARKDOWN-PRICE TO WS-DISPLAY-MARKDOWN.
           MOVE SPACES TO FS-SHELF-RECORD.
           IF WS-MARKDOWN-FLAG = "Y"
               STRING WS-ITEM-NAME (1:50)
                   " WAS " WS-DISPLAY-PRICE
                   " NOW " WS-DISPLAY-MARKDOWN
                   " *PROVISIONAL*"
                   DELIMITED BY SIZE INTO FS-SHELF-RECORD
           ELSE
               STRING WS-ITEM-NAME (1:50)
                   " PRICE " WS-DISPLAY-PRICE
                   " *PROVISIONAL*"
                   DELIMITED BY SIZE INTO FS-SHELF-RECORD
           END-IF.
           WRITE FS-SHELF-RECORD.
           MOVE SPACES TO FS-PROVISIONAL-RECORD.
           MOVE WS-PROCESS-DATE TO PV-DATE.
           MOVE WS-WORK-ID TO PV-ITEM-ID.
           MOVE WS-UNIT-PRICE TO PV-UNIT-PRICE.
           MOVE WS-MARKDOWN-PRICE TO PV-MARKDOWN-PRICE.
           MOVE WS-MARKDOWN-FLAG TO PV-MARKDOWN-FLAG.
           WRITE FS-PROVISIONAL-RECORD.

       0250-LOOKUP-MASTER.
      * A CLASS LEFT BLANK ON THE MASTER IS THE GENERAL RULE ("N").
           MOVE SPACES TO WS-ITEM-NAME.
           MOVE "N" TO WS-ITEM-CLASS.
           SET MASTER-IDX TO 1.
           PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
               IF WS-MASTER-TBL-ID (MASTER-IDX) = WS-WORK-ID
                   MOVE WS-MASTER-TBL-NAME (MASTER-IDX)
                       TO WS-ITEM-NAME
                   IF WS-MASTER-TBL-CLASS (MASTER-IDX) NOT = SPACE
                       MOVE WS-MASTER-TBL-CLASS (MASTER-IDX)
                           TO WS-ITEM-CLASS
                   END-IF
                   SET MASTER-IDX TO WS-MASTER-COUNT
               END-IF
               SET MASTER-IDX UP BY 1
           END-PERFORM.
           IF WS-ITEM-NAME = SPACES
               MOVE "(NAME NOT ON ITEM MASTER)" TO WS-ITEM-NAME
           END-IF.

       0800-LOG-RESULT.
           MOVE "price-fallback" TO LOG-PROGRAM.
           MOVE "0800-LOG-RESULT" TO LOG-PARAGRAPH.
           PERFORM 9000-LOG-CONDITION.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.
