       IDENTIFICATION DIVISION.
       PROGRAM-ID. "morning-packet".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  PER-STORE MORNING REPORT PACKETS.  EACH
      *   STORE-ROOM MANAGER USED TO DIG THROUGH markdown-X.dat, THE
      *   COMBINED valuation-report.dat, sales-report.dat,
      *   stock-take-report.dat, venue-check.dat, forecast.dat AND
      *   suggested-orders.dat FOR THEIR OWN STORE'S LINES.  AFTER
      *   THE NIGHTLY RUN THIS STEP BUILDS ONE PACKET PER RECIPIENT ON
      *   data/distribution.dat: A COVER PAGE WITH THE STORE'S
      *   HEADLINE NUMBERS, THEN EACH SECTION THE RECIPIENT TAKES,
      *   CUT DOWN TO THE LINES TAGGED WITH THEIR STORE ("STORE X").
      *   A RECIPIENT ON STORE ALL GETS THE HEAD-OFFICE PACKET: THE
      *   CONSOLIDATED FILES WHOLE.  EACH REPORT'S TITLE LINE ALWAYS
      *   COMES THROUGH; suggested-orders.dat IS BOUGHT FOR THE WHOLE
      *   CHAIN AND GOES IN THE HEAD-OFFICE PACKET ONLY.  NO
      *   DISTRIBUTION FILE MEANS STORE-A, STORE-B AND STORE-C
      *   PACKETS PLUS A HEAD-OFFICE ONE, EVERY SECTION EACH.  EACH
      *   PACKET IS A DATED GENERATION (packet-RECIPIENT-YYYYMMDD.dat,
      *   REACHED THROUGH THE packet_gen ENVIRONMENT VARIABLE THE WAY
      *   archive-sweep REACHES ITS GENERATIONS), CATALOGUED ON
      *   packet-catalog.dat, AND KEPT FOR packet_keep DAYS (DEFAULT
      *   7) SO AN EARLIER MORNING'S PACKET CAN BE REPRINTED AS IT
      *   WAS; AN EXPIRED PACKET IS TRUNCATED TO EMPTY AND DROPPED
      *   FROM THE CATALOG.  A RERUN FOR THE SAME DATE REPLACES THAT
      *   DATE'S PACKETS.  A DISTRIBUTION LINE THAT WILL NOT EDIT IS
      *   SKIPPED AND LOGGED (W, RETURN CODE 4).  RUN DAILY BY
      *   job-scheduler.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-DIST ASSIGN "data/distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-FILE-STATUS.
             SELECT OPTIONAL FI-DAY1 ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY1-FILE-STATUS.
             SELECT OPTIONAL FI-SOURCE ASSIGN "packet_src"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
             SELECT FI-WORK ASSIGN "packwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
             SELECT FI-PACKET ASSIGN "packet_gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-FILE-STATUS.
             SELECT OPTIONAL FI-CATALOG ASSIGN "packet-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * ONE ROW PER RECIPIENT: SHORT ID (NAMES THE PACKET FILE),
      * STORE A/B/C OR ALL FOR HEAD OFFICE, ONE Y/N FLAG PER SECTION
      * IN WS-SECTION-TABLE ORDER, AND A DESCRIPTION FOR THE COVER.
           FD FI-DIST.
           01 FS-DIST-RECORD.
               05 DST-RECIPIENT         PIC X(8).
               05 FILLER                PIC X.
               05 DST-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 DST-SECTIONS          PIC X(7).
               05 FILLER                PIC X.
               05 DST-NAME              PIC X(30).

           FD FI-DAY1.
           COPY "itemout.cpy".

           FD FI-SOURCE.
           01 FS-SOURCE-RECORD          PIC X(132).

           FD FI-WORK.
           01 FS-WORK-RECORD            PIC X(132).

           FD FI-PACKET.
           01 FS-PACKET-RECORD          PIC X(132).

           FD FI-CATALOG.
           01 FS-CATALOG-RECORD.
               05 PKC-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 PKC-RECIPIENT         PIC X(8).
               05 FILLER                PIC X.
               05 PKC-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 PKC-FILE-NAME         PIC X(30).

       WORKING-STORAGE SECTION.
           01 WS-DIST-FILE-STATUS       PIC 99.
               88 WS-DIST-OK            VALUE 00.
               88 WS-DIST-EOF           VALUE 10.

           01 WS-DAY1-FILE-STATUS       PIC 99.
               88 WS-DAY1-OK            VALUE 00.
               88 WS-DAY1-EOF           VALUE 10.

           01 WS-SOURCE-FILE-STATUS     PIC 99.
               88 WS-SOURCE-OK          VALUE 00.
               88 WS-SOURCE-EOF         VALUE 10.

           01 WS-WORK-FILE-STATUS       PIC 99.
               88 WS-WORK-OK            VALUE 00.
               88 WS-WORK-EOF           VALUE 10.

           01 WS-PACKET-FILE-STATUS     PIC 99.

           01 WS-CATALOG-FILE-STATUS    PIC 99.
               88 WS-CATALOG-OK         VALUE 00.
               88 WS-CATALOG-EOF        VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE           PIC X(8).
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                        PIC 9(8).
           01 WS-KEEP-TEXT              PIC X(3).
           01 WS-KEEP-DAYS              PIC 999 VALUE 7.
           01 WS-CUTOFF-DAY             PIC 9(8).
           01 WS-CUTOFF-DATE            PIC 9(8).

      * REPORT SECTIONS IN PACKET ORDER: CODE, SOURCE FILE (THE
      * MARKDOWN FILE IS CHOSEN PER PACKET), AND "Y" WHEN THE REPORT
      * IS CHAIN-WIDE AND HAS NO STORE LINES TO CUT DOWN TO.
           01 WS-SECTION-VALUES.
               05 FILLER PIC X(34) VALUE
               "MARKDOWN  markdown.dat           N".
               05 FILLER PIC X(34) VALUE
               "VALUATION valuation-report.dat   N".
               05 FILLER PIC X(34) VALUE
               "SALES     sales-report.dat       N".
               05 FILLER PIC X(34) VALUE
               "STOCKTAKE stock-take-report.dat  N".
               05 FILLER PIC X(34) VALUE
               "VENUE     venue-check.dat        N".
               05 FILLER PIC X(34) VALUE
               "FORECAST  forecast.dat           N".
               05 FILLER PIC X(34) VALUE
               "ORDERS    suggested-orders.dat   Y".
           01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
               05 WS-SECTION-ENTRY OCCURS 7 TIMES
                   INDEXED BY SECTION-IDX.
                   10 WS-SECTION-CODE    PIC X(10).
                   10 WS-SECTION-FILE    PIC X(23).
                   10 WS-SECTION-CHAIN   PIC X.
                       88 WS-SECTION-CHAIN-WIDE VALUE "Y".
           01 WS-SECTION-COUNTS.
               05 WS-SECTION-LINES OCCURS 7 TIMES PIC 9(5).
               05 WS-SECTION-STATE OCCURS 7 TIMES PIC X.
                   88 WS-SECTION-TAKEN   VALUE "T".
                   88 WS-SECTION-MISSING VALUE "M".
                   88 WS-SECTION-HO-ONLY VALUE "H".
                   88 WS-SECTION-NOT-TAKEN VALUE "N".

      * RECIPIENTS AS LOADED (OR DEFAULTED).
           01 WS-RCP-COUNT              PIC 99 VALUE 0.
           01 WS-RCP-TABLE.
               05 WS-RCP-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-RCP-COUNT
                   INDEXED BY RCP-IDX.
                   10 WS-RCP-ID          PIC X(8).
                   10 WS-RCP-STORE       PIC X(3).
                   10 WS-RCP-SECTIONS    PIC X(7).
                   10 WS-RCP-NAME        PIC X(30).
           01 WS-BAD-DIST-COUNT         PIC 99 VALUE 0.

      * COVER-PAGE HEADLINES BY STORE: A, B, C, AND ALL FOR THE
      * HEAD-OFFICE PACKET.  THE VALUATION AND SALES LINES ARE
      * LIFTED FROM THOSE REPORTS AS THEY STAND.
           01 WS-HEADLINE-TABLE.
               05 WS-HDL-ENTRY OCCURS 4 TIMES
                   INDEXED BY HDL-IDX.
                   10 WS-HDL-STORE       PIC X(3).
                   10 WS-HDL-RECORDS     PIC 9(5).
                   10 WS-HDL-UNITS       PIC 9(7).
                   10 WS-HDL-DEAD-UNITS  PIC 9(7).
                   10 WS-HDL-VALUATION   PIC X(80).
                   10 WS-HDL-SALES       PIC X(80).

      * THE PACKET BEING BUILT.
           01 WS-PACKET-STORE           PIC X(3).
               88 WS-HEAD-OFFICE-PACKET VALUE "ALL".
           01 WS-STORE-TOKEN            PIC X(8).
           01 WS-SOURCE-NAME            PIC X(23).
           01 WS-GENERATION-NAME        PIC X(30).
           01 WS-TOKEN-COUNT            PIC 99.
           01 WS-LINE-NUMBER            PIC 9(7).
           01 WS-PACKET-COUNT           PIC 99 VALUE 0.

      * PACKET CATALOG, OLDEST FIRST.
           01 WS-CATALOG-COUNT          PIC 9(4) VALUE 0.
           01 WS-CATALOG-TABLE.
               05 WS-CATALOG-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CATALOG-COUNT
                   INDEXED BY CATALOG-IDX.
                   10 WS-CATALOG-DATE    PIC X(8).
                   10 WS-CATALOG-RCP     PIC X(8).
                   10 WS-CATALOG-STORE   PIC X(3).
                   10 WS-CATALOG-FILE    PIC X(30).
                   10 WS-CATALOG-KEEP    PIC X.
                       88 WS-CATALOG-KEPT VALUE "Y".
           01 WS-EXPIRE-COUNT           PIC 9(4) VALUE 0.

           01 WS-DISPLAY-COUNT          PIC ZZZZ9.
           01 WS-DISPLAY-UNITS          PIC Z(6)9.
           01 WS-DISPLAY-DEAD           PIC Z(6)9.

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
           PERFORM 0020-GET-KEEP-DAYS.

           PERFORM 0100-LOAD-DISTRIBUTION.
           PERFORM 0200-LOAD-HEADLINES.
           PERFORM 0250-LIFT-HEADLINE-LINES.
           PERFORM 0600-LOAD-CATALOG.

           SET RCP-IDX TO 1.
           PERFORM UNTIL RCP-IDX > WS-RCP-COUNT
               PERFORM 0300-BUILD-ONE-PACKET
               SET RCP-IDX UP BY 1
           END-PERFORM.

           PERFORM 0650-EXPIRE-OLD-PACKETS.
           PERFORM 0680-REWRITE-CATALOG.
           PERFORM 0800-LOG-RESULT.

           IF WS-BAD-DIST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "MORNING-PACKET: " WS-PACKET-COUNT
               " PACKET(S) FOR " WS-CURRENT-DATE ", "
               WS-EXPIRE-COUNT " EXPIRED - SEE packet-catalog.dat".

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0020-GET-KEEP-DAYS.
           MOVE SPACES TO WS-KEEP-TEXT.
           ACCEPT WS-KEEP-TEXT FROM ENVIRONMENT "packet_keep".
           EVALUATE TRUE
               WHEN WS-KEEP-TEXT NUMERIC
                   MOVE WS-KEEP-TEXT TO WS-KEEP-DAYS
               WHEN WS-KEEP-TEXT (1:2) NUMERIC
                  AND WS-KEEP-TEXT (3:1) = SPACE
                   MOVE WS-KEEP-TEXT (1:2) TO WS-KEEP-DAYS
               WHEN WS-KEEP-TEXT (1:1) NUMERIC
                  AND WS-KEEP-TEXT (2:2) = SPACES
                   MOVE WS-KEEP-TEXT (1:1) TO WS-KEEP-DAYS
           END-EVALUATE.
           IF WS-KEEP-DAYS < 1
               MOVE 7 TO WS-KEEP-DAYS
           END-IF.
      * A PACKET DATED BEFORE THE CUTOFF HAS HAD ITS DAYS.
           COMPUTE WS-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
               - WS-KEEP-DAYS + 1.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-DAY).

       0100-LOAD-DISTRIBUTION.
           OPEN INPUT FI-DIST.
           IF WS-DIST-OK
               READ FI-DIST AT END SET WS-DIST-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-DIST-OK OR WS-RCP-COUNT >= 50
                   PERFORM 0110-EDIT-DIST-LINE THRU 0110-EXIT
                   READ FI-DIST AT END SET WS-DIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DIST.
           IF WS-RCP-COUNT = 0
               PERFORM 0120-DEFAULT-DISTRIBUTION
           END-IF.

       0110-EDIT-DIST-LINE.
      * A BLANK LINE OR ONE STARTING "*" IS A COMMENT.
           IF FS-DIST-RECORD = SPACES OR DST-RECIPIENT (1:1) = "*"
               GO TO 0110-EXIT
           END-IF.
           MOVE ZERO TO WS-TOKEN-COUNT.
           INSPECT DST-SECTIONS TALLYING WS-TOKEN-COUNT
               FOR ALL "Y" ALL "N".
           IF DST-RECIPIENT = SPACES
              OR DST-RECIPIENT (1:1) = SPACE
              OR (DST-STORE NOT = "A" AND NOT = "B" AND NOT = "C"
                  AND NOT = "ALL")
              OR WS-TOKEN-COUNT NOT = 7
               ADD 1 TO WS-BAD-DIST-COUNT
               MOVE "morning-packet" TO LOG-PROGRAM
               MOVE "0110-EDIT-DIST-LINE" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "BAD DISTRIBUTION LINE SKIPPED: "
                   FS-DIST-RECORD (1:49)
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
               GO TO 0110-EXIT
           END-IF.
           ADD 1 TO WS-RCP-COUNT.
           SET RCP-IDX TO WS-RCP-COUNT.
           MOVE DST-RECIPIENT TO WS-RCP-ID (RCP-IDX).
           MOVE DST-STORE TO WS-RCP-STORE (RCP-IDX).
           MOVE DST-SECTIONS TO WS-RCP-SECTIONS (RCP-IDX).
           MOVE DST-NAME TO WS-RCP-NAME (RCP-IDX).

       0110-EXIT.
           EXIT.

       0120-DEFAULT-DISTRIBUTION.
           MOVE 4 TO WS-RCP-COUNT.
           MOVE "STORE-A" TO WS-RCP-ID (1).
           MOVE "A" TO WS-RCP-STORE (1).
           MOVE "STORE A MANAGER" TO WS-RCP-NAME (1).
           MOVE "STORE-B" TO WS-RCP-ID (2).
           MOVE "B" TO WS-RCP-STORE (2).
           MOVE "STORE B MANAGER" TO WS-RCP-NAME (2).
           MOVE "STORE-C" TO WS-RCP-ID (3).
           MOVE "C" TO WS-RCP-STORE (3).
           MOVE "STORE C MANAGER" TO WS-RCP-NAME (3).
           MOVE "HEADOFF" TO WS-RCP-ID (4).
           MOVE "ALL" TO WS-RCP-STORE (4).
           MOVE "HEAD OFFICE" TO WS-RCP-NAME (4).
           SET RCP-IDX TO 1.
           PERFORM UNTIL RCP-IDX > 4
               MOVE "YYYYYYY" TO WS-RCP-SECTIONS (RCP-IDX)
               SET RCP-IDX UP BY 1
           END-PERFORM.

       0200-LOAD-HEADLINES.
      * TONIGHT'S out.dat: RECORDS, UNITS, AND UNITS ALREADY AT ZERO
      * QUALITY, BY STORE AND FOR THE CHAIN.  A BLANK STORE IS A.
           MOVE "A" TO WS-HDL-STORE (1).
           MOVE "B" TO WS-HDL-STORE (2).
           MOVE "C" TO WS-HDL-STORE (3).
           MOVE "ALL" TO WS-HDL-STORE (4).
           SET HDL-IDX TO 1.
           PERFORM UNTIL HDL-IDX > 4
               MOVE 0 TO WS-HDL-RECORDS (HDL-IDX)
               MOVE 0 TO WS-HDL-UNITS (HDL-IDX)
               MOVE 0 TO WS-HDL-DEAD-UNITS (HDL-IDX)
               MOVE SPACES TO WS-HDL-VALUATION (HDL-IDX)
               MOVE SPACES TO WS-HDL-SALES (HDL-IDX)
               SET HDL-IDX UP BY 1
           END-PERFORM.
           OPEN INPUT FI-DAY1.
           IF WS-DAY1-OK
               READ FI-DAY1 AT END SET WS-DAY1-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-DAY1-OK
                   PERFORM 0210-COUNT-ONE-RECORD
                   READ FI-DAY1 AT END SET WS-DAY1-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DAY1.

       0210-COUNT-ONE-RECORD.
           IF ITEM-QTY NOT NUMERIC
               MOVE 1 TO ITEM-QTY
           END-IF.
           ADD 1 TO WS-HDL-RECORDS (4).
           ADD ITEM-QTY TO WS-HDL-UNITS (4).
           IF QUALITY NUMERIC AND QUALITY = 0
               ADD ITEM-QTY TO WS-HDL-DEAD-UNITS (4)
           END-IF.
           EVALUATE ITEM-STORE
               WHEN "A  "
               WHEN SPACES
                   SET HDL-IDX TO 1
               WHEN "B  "
                   SET HDL-IDX TO 2
               WHEN "C  "
                   SET HDL-IDX TO 3
               WHEN OTHER
                   SET HDL-IDX TO 4
           END-EVALUATE.
           IF HDL-IDX < 4
               ADD 1 TO WS-HDL-RECORDS (HDL-IDX)
               ADD ITEM-QTY TO WS-HDL-UNITS (HDL-IDX)
               IF QUALITY NUMERIC AND QUALITY = 0
                   ADD ITEM-QTY TO WS-HDL-DEAD-UNITS (HDL-IDX)
               END-IF
           END-IF.

       0250-LIFT-HEADLINE-LINES.
      * THE STORE LINES valuation AND sales-report WRITE ("  STORE X
      * ...") AND THEIR CHAIN TOTAL LINES, FOR THE COVER PAGES.
           MOVE "valuation-report.dat" TO WS-SOURCE-NAME.
           SET ENVIRONMENT "packet_src" TO WS-SOURCE-NAME.
           OPEN INPUT FI-SOURCE.
           IF WS-SOURCE-OK
               READ FI-SOURCE AT END SET WS-SOURCE-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-SOURCE-OK
                   IF FS-SOURCE-RECORD (1:14) = "TOTAL INVENTOR"
                       MOVE FS-SOURCE-RECORD TO WS-HDL-VALUATION (4)
                   END-IF
                   PERFORM 0260-FIND-STORE-LINE
                   IF HDL-IDX < 4
                       MOVE FS-SOURCE-RECORD (3:78)
                           TO WS-HDL-VALUATION (HDL-IDX)
                   END-IF
                   READ FI-SOURCE AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-SOURCE.
           MOVE "sales-report.dat" TO WS-SOURCE-NAME.
           SET ENVIRONMENT "packet_src" TO WS-SOURCE-NAME.
           OPEN INPUT FI-SOURCE.
           IF WS-SOURCE-OK
               READ FI-SOURCE AT END SET WS-SOURCE-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-SOURCE-OK
                   IF FS-SOURCE-RECORD (1:12) = "TOTAL SALES "
                       MOVE FS-SOURCE-RECORD TO WS-HDL-SALES (4)
                   END-IF
                   PERFORM 0260-FIND-STORE-LINE
                   IF HDL-IDX < 4
                       MOVE FS-SOURCE-RECORD (3:78)
                           TO WS-HDL-SALES (HDL-IDX)
                   END-IF
                   READ FI-SOURCE AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-SOURCE.

       0260-FIND-STORE-LINE.
      * HDL-IDX 1-3 WHEN THE LINE IS A "  STORE X" SUMMARY LINE, ELSE
      * 4.
           SET HDL-IDX TO 4.
           IF FS-SOURCE-RECORD (1:8) = "  STORE "
              AND FS-SOURCE-RECORD (10:1) = SPACE
               EVALUATE FS-SOURCE-RECORD (9:1)
                   WHEN "A"
                       SET HDL-IDX TO 1
                   WHEN "B"
                       SET HDL-IDX TO 2
                   WHEN "C"
                       SET HDL-IDX TO 3
               END-EVALUATE
           END-IF.

       0300-BUILD-ONE-PACKET.
      * THE SECTIONS GO TO THE WORK FILE FIRST SO THE COVER CAN
      * COUNT THEM; THEN COVER AND SECTIONS GO TO THE GENERATION.
           MOVE WS-RCP-STORE (RCP-IDX) TO WS-PACKET-STORE.
           MOVE SPACES TO WS-STORE-TOKEN.
           STRING "STORE " WS-PACKET-STORE (1:1) " "
               DELIMITED BY SIZE INTO WS-STORE-TOKEN.
           OPEN OUTPUT FI-WORK.
           SET SECTION-IDX TO 1.
           PERFORM UNTIL SECTION-IDX > 7
               MOVE 0 TO WS-SECTION-LINES (SECTION-IDX)
               SET WS-SECTION-NOT-TAKEN (SECTION-IDX) TO TRUE
               IF WS-RCP-SECTIONS (RCP-IDX) (SECTION-IDX:1) = "Y"
                   PERFORM 0400-COPY-SECTION THRU 0400-EXIT
               END-IF
               SET SECTION-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-WORK.

           MOVE SPACES TO WS-GENERATION-NAME.
           STRING "packet-" WS-RCP-ID (RCP-IDX) DELIMITED BY SPACE
               "-" WS-CURRENT-DATE ".dat" DELIMITED BY SIZE
               INTO WS-GENERATION-NAME.
           SET ENVIRONMENT "packet_gen" TO WS-GENERATION-NAME.
           OPEN OUTPUT FI-PACKET.
           PERFORM 0500-WRITE-COVER.
           OPEN INPUT FI-WORK.
           READ FI-WORK AT END SET WS-WORK-EOF TO TRUE END-READ.
           PERFORM UNTIL NOT WS-WORK-OK
               MOVE FS-WORK-RECORD TO FS-PACKET-RECORD
               WRITE FS-PACKET-RECORD
               READ FI-WORK AT END SET WS-WORK-EOF TO TRUE END-READ
           END-PERFORM.
           CLOSE FI-WORK.
           MOVE SPACES TO FS-PACKET-RECORD.
           STRING "*** END OF PACKET " WS-GENERATION-NAME
               DELIMITED BY SIZE INTO FS-PACKET-RECORD.
           WRITE FS-PACKET-RECORD.
           CLOSE FI-PACKET.
           ADD 1 TO WS-PACKET-COUNT.
           PERFORM 0610-ADD-TO-CATALOG.

       0400-COPY-SECTION.
      * A STORE PACKET KEEPS THE REPORT'S TITLE LINE AND EVERY LINE
      * TAGGED WITH ITS STORE; ITS MARKDOWN SECTION IS THE STORE'S
      * OWN markdown-X.dat WHOLE.  THE HEAD-OFFICE PACKET TAKES
      * EVERY FILE WHOLE.
           SET WS-SECTION-TAKEN (SECTION-IDX) TO TRUE.
           MOVE WS-SECTION-FILE (SECTION-IDX) TO WS-SOURCE-NAME.
           IF SECTION-IDX = 1 AND NOT WS-HEAD-OFFICE-PACKET
               MOVE SPACES TO WS-SOURCE-NAME
               STRING "markdown-" WS-PACKET-STORE (1:1) ".dat"
                   DELIMITED BY SIZE INTO WS-SOURCE-NAME
           END-IF.
           MOVE SPACES TO FS-WORK-RECORD.
           WRITE FS-WORK-RECORD.
           MOVE SPACES TO FS-WORK-RECORD.
           STRING "=== " WS-SECTION-CODE (SECTION-IDX) " ("
               DELIMITED BY SIZE
               WS-SOURCE-NAME DELIMITED BY SPACE
               ") ===" DELIMITED BY SIZE
               INTO FS-WORK-RECORD.
           WRITE FS-WORK-RECORD.
           IF WS-SECTION-CHAIN-WIDE (SECTION-IDX)
              AND NOT WS-HEAD-OFFICE-PACKET
               SET WS-SECTION-HO-ONLY (SECTION-IDX) TO TRUE
               MOVE "  CHAIN-WIDE - CARRIED IN THE HEAD-OFFICE PACKET"
                   TO FS-WORK-RECORD
               WRITE FS-WORK-RECORD
               GO TO 0400-EXIT
           END-IF.
           SET ENVIRONMENT "packet_src" TO WS-SOURCE-NAME.
           OPEN INPUT FI-SOURCE.
           IF NOT WS-SOURCE-OK
               CLOSE FI-SOURCE
               SET WS-SECTION-MISSING (SECTION-IDX) TO TRUE
               MOVE "  REPORT NOT PRODUCED FOR THIS RUN"
                   TO FS-WORK-RECORD
               WRITE FS-WORK-RECORD
               GO TO 0400-EXIT
           END-IF.
           MOVE 0 TO WS-LINE-NUMBER.
           READ FI-SOURCE AT END SET WS-SOURCE-EOF TO TRUE END-READ.
           PERFORM UNTIL NOT WS-SOURCE-OK
               ADD 1 TO WS-LINE-NUMBER
               MOVE ZERO TO WS-TOKEN-COUNT
               IF NOT WS-HEAD-OFFICE-PACKET AND SECTION-IDX > 1
                   INSPECT FS-SOURCE-RECORD TALLYING WS-TOKEN-COUNT
                       FOR ALL WS-STORE-TOKEN
               END-IF
               EVALUATE TRUE
                   WHEN WS-HEAD-OFFICE-PACKET
                   WHEN SECTION-IDX = 1
                   WHEN WS-TOKEN-COUNT > 0
                       MOVE FS-SOURCE-RECORD TO FS-WORK-RECORD
                       WRITE FS-WORK-RECORD
                       IF WS-LINE-NUMBER > 1 OR SECTION-IDX = 1
                           ADD 1 TO WS-SECTION-LINES (SECTION-IDX)
                       END-IF
                   WHEN WS-LINE-NUMBER = 1
                       MOVE FS-SOURCE-RECORD TO FS-WORK-RECORD
                       WRITE FS-WORK-RECORD
               END-EVALUATE
               READ FI-SOURCE AT END SET WS-SOURCE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-SOURCE.
           IF WS-SECTION-LINES (SECTION-IDX) = 0
               MOVE "  NOTHING FOR THIS STORE" TO FS-WORK-RECORD
               WRITE FS-WORK-RECORD
           END-IF.

       0400-EXIT.
           EXIT.

       0500-WRITE-COVER.
           EVALUATE WS-PACKET-STORE
               WHEN "A"
                   SET HDL-IDX TO 1
               WHEN "B"
                   SET HDL-IDX TO 2
               WHEN "C"
                   SET HDL-IDX TO 3
               WHEN OTHER
                   SET HDL-IDX TO 4
           END-EVALUATE.
           MOVE SPACES TO FS-PACKET-RECORD.
           IF WS-HEAD-OFFICE-PACKET
               STRING "MORNING PACKET - HEAD OFFICE (ALL STORES)"
                   "   BUSINESS DATE " WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO FS-PACKET-RECORD
           ELSE
               STRING "MORNING PACKET - STORE " WS-PACKET-STORE
                   "   BUSINESS DATE " WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO FS-PACKET-RECORD
           END-IF.
           WRITE FS-PACKET-RECORD.
           MOVE SPACES TO FS-PACKET-RECORD.
           STRING "FOR " DELIMITED BY SIZE
               WS-RCP-NAME (RCP-IDX) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               WS-RCP-ID (RCP-IDX) DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO FS-PACKET-RECORD.
           WRITE FS-PACKET-RECORD.
           MOVE SPACES TO FS-PACKET-RECORD.
           WRITE FS-PACKET-RECORD.
           MOVE "HEADLINE NUMBERS" TO FS-PACKET-RECORD.
           WRITE FS-PACKET-RECORD.
           MOVE WS-HDL-RECORDS (HDL-IDX) TO WS-DISPLAY-COUNT.
           MOVE WS-HDL-UNITS (HDL-IDX) TO WS-DISPLAY-UNITS.
           MOVE WS-HDL-DEAD-UNITS (HDL-IDX) TO WS-DISPLAY-DEAD.
           MOVE SPACES TO FS-PACKET-RECORD.
           STRING "  STOCK RECORDS " WS-DISPLAY-COUNT
               "  UNITS " WS-DISPLAY-UNITS
               "  UNITS AT ZERO QUALITY " WS-DISPLAY-DEAD
               DELIMITED BY SIZE INTO FS-PACKET-RECORD.
           WRITE FS-PACKET-RECORD.
           MOVE SPACES TO FS-PACKET-RECORD.
           IF WS-HDL-VALUATION (HDL-IDX) = SPACES
               MOVE "  VALUATION  NOT AVAILABLE" TO FS-PACKET-RECORD
           ELSE
               STRING "  VALUATION  " WS-HDL-VALUATION (HDL-IDX)
                   DELIMITED BY SIZE INTO FS-PACKET-RECORD
           END-IF.
           WRITE FS-PACKET-RECORD.
           MOVE SPACES TO FS-PACKET-RECORD.
           IF WS-HDL-SALES (HDL-IDX) = SPACES
               MOVE "  SALES      NO SALES REPORTED" TO FS-PACKET-RECORD
           ELSE
               STRING "  SALES      " WS-HDL-SALES (HDL-IDX)
                   DELIMITED BY SIZE INTO FS-PACKET-RECORD
           END-IF.
           WRITE FS-PACKET-RECORD.
           MOVE SPACES TO FS-PACKET-RECORD.
           WRITE FS-PACKET-RECORD.
           MOVE "CONTENTS" TO FS-PACKET-RECORD.
           WRITE FS-PACKET-RECORD.
           SET SECTION-IDX TO 1.
           PERFORM UNTIL SECTION-IDX > 7
               MOVE WS-SECTION-LINES (SECTION-IDX) TO WS-DISPLAY-COUNT
               MOVE SPACES TO FS-PACKET-RECORD
               EVALUATE TRUE
                   WHEN WS-SECTION-TAKEN (SECTION-IDX)
                       STRING "  " WS-SECTION-CODE (SECTION-IDX)
                           WS-DISPLAY-COUNT " LINE(S)"
                           DELIMITED BY SIZE INTO FS-PACKET-RECORD
                   WHEN WS-SECTION-MISSING (SECTION-IDX)
                       STRING "  " WS-SECTION-CODE (SECTION-IDX)
                           "  NOT PRODUCED"
                           DELIMITED BY SIZE INTO FS-PACKET-RECORD
                   WHEN WS-SECTION-HO-ONLY (SECTION-IDX)
                       STRING "  " WS-SECTION-CODE (SECTION-IDX)
                           "  HEAD-OFFICE PACKET ONLY"
                           DELIMITED BY SIZE INTO FS-PACKET-RECORD
               END-EVALUATE
               IF FS-PACKET-RECORD NOT = SPACES
                   WRITE FS-PACKET-RECORD
               END-IF
               SET SECTION-IDX UP BY 1
           END-PERFORM.

       0600-LOAD-CATALOG.
      * A RERUN FOR THE SAME DATE REPLACES THAT DATE'S ROWS.
           OPEN INPUT FI-CATALOG.
           IF WS-CATALOG-OK
               READ FI-CATALOG AT END SET WS-CATALOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CATALOG-OK
                   OR WS-CATALOG-COUNT >= 2000
                   IF PKC-DATE NOT = WS-CURRENT-DATE
                       ADD 1 TO WS-CATALOG-COUNT
                       SET CATALOG-IDX TO WS-CATALOG-COUNT
                       MOVE PKC-DATE TO WS-CATALOG-DATE (CATALOG-IDX)
                       MOVE PKC-RECIPIENT
                           TO WS-CATALOG-RCP (CATALOG-IDX)
                       MOVE PKC-STORE TO WS-CATALOG-STORE (CATALOG-IDX)
                       MOVE PKC-FILE-NAME
                           TO WS-CATALOG-FILE (CATALOG-IDX)
                   END-IF
                   READ FI-CATALOG AT END SET WS-CATALOG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CATALOG.

       0610-ADD-TO-CATALOG.
           IF WS-CATALOG-COUNT < 2000
               ADD 1 TO WS-CATALOG-COUNT
               SET CATALOG-IDX TO WS-CATALOG-COUNT
               MOVE WS-CURRENT-DATE TO WS-CATALOG-DATE (CATALOG-IDX)
               MOVE WS-RCP-ID (RCP-IDX) TO WS-CATALOG-RCP (CATALOG-IDX)
               MOVE WS-PACKET-STORE TO WS-CATALOG-STORE (CATALOG-IDX)
               MOVE WS-GENERATION-NAME
                   TO WS-CATALOG-FILE (CATALOG-IDX)
           END-IF.

       0650-EXPIRE-OLD-PACKETS.
      * A PACKET DATED BEFORE THE CUTOFF IS TRUNCATED TO EMPTY AND
      * LEFT OFF THE REWRITTEN CATALOG.
           SET CATALOG-IDX TO 1.
           PERFORM UNTIL CATALOG-IDX > WS-CATALOG-COUNT
               MOVE "Y" TO WS-CATALOG-KEEP (CATALOG-IDX)
               IF WS-CATALOG-DATE (CATALOG-IDX) NOT NUMERIC
                  OR WS-CATALOG-DATE (CATALOG-IDX) < WS-CUTOFF-DATE
                   MOVE "N" TO WS-CATALOG-KEEP (CATALOG-IDX)
                   SET ENVIRONMENT "packet_gen"
                       TO WS-CATALOG-FILE (CATALOG-IDX)
                   OPEN OUTPUT FI-PACKET
                   CLOSE FI-PACKET
                   ADD 1 TO WS-EXPIRE-COUNT
               END-IF
               SET CATALOG-IDX UP BY 1
           END-PERFORM.

       0680-REWRITE-CATALOG.
           OPEN OUTPUT FI-CATALOG.
           SET CATALOG-IDX TO 1.
           PERFORM UNTIL CATALOG-IDX > WS-CATALOG-COUNT
               IF WS-CATALOG-KEPT (CATALOG-IDX)
                   MOVE SPACES TO FS-CATALOG-RECORD
                   MOVE WS-CATALOG-DATE (CATALOG-IDX) TO PKC-DATE
                   MOVE WS-CATALOG-RCP (CATALOG-IDX) TO PKC-RECIPIENT
                   MOVE WS-CATALOG-STORE (CATALOG-IDX) TO PKC-STORE
                   MOVE WS-CATALOG-FILE (CATALOG-IDX) TO PKC-FILE-NAME
                   WRITE FS-CATALOG-RECORD
               END-IF
               SET CATALOG-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-CATALOG.

       0800-LOG-RESULT.
           MOVE "morning-packet" TO LOG-PROGRAM.
           MOVE "0800-LOG-RESULT" TO LOG-PARAGRAPH.
           MOVE SPACES TO LOG-TEXT.
           IF WS-BAD-DIST-COUNT > 0
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           STRING "PACKETS " WS-PACKET-COUNT " BUILT FOR "
               WS-CURRENT-DATE ", " WS-BAD-DIST-COUNT
               " DISTRIBUTION LINE(S) SKIPPED, " WS-EXPIRE-COUNT
               " EXPIRED"
               DELIMITED BY SIZE INTO LOG-TEXT.
           PERFORM 9000-LOG-CONDITION.
