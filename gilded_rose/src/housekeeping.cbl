       PROGRAM-ID. "housekeeping".

      * MODIFICATION HISTORY:
      * - FILES LISTED IN data/audit-chain.dat CARRY A CHAIN VALUE
      *   ON EVERY RECORD (SEE AUDCHAIN).  ROLLING RECORDS OFF ONE
      *   LEAVES THE NEXT KEPT RECORD WITHOUT ITS PREDECESSOR IN THE
      *   LIVE FILE, SO EACH SUCH GAP NOW APPENDS AN ANCHOR TO
      *   chain-anchors.dat (SEE CHNANCH) WITH THE CHAIN VALUE OF THE
      *   LAST RECORD ROLLED OFF AND THE ARCHIVE IT WENT TO, AND
      *   chain-verify CAN TELL THE GAP FROM A BROKEN LINK.  A FILE
      *   ON THE POLICY THAT IS NOT THERE IS NO LONGER REWRITTEN
      *   FROM THE PREVIOUS FILE'S LEFTOVER housekeepwork.dat.
      * - NEW PROGRAM.  RETENTION SWEEP FOR THE APPEND-FOREVER FILES
      *   (quality-trend.dat, oplog.dat, disposition-history.dat,
      *   quarantine-log.dat, valuation-history.dat, rules-audit.dat
               FILE STATUS IS WS-WORK-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "housekeeping-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-CHAIN-LIST
               ASSIGN "data/audit-chain.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-LIST-FILE-STATUS.
             SELECT OPTIONAL FI-ANCHORS ASSIGN "chain-anchors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(100).

           FD FI-CHAIN-LIST.
           01 FS-CHAIN-LIST-RECORD.
               05 CHL-FILE-NAME         PIC X(30).
               05 FILLER                PIC X.
               05 CHL-COLUMN            PIC X(3).

           FD FI-ANCHORS.
           COPY "chnanch.cpy".

       WORKING-STORAGE SECTION.
           01 WS-POLICY-FILE-STATUS     PIC 99.
               88 WS-POLICY-OK          VALUE 00.
               88 WS-WORK-OK            VALUE 00.
               88 WS-WORK-EOF           VALUE 10.

           01 WS-CHAIN-LIST-FILE-STATUS PIC 99.
               88 WS-CHAIN-LIST-OK      VALUE 00.
               88 WS-CHAIN-LIST-EOF     VALUE 10.

           01 WS-ANCHOR-FILE-STATUS     PIC 99.
               88 WS-ANCHOR-OK          VALUE 00.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
           01 WS-CARRY-DATE             PIC X(8).
           01 WS-RECORD-MONTH           PIC X(6).

      * A POLICY FILE NOT THERE TONIGHT IS LEFT ALONE - THE WORK
      * FILE STILL HOLDS THE PREVIOUS FILE'S KEPT RECORDS.
           01 WS-SOURCE-SWITCH          PIC X.
               88 WS-SOURCE-PRESENT     VALUE "Y".

           01 WS-EXPIRED-SWITCH         PIC X.
               88 WS-RECORD-EXPIRED     VALUE "Y".

                   10 WS-MONTH-KEY       PIC X(6).

           01 WS-ARCHIVE-NAME           PIC X(44).
           01 WS-ARCHIVE-MONTH          PIC X(6).

      * CHAINED FILES (data/audit-chain.dat) AND THEIR CHAIN COLUMNS.
           01 WS-CHAINED-COUNT          PIC 99 VALUE 0.
           01 WS-CHAINED-TABLE.
               05 WS-CHAINED-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-CHAINED-COUNT
                   INDEXED BY CHAINED-IDX.
                   10 WS-CHAINED-NAME    PIC X(30).
                   10 WS-CHAINED-COLUMN  PIC 9(3).

      * CHAIN COLUMN OF THE FILE IN HAND (ZERO WHEN NOT CHAINED) AND
      * THE RUN OF ROLLED-OFF RECORDS SINCE THE LAST KEPT ONE.
           01 WS-CHAIN-COL              PIC 9(3).
           01 WS-GAP-COUNT              PIC 9(7).
           01 WS-GAP-PREVIOUS           PIC X(10).
           01 WS-GAP-MONTH              PIC X(6).
           01 WS-ANCHOR-COUNT           PIC 9(5).

           01 WS-KEPT-COUNT             PIC 9(7).
           01 WS-MOVED-COUNT            PIC 9(7).
           01 WS-FILE-COUNT             PIC 9(3) VALUE 0.
           01 WS-TOTAL-MOVED            PIC 9(7) VALUE 0.

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
                   "FOUND - NOTHING SWEPT"
               GOBACK
           END-IF.
           PERFORM 0105-LOAD-CHAINED-FILES.
           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "HOUSEKEEPING SWEEP " WS-CURRENT-DATE-NUM
       0300-RETURN.
           GOBACK.

       0105-LOAD-CHAINED-FILES.
           OPEN INPUT FI-CHAIN-LIST.
           IF NOT WS-CHAIN-LIST-OK
               CLOSE FI-CHAIN-LIST
           ELSE
               READ FI-CHAIN-LIST AT END SET WS-CHAIN-LIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CHAIN-LIST-OK
                   OR WS-CHAINED-COUNT >= 20
                   IF CHL-FILE-NAME NOT = SPACES
                      AND CHL-COLUMN NUMERIC
                       ADD 1 TO WS-CHAINED-COUNT
                       SET CHAINED-IDX TO WS-CHAINED-COUNT
                       MOVE CHL-FILE-NAME
                           TO WS-CHAINED-NAME (CHAINED-IDX)
                       MOVE CHL-COLUMN
                           TO WS-CHAINED-COLUMN (CHAINED-IDX)
                   END-IF
                   READ FI-CHAIN-LIST
                       AT END SET WS-CHAIN-LIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-CHAIN-LIST
           END-IF.

       0110-SWEEP-ONE-FILE.
           IF POL-FILE-NAME = SPACES
              OR POL-DATE-COL NOT NUMERIC
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE 0 TO WS-MONTH-COUNT.
           MOVE 0 TO WS-ANCHOR-COUNT.
           MOVE 0 TO WS-CHAIN-COL.
           SET CHAINED-IDX TO 1.
           PERFORM UNTIL CHAINED-IDX > WS-CHAINED-COUNT
               IF WS-CHAINED-NAME (CHAINED-IDX) = WS-FILE-NAME
                   MOVE WS-CHAINED-COLUMN (CHAINED-IDX)
                       TO WS-CHAIN-COL
               END-IF
               SET CHAINED-IDX UP BY 1
           END-PERFORM.
           PERFORM 0120-SPLIT-SOURCE THRU 0120-EXIT.
           IF WS-SOURCE-PRESENT
               IF WS-ACTION = "A"
                   PERFORM 0140-ARCHIVE-EXPIRED-MONTHS
               END-IF
               PERFORM 0150-REWRITE-SOURCE THRU 0150-EXIT
           END-IF.
           ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-ACTION = "A"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.
           IF WS-ANCHOR-COUNT > 0
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  CHAIN GAP(S) ANCHORED ON chain-anchors.dat "
                   WS-ANCHOR-COUNT
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0110-EXIT.
           EXIT.
      * HAVE THEIR MONTHS COLLECTED HERE (THE ARCHIVE PASSES RE-READ
      * THE SOURCE SO EACH MONTHLY FILE IS WRITTEN IN ONE OPEN).
           MOVE SPACES TO WS-CARRY-DATE.
           MOVE "N" TO WS-SOURCE-SWITCH.
           SET ENVIRONMENT "housekeep_file" TO WS-FILE-NAME.
           OPEN INPUT FI-SOURCE.
           IF NOT WS-SOURCE-OK
               CLOSE FI-SOURCE
               GO TO 0120-EXIT
           END-IF.
           SET WS-SOURCE-PRESENT TO TRUE.
           OPEN OUTPUT FI-WORK.
           MOVE 0 TO WS-GAP-COUNT.
           IF WS-CHAIN-COL > 0
               MOVE "L" TO CHN-FUNCTION
               MOVE "chain-anchors.dat" TO CHN-FILE-NAME
               MOVE 116 TO CHN-COLUMN
               CALL "audit-chain" USING CHAIN-REQUEST
               OPEN EXTEND FI-ANCHORS
               IF NOT WS-ANCHOR-OK
                   CLOSE FI-ANCHORS
                   OPEN OUTPUT FI-ANCHORS
               END-IF
           END-IF.
           READ FI-SOURCE AT END SET WS-SOURCE-EOF TO TRUE END-READ.
           PERFORM UNTIL NOT WS-SOURCE-OK
               PERFORM 0125-DATE-ONE-RECORD
               IF WS-RECORD-EXPIRED
                   ADD 1 TO WS-MOVED-COUNT
                   PERFORM 0130-COLLECT-MONTH
                   IF WS-CHAIN-COL > 0
                       ADD 1 TO WS-GAP-COUNT
                       MOVE FS-SOURCE-RECORD (WS-CHAIN-COL:10)
                           TO WS-GAP-PREVIOUS
                       MOVE WS-RECORD-DATE (1:6) TO WS-GAP-MONTH
                   END-IF
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   IF WS-GAP-COUNT > 0
                       PERFORM 0135-ANCHOR-CHAIN-GAP
                   END-IF
                   MOVE FS-SOURCE-RECORD TO FS-WORK-RECORD
                   WRITE FS-WORK-RECORD
               END-IF
           END-PERFORM.
           CLOSE FI-SOURCE.
           CLOSE FI-WORK.
           IF WS-CHAIN-COL > 0
               CLOSE FI-ANCHORS
           END-IF.

       0120-EXIT.
           EXIT.
               MOVE WS-RECORD-MONTH TO WS-MONTH-KEY (MONTH-IDX)
           END-IF.

       0135-ANCHOR-CHAIN-GAP.
      * THE KEPT RECORD IN HAND FOLLOWS WS-GAP-COUNT ROLLED-OFF
      * RECORDS.  ITS LINK WAS MADE FROM THE LAST OF THEM, WHOSE
      * CHAIN VALUE NOW ONLY SURVIVES HERE AND IN THE ARCHIVE.  A
      * RECORD FROM BEFORE CHAINING STARTED NEEDS NO ANCHOR; ONE
      * ROLLED OFF FROM BEFORE THEN LINKED FROM ZERO.
           IF FS-SOURCE-RECORD (WS-CHAIN-COL:10) NUMERIC
               IF WS-GAP-PREVIOUS NOT NUMERIC
                   MOVE "0000000000" TO WS-GAP-PREVIOUS
               END-IF
               MOVE SPACES TO CHAIN-ANCHOR
               MOVE WS-FILE-NAME TO ANC-FILE-NAME
               MOVE WS-CURRENT-DATE-NUM TO ANC-DATE
               MOVE FS-SOURCE-RECORD (WS-CHAIN-COL:10)
                   TO ANC-RECORD-CHAIN
               MOVE WS-GAP-PREVIOUS TO ANC-PREVIOUS-CHAIN
               MOVE WS-GAP-COUNT TO ANC-ROLLED-COUNT
               IF WS-ACTION = "A"
                   MOVE WS-GAP-MONTH TO WS-ARCHIVE-MONTH
                   PERFORM 0145-BUILD-ARCHIVE-NAME
                   MOVE WS-ARCHIVE-NAME TO ANC-ARCHIVE-NAME
               ELSE
                   MOVE "PURGED" TO ANC-ARCHIVE-NAME
               END-IF
               MOVE "C" TO CHN-FUNCTION
               MOVE CHAIN-ANCHOR TO CHN-RECORD
               CALL "audit-chain" USING CHAIN-REQUEST
               MOVE CHN-VALUE TO ANC-CHAIN
               WRITE CHAIN-ANCHOR
               ADD 1 TO WS-ANCHOR-COUNT
           END-IF.
           MOVE 0 TO WS-GAP-COUNT.

       0140-ARCHIVE-EXPIRED-MONTHS.
      * ONE PASS PER DISTINCT EXPIRED MONTH: THE SOURCE IS RE-READ
      * AND THAT MONTH'S EXPIRED RECORDS APPENDED TO ITS DATED
               UNTIL MONTH-IDX > WS-MONTH-COUNT.

       0142-ARCHIVE-ONE-MONTH.
           MOVE WS-MONTH-KEY (MONTH-IDX) TO WS-ARCHIVE-MONTH.
           PERFORM 0145-BUILD-ARCHIVE-NAME.
           SET ENVIRONMENT "housekeep_arch" TO WS-ARCHIVE-NAME.
           OPEN EXTEND FI-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
           WRITE FS-REPORT-RECORD.
           SET MONTH-IDX UP BY 1.

       0145-BUILD-ARCHIVE-NAME.
           MOVE WS-FILE-NAME TO WS-BASE-NAME.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BASE-NAME))
               TO WS-BASE-LEN.
      * DROP A TRAILING ".dat" SO disposition-history.dat ARCHIVES
      * AS disposition-history-YYYYMM.arc.
           IF WS-BASE-LEN > 4
              AND WS-BASE-NAME (WS-BASE-LEN - 3:4) = ".dat"
               SUBTRACT 4 FROM WS-BASE-LEN
           END-IF.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING WS-BASE-NAME (1:WS-BASE-LEN) "-"
               WS-ARCHIVE-MONTH ".arc"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.

       0150-REWRITE-SOURCE.
      * THE KEPT RECORDS GO BACK OVER THE SOURCE - SAME TWO-PASS
      * SCHEME disposal USES FOR in.dat.
