       PROGRAM-ID. "ops-dashboard".

      * MODIFICATION HISTORY:
      * - SHOWS THE LAST WEEKLY integrity-sweep: THE ORPHAN TOTAL AND
      *   ITS DATE FROM THE SWEEP'S SUMMARY LINE ON oplog.dat, AND
      *   KEY 5 LISTS THAT SWEEP'S CATEGORY COUNTS (FULL DETAIL IS ON
      *   integrity-report.dat).
      * - NEW PROGRAM.  OPERATOR DASHBOARD FOR THE NIGHTLY RUN'S
      *   HEALTH.  THE FIRST HOUR OF EVERY MORNING USED TO BE SPENT
      *   CAT-ING reject.dat, exceptions.dat, bounds.dat AND THE TAIL
             SELECT OPTIONAL FI-RUNLOG ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
             SELECT OPTIONAL FI-OPLOG ASSIGN "oplog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 FILLER                PIC X.
               05 RL-STATUS             PIC X(8).

      * LAYOUT AS WRITTEN BY error-logger.
           FD FI-OPLOG.
           01 FS-OPLOG-RECORD.
               05 OPL-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 OPL-TIME              PIC X(6).
               05 FILLER                PIC X.
               05 OPL-SEVERITY          PIC X.
               05 FILLER                PIC X.
               05 OPL-PROGRAM           PIC X(20).
               05 FILLER                PIC X.
               05 OPL-PARAGRAPH         PIC X(20).
               05 FILLER                PIC X.
               05 OPL-TEXT              PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-DETAIL-FILE-STATUS     PIC 99.
               88 WS-DETAIL-OK          VALUE 00.
           01 WS-BOUNDS-COUNT           PIC 9(5) VALUE 0.
           01 WS-CHECKPOINT-STATE       PIC X(12) VALUE "CLEAN".
           01 WS-GUARD-STATE            PIC X(12) VALUE "NOT RUN".
           01 WS-INTEGRITY-STATE        PIC X(30) VALUE "NOT RUN".
           01 WS-INTEGRITY-DATE         PIC X(8) VALUE SPACES.

           01 WS-DASH-ENTRY             PIC X(10).
           01 WS-DASH-COMMAND           PIC X.
               88 WS-DASH-EXCEPTIONS    VALUE "2".
               88 WS-DASH-BOUNDS        VALUE "3".
               88 WS-DASH-TREND         VALUE "4".
               88 WS-DASH-INTEGRITY     VALUE "5".

           01 WS-DETAIL-SHOWN           PIC 99.
           01 WS-PAUSE-ENTRY            PIC X(10).
           05  LINE 10 COLUMN 5 VALUE "SULFURAS GUARD  . . . .".
           05  DISPLAY-GUARD LINE 10 COLUMN 30 PIC X(12)
               FROM WS-GUARD-STATE FOREGROUND-COLOR IS 5.
           05  LINE 11 COLUMN 5 VALUE "INTEGRITY ORPHANS . . .".
           05  DISPLAY-INTEGRITY LINE 11 COLUMN 30 PIC X(30)
               FROM WS-INTEGRITY-STATE FOREGROUND-COLOR IS 5.
           05  LINE 13 COLUMN 5 VALUE "1 - REJECT DETAIL"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 14 COLUMN 5 VALUE "2 - QUARANTINE DETAIL"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 15 COLUMN 5 VALUE "3 - BOUNDS DETAIL"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 16 COLUMN 5 VALUE "4 - TREND TAIL"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 17 COLUMN 5 VALUE "5 - INTEGRITY SWEEP"
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  LINE 18 COLUMN 5 VALUE "Q - QUIT"
               HIGHLIGHT, FOREGROUND-COLOR IS 4.
           05  LINE 20 COLUMN 5 VALUE "CHOICE:".
           05  DASH-INPUT LINE 20 COLUMN 13 PIC X(10)
               USING WS-DASH-ENTRY FOREGROUND-COLOR IS 6.

       PROCEDURE DIVISION.
           PERFORM COUNT-BOUNDS
           PERFORM CHECK-CHECKPOINT
           PERFORM CHECK-GUARD-RESULT
           PERFORM CHECK-INTEGRITY-SWEEP
           .

       SHOW-DASHBOARD.
                   PERFORM SHOW-BOUNDS-DETAIL
               WHEN WS-DASH-TREND
                   PERFORM SHOW-TREND-DETAIL
               WHEN WS-DASH-INTEGRITY
                   PERFORM SHOW-INTEGRITY-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE FI-RUNLOG
           .

       CHECK-INTEGRITY-SWEEP.
      * THE LAST SUMMARY LINE integrity-sweep LOGGED: ORPHAN TOTAL
      * AND THE DATE OF THE SWEEP.
           MOVE "NOT RUN" TO WS-INTEGRITY-STATE
           MOVE SPACES TO WS-INTEGRITY-DATE
           OPEN INPUT FI-OPLOG
           IF WS-DETAIL-OK
               READ FI-OPLOG AT END SET WS-DETAIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DETAIL-OK
                   IF OPL-PROGRAM = "integrity-sweep"
                      AND OPL-PARAGRAPH = "0800-SUMMARY"
                       MOVE OPL-DATE TO WS-INTEGRITY-DATE
                       MOVE SPACES TO WS-INTEGRITY-STATE
                       STRING OPL-TEXT (9:6) " ON " OPL-DATE
                           " (" OPL-SEVERITY ")"
                           DELIMITED BY SIZE INTO WS-INTEGRITY-STATE
                   END-IF
                   READ FI-OPLOG AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FI-OPLOG
           .

       SHOW-REJECT-DETAIL.
           DISPLAY "REJECT FILE DETAIL (FIRST 20)"
           MOVE 0 TO WS-DETAIL-SHOWN
           PERFORM WAIT-FOR-ENTER
           .

       SHOW-INTEGRITY-DETAIL.
           DISPLAY "INTEGRITY SWEEP OF " WS-INTEGRITY-DATE
               " (DETAIL ON integrity-report.dat)"
           IF WS-INTEGRITY-DATE NOT = SPACES
               OPEN INPUT FI-OPLOG
               IF WS-DETAIL-OK
                   READ FI-OPLOG AT END SET WS-DETAIL-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL NOT WS-DETAIL-OK
                       IF OPL-PROGRAM = "integrity-sweep"
                          AND OPL-DATE = WS-INTEGRITY-DATE
                           DISPLAY OPL-SEVERITY " " OPL-TEXT (1:60)
                       END-IF
                       READ FI-OPLOG AT END SET WS-DETAIL-EOF TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FI-OPLOG
           END-IF
           PERFORM WAIT-FOR-ENTER
           .

       WAIT-FOR-ENTER.
           DISPLAY "PRESS ENTER TO RETURN"
           ACCEPT WS-PAUSE-ENTRY
