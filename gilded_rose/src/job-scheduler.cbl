       IDENTIFICATION DIVISION.
       PROGRAM-ID. "job-scheduler".

      * MODIFICATION HISTORY:
      * - A JOB ENDING WITH A WARNING (RETURN CODE 1-7, E.G. AN
      *   integrity-sweep THAT FOUND ORPHANS) IS NOW RECORDED AS
      *   "WARNING" AND COUNTS AS RUN FOR ITS PERIOD, INSTEAD OF AS
      *   "FAILED" AND RERUN EVERY BUSINESS DAY UNTIL THE PERIOD
      *   ENDED.  ONLY RETURN CODE 8 AND OVER, OR A PROGRAM THAT
      *   COULD NOT BE CALLED, IS STILL A FAILURE.
      * - NEW PROGRAM.  CALENDAR-DRIVEN SCHEDULER FOR THE DAILY,
      *   WEEKLY AND MONTHLY JOBS OUTSIDE THE NIGHTLY STEP TABLE
      *   (month-end, trend-rollup, supplier-scorecard, shrinkage,
      *   turnover, strat-report, queue-aging AND FRIENDS), WHICH
      *   USED TO BE STARTED BY HAND AND WERE FORGOTTEN, RUN TWICE,
      *   OR RUN BEFORE THE NIGHT'S DATA WAS IN.  data/job-schedule.dat
      *   SAYS WHAT EACH JOB IS, HOW OFTEN IT RUNS, AND WHICH NIGHTLY
      *   STEP IT WAITS FOR.  main-program CALLS THIS AT THE END OF A
      *   COMPLETE RUN; AN OPERATOR CAN ALSO START IT BY HAND FOR A
      *   DATE (processing_date) ONCE A RERUN HAS FINISHED.  EACH JOB
      *   RUN GOES ON run-control.dat LIKE A NIGHTLY STEP (STEP
      *   NUMBER BLANK, SO THE STEP-NUMBER READERS PASS OVER IT) AND
      *   ON job-history.dat, WHICH OUTLIVES THE ONE-NIGHT RUN LOG
      *   AND IS WHAT STOPS A JOB RUNNING TWICE FOR ONE PERIOD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-SCHEDULE ASSIGN "data/job-schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
             SELECT OPTIONAL FI-CALENDAR ASSIGN "data/run-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
             SELECT OPTIONAL FI-RUNLOG ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
             SELECT OPTIONAL FI-RUNLOCK ASSIGN "run-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-FILE-STATUS.
             SELECT OPTIONAL FI-JOBHIST ASSIGN "job-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBHIST-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * ONE ROW PER JOB: NAME ON THE RUN LOG, PROGRAM TO CALL,
      * FREQUENCY (D DAILY, W WEEKLY ON JS-WEEKDAY 1=MONDAY ..
      * 7=SUNDAY, F FIRST BUSINESS DAY OF THE MONTH, M LAST BUSINESS
      * DAY OF THE MONTH), THE NIGHTLY STEP NUMBER THAT MUST BE
      * COMPLETE FIRST (00 = NONE), AND OPTIONALLY THE ENVIRONMENT
      * VARIABLE THE JOB TAKES ITS PERIOD FROM.
           FD FI-SCHEDULE.
           01 FS-SCHEDULE-RECORD.
               05 JS-JOB                PIC X(10).
               05 FILLER                PIC X.
               05 JS-PROGRAM            PIC X(20).
               05 FILLER                PIC X.
               05 JS-FREQUENCY          PIC X.
               05 FILLER                PIC X.
               05 JS-WEEKDAY            PIC X.
               05 FILLER                PIC X.
               05 JS-AFTER-STEP         PIC X(2).
               05 FILLER                PIC X.
               05 JS-PERIOD-VAR         PIC X(20).

           FD FI-CALENDAR.
           01 FS-CALENDAR-RECORD.
               05 CAL-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 CAL-TYPE              PIC X.
               05 FILLER                PIC X.
               05 CAL-NOTE              PIC X(20).

           FD FI-RUNLOG.
           01 FS-RUNLOG-RECORD.
               05 RL-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 RL-STEP               PIC 99.
               05 FILLER                PIC X.
               05 RL-NAME               PIC X(10).
               05 FILLER                PIC X.
               05 RL-RC                 PIC 9(4).
               05 FILLER                PIC X.
               05 RL-STATUS             PIC X(8).

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.
               05 LCK-TAG               PIC X(6).
               05 FILLER                PIC X.
               05 LCK-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 LCK-TIME              PIC X(6).

      * PERIOD IS THE DATE FOR A DAILY JOB, THE MONDAY OF THE WEEK
      * FOR A WEEKLY ONE, AND YYYYMM FOR A MONTHLY ONE.
           FD FI-JOBHIST.
           01 FS-JOBHIST-RECORD.
               05 JH-RUN-DATE           PIC X(8).
               05 FILLER                PIC X.
               05 JH-JOB                PIC X(10).
               05 FILLER                PIC X.
               05 JH-PERIOD             PIC X(8).
               05 FILLER                PIC X.
               05 JH-STATUS             PIC X(8).
               05 FILLER                PIC X.
               05 JH-RC                 PIC 9(4).

       WORKING-STORAGE SECTION.
           01 WS-SCHEDULE-FILE-STATUS   PIC 99.
               88 WS-SCHEDULE-OK        VALUE 00.
               88 WS-SCHEDULE-EOF       VALUE 10.

           01 WS-CALENDAR-FILE-STATUS   PIC 99.
               88 WS-CALENDAR-OK        VALUE 00.
               88 WS-CALENDAR-EOF       VALUE 10.

           01 WS-RUNLOG-FILE-STATUS     PIC 99.
               88 WS-RUNLOG-OK          VALUE 00.
               88 WS-RUNLOG-EOF         VALUE 10.

           01 WS-RUNLOCK-FILE-STATUS    PIC 99.
               88 WS-RUNLOCK-OK         VALUE 00.
               88 WS-RUNLOCK-EOF        VALUE 10.

           01 WS-JOBHIST-FILE-STATUS    PIC 99.
               88 WS-JOBHIST-OK         VALUE 00.
               88 WS-JOBHIST-EOF        VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-RUN-DATE               PIC X(8).
           01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE.
               05 WS-RUN-YEAR            PIC 9(4).
               05 WS-RUN-MONTH           PIC 99.
               05 WS-RUN-DAY             PIC 99.

           01 WS-DATE-NUM               PIC 9(8).
           01 WS-RUN-INT                PIC 9(8).
           01 WS-WORK-INT               PIC 9(8).
           01 WS-MONTH-END-INT          PIC 9(8).
           01 WS-WEEKDAY                PIC 9.
           01 WS-WEEK-START             PIC X(8).
           01 WS-THIS-MONTH             PIC X(6).
           01 WS-PRIOR-MONTH            PIC X(6).
           01 WS-MONTH-WORK.
               05 WS-MW-YEAR             PIC 9(4).
               05 WS-MW-MONTH            PIC 99.
               05 WS-MW-DAY              PIC 99.

      * WHERE TODAY FALLS IN THE MONTH'S BUSINESS DAYS.  A DATE THE
      * RUN CALENDAR MARKS H OR C IS NOT A BUSINESS DAY; A DATE IT
      * DOES NOT LIST IS.
           01 WS-TODAY-SWITCH           PIC X.
               88 WS-TODAY-BUSINESS     VALUE "Y".
           01 WS-FIRST-SWITCH           PIC X.
               88 WS-FIRST-BUSINESS-DAY VALUE "Y".
           01 WS-LAST-SWITCH            PIC X.
               88 WS-LAST-BUSINESS-DAY  VALUE "Y".
           01 WS-CHECK-DATE             PIC X(8).
           01 WS-BUSINESS-SWITCH        PIC X.
               88 WS-IS-BUSINESS        VALUE "Y".

           01 WS-CLOSED-COUNT           PIC 9(4) VALUE 0.
           01 WS-CLOSED-TABLE.
               05 WS-CLOSED-DATE OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CLOSED-COUNT
                   INDEXED BY CLOSED-IDX PIC X(8).

      * NIGHTLY STEPS RECORDED COMPLETE, WARNING OR FORCED FOR TODAY.
           01 WS-STEP-DONE-TABLE.
               05 WS-STEP-DONE OCCURS 99 TIMES PIC X.
           01 WS-LOG-STEP               PIC 99.

           01 WS-JOB-COUNT              PIC 99 VALUE 0.
           01 WS-JOB-TABLE.
               05 WS-JOB-ENTRY OCCURS 30 TIMES INDEXED BY JOB-IDX.
                   10 WS-JOB-NAME        PIC X(10).
                   10 WS-JOB-PROGRAM     PIC X(20).
                   10 WS-JOB-FREQUENCY   PIC X.
                       88 WS-JOB-DAILY       VALUE "D".
                       88 WS-JOB-WEEKLY      VALUE "W".
                       88 WS-JOB-FIRST-DAY   VALUE "F".
                       88 WS-JOB-MONTH-END   VALUE "M".
                   10 WS-JOB-WEEKDAY     PIC 9.
                   10 WS-JOB-AFTER-STEP  PIC 99.
                   10 WS-JOB-PERIOD-VAR  PIC X(20).
           01 WS-SCHEDULE-ROW           PIC 99 VALUE 0.
           01 WS-BAD-ROWS               PIC 99 VALUE 0.

           01 WS-DUE-SWITCH             PIC X.
               88 WS-JOB-DUE            VALUE "Y".
           01 WS-DONE-SWITCH            PIC X.
               88 WS-ALREADY-RUN        VALUE "Y".
           01 WS-JOB-PERIOD             PIC X(8).
           01 WS-DONE-ON                PIC X(8).
           01 WS-JOB-RC                 PIC 9(4).
           01 WS-JOB-STATUS             PIC X(8).
           01 WS-CALL-SWITCH            PIC X.
               88 WS-CALL-FAILED        VALUE "Y".

           01 WS-RAN-COUNT              PIC 99 VALUE 0.
           01 WS-WARNED-COUNT           PIC 99 VALUE 0.
           01 WS-FAILED-COUNT           PIC 99 VALUE 0.
           01 WS-WAITING-COUNT          PIC 99 VALUE 0.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-GET-PROCESS-DATE.
           PERFORM 0015-CHECK-RUN-LOCK THRU 0015-EXIT.
           PERFORM 0020-LOAD-SCHEDULE.
           IF WS-JOB-COUNT = 0
               DISPLAY "JOB-SCHEDULER: NO JOBS ON "
                   "data/job-schedule.dat - NOTHING TO DO"
               GO TO 0300-RETURN
           END-IF.
           PERFORM 0030-LOAD-CALENDAR.
           PERFORM 0040-LOAD-NIGHTLY-STEPS.
           PERFORM 0050-PLACE-TODAY.

           PERFORM 0100-RUN-ONE-JOB THRU 0100-EXIT
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT.

           DISPLAY "JOB-SCHEDULER: " WS-RUN-DATE " - " WS-RAN-COUNT
               " JOB(S) RUN (" WS-WARNED-COUNT " WITH WARNINGS), "
               WS-FAILED-COUNT " FAILED, "
               WS-WAITING-COUNT " WAITING ON THE NIGHTLY RUN".
           IF WS-FAILED-COUNT > 0 OR WS-BAD-ROWS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0010-GET-PROCESS-DATE.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      * DAY 1 OF THE INTEGER-OF-DATE CALENDAR (1601-01-01) WAS A
      * MONDAY, SO 1 = MONDAY .. 7 = SUNDAY.
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-RUN-INT - 1, 7) + 1.
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-WEEKDAY + 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           MOVE WS-DATE-NUM TO WS-WEEK-START.
           MOVE WS-RUN-DATE (1:6) TO WS-THIS-MONTH.
           MOVE WS-RUN-DATE TO WS-MONTH-WORK.
           IF WS-MW-MONTH = 1
               SUBTRACT 1 FROM WS-MW-YEAR
               MOVE 12 TO WS-MW-MONTH
           ELSE
               SUBTRACT 1 FROM WS-MW-MONTH
           END-IF.
           MOVE WS-MONTH-WORK (1:6) TO WS-PRIOR-MONTH.
      * LAST DAY OF THIS MONTH = DAY BEFORE THE 1ST OF NEXT MONTH.
           MOVE WS-RUN-DATE TO WS-MONTH-WORK.
           MOVE 1 TO WS-MW-DAY.
           IF WS-MW-MONTH = 12
               ADD 1 TO WS-MW-YEAR
               MOVE 1 TO WS-MW-MONTH
           ELSE
               ADD 1 TO WS-MW-MONTH
           END-IF.
           MOVE WS-MONTH-WORK TO WS-DATE-NUM.
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.

       0015-CHECK-RUN-LOCK.
      * A HELD run-lock.dat MEANS THE NIGHTLY RUN IS IN FLIGHT (OR
      * DIED MID-FLIGHT) - NOTHING IT FEEDS IS SAFE TO REPORT ON.
      * main-program RELEASES THE LOCK BEFORE IT CALLS THIS PROGRAM.
           OPEN INPUT FI-RUNLOCK.
           IF WS-RUNLOCK-OK
               READ FI-RUNLOCK AT END SET WS-RUNLOCK-EOF TO TRUE
               END-READ
               IF WS-RUNLOCK-OK AND LCK-TAG = "LOCKED"
                   CLOSE FI-RUNLOCK
                   DISPLAY "JOB-SCHEDULER: NIGHTLY RUN LOCK HELD SINCE "
                       LCK-DATE " " LCK-TIME " - NO JOBS STARTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           CLOSE FI-RUNLOCK.

       0015-EXIT.
           EXIT.

       0020-LOAD-SCHEDULE.
           OPEN INPUT FI-SCHEDULE.
           IF WS-SCHEDULE-OK
               READ FI-SCHEDULE AT END SET WS-SCHEDULE-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-SCHEDULE-OK
                   ADD 1 TO WS-SCHEDULE-ROW
                   PERFORM 0025-TAKE-SCHEDULE-ROW THRU 0025-EXIT
                   READ FI-SCHEDULE AT END SET WS-SCHEDULE-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-SCHEDULE.

       0025-TAKE-SCHEDULE-ROW.
      * A ROW THAT CANNOT BE SCHEDULED IS REPORTED AND LEFT OUT -
      * THE OTHER JOBS STILL RUN.  LASTRUN IS THE RUN LOG'S OWN
      * CARRY-FORWARD LINE AND CANNOT BE A JOB NAME.
           IF JS-JOB = SPACES AND JS-PROGRAM = SPACES
               GO TO 0025-EXIT
           END-IF.
           IF JS-JOB = SPACES OR JS-JOB = "LASTRUN"
              OR JS-PROGRAM = SPACES
              OR (JS-FREQUENCY NOT = "D" AND NOT = "W"
                  AND NOT = "F" AND NOT = "M")
              OR (JS-FREQUENCY = "W" AND
                  (JS-WEEKDAY < "1" OR JS-WEEKDAY > "7"))
              OR (JS-AFTER-STEP NOT NUMERIC
                  AND JS-AFTER-STEP NOT = SPACES)
               ADD 1 TO WS-BAD-ROWS
               DISPLAY "JOB-SCHEDULER: SCHEDULE ROW " WS-SCHEDULE-ROW
                   " (" JS-JOB ") IS NOT VALID - SKIPPED"
               GO TO 0025-EXIT
           END-IF.
           IF WS-JOB-COUNT >= 30
               ADD 1 TO WS-BAD-ROWS
               DISPLAY "JOB-SCHEDULER: MORE THAN 30 JOBS - "
                   JS-JOB " NOT SCHEDULED"
               GO TO 0025-EXIT
           END-IF.
           ADD 1 TO WS-JOB-COUNT.
           SET JOB-IDX TO WS-JOB-COUNT.
           MOVE JS-JOB TO WS-JOB-NAME (JOB-IDX).
           MOVE JS-PROGRAM TO WS-JOB-PROGRAM (JOB-IDX).
           MOVE JS-FREQUENCY TO WS-JOB-FREQUENCY (JOB-IDX).
           IF JS-WEEKDAY NUMERIC
               MOVE JS-WEEKDAY TO WS-JOB-WEEKDAY (JOB-IDX)
           ELSE
               MOVE 0 TO WS-JOB-WEEKDAY (JOB-IDX)
           END-IF.
           IF JS-AFTER-STEP NUMERIC
               MOVE JS-AFTER-STEP TO WS-JOB-AFTER-STEP (JOB-IDX)
           ELSE
               MOVE 0 TO WS-JOB-AFTER-STEP (JOB-IDX)
           END-IF.
           MOVE JS-PERIOD-VAR TO WS-JOB-PERIOD-VAR (JOB-IDX).

       0025-EXIT.
           EXIT.

       0030-LOAD-CALENDAR.
           MOVE 0 TO WS-CLOSED-COUNT.
           OPEN INPUT FI-CALENDAR.
           IF WS-CALENDAR-OK
               READ FI-CALENDAR AT END SET WS-CALENDAR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CALENDAR-OK
                   IF (CAL-TYPE = "H" OR CAL-TYPE = "C")
                      AND WS-CLOSED-COUNT < 2000
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE CAL-DATE TO WS-CLOSED-DATE (WS-CLOSED-COUNT)
                   END-IF
                   READ FI-CALENDAR AT END SET WS-CALENDAR-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CALENDAR.

       0040-LOAD-NIGHTLY-STEPS.
           MOVE ALL "N" TO WS-STEP-DONE-TABLE.
           OPEN INPUT FI-RUNLOG.
           IF WS-RUNLOG-OK
               READ FI-RUNLOG AT END SET WS-RUNLOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RUNLOG-OK
                   IF RL-DATE = WS-RUN-DATE AND RL-STEP NUMERIC
                      AND (RL-STATUS = "COMPLETE" OR
                           RL-STATUS = "WARNING" OR
                           RL-STATUS = "FORCED")
                      AND RL-STEP > 0
                       MOVE RL-STEP TO WS-LOG-STEP
                       MOVE "Y" TO WS-STEP-DONE (WS-LOG-STEP)
                   END-IF
                   READ FI-RUNLOG AT END SET WS-RUNLOG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RUNLOG.

       0050-PLACE-TODAY.
      * IS TODAY A BUSINESS DAY, THE MONTH'S FIRST ONE, ITS LAST ONE.
           MOVE WS-RUN-DATE TO WS-CHECK-DATE.
           PERFORM 0500-CHECK-BUSINESS-DATE.
           MOVE WS-BUSINESS-SWITCH TO WS-TODAY-SWITCH.
           MOVE WS-TODAY-SWITCH TO WS-FIRST-SWITCH WS-LAST-SWITCH.
           IF WS-TODAY-BUSINESS
               COMPUTE WS-WORK-INT = WS-RUN-INT - WS-RUN-DAY + 1
               PERFORM UNTIL WS-WORK-INT >= WS-RUN-INT
                       OR NOT WS-FIRST-BUSINESS-DAY
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
                   MOVE WS-DATE-NUM TO WS-CHECK-DATE
                   PERFORM 0500-CHECK-BUSINESS-DATE
                   IF WS-IS-BUSINESS
                       MOVE "N" TO WS-FIRST-SWITCH
                   END-IF
                   ADD 1 TO WS-WORK-INT
               END-PERFORM
               COMPUTE WS-WORK-INT = WS-RUN-INT + 1
               PERFORM UNTIL WS-WORK-INT > WS-MONTH-END-INT
                       OR NOT WS-LAST-BUSINESS-DAY
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
                   MOVE WS-DATE-NUM TO WS-CHECK-DATE
                   PERFORM 0500-CHECK-BUSINESS-DATE
                   IF WS-IS-BUSINESS
                       MOVE "N" TO WS-LAST-SWITCH
                   END-IF
                   ADD 1 TO WS-WORK-INT
               END-PERFORM
           END-IF.

       0100-RUN-ONE-JOB.
           PERFORM 0110-DECIDE-DUE.
           IF NOT WS-JOB-DUE
               GO TO 0100-EXIT
           END-IF.
           IF WS-JOB-AFTER-STEP (JOB-IDX) > 0
               IF WS-STEP-DONE (WS-JOB-AFTER-STEP (JOB-IDX)) NOT = "Y"
                   ADD 1 TO WS-WAITING-COUNT
                   DISPLAY "JOB-SCHEDULER: " WS-JOB-NAME (JOB-IDX)
                       " DUE FOR " WS-JOB-PERIOD " BUT NIGHTLY STEP "
                       WS-JOB-AFTER-STEP (JOB-IDX)
                       " IS NOT COMPLETE FOR " WS-RUN-DATE
                       " - NOT STARTED"
                   GO TO 0100-EXIT
               END-IF
           END-IF.
           PERFORM 0120-CHECK-ALREADY-RUN.
           IF WS-ALREADY-RUN
               DISPLAY "JOB-SCHEDULER: " WS-JOB-NAME (JOB-IDX)
                   " ALREADY RUN FOR " WS-JOB-PERIOD " ON "
                   WS-DONE-ON " - NOT RUN AGAIN"
               GO TO 0100-EXIT
           END-IF.

      * THE JOB'S PERIOD GOES TO ITS OWN PARAMETER VARIABLE SO IT
      * REPORTS ON THE PERIOD IT WAS SCHEDULED FOR, NOT WHATEVER ITS
      * DEFAULT WORKS OUT FROM THE WALL CLOCK.
           IF WS-JOB-PERIOD-VAR (JOB-IDX) NOT = SPACES
               IF WS-JOB-DAILY (JOB-IDX) OR WS-JOB-WEEKLY (JOB-IDX)
                   SET ENVIRONMENT WS-JOB-PERIOD-VAR (JOB-IDX)
                       TO WS-JOB-PERIOD
               ELSE
                   SET ENVIRONMENT WS-JOB-PERIOD-VAR (JOB-IDX)
                       TO WS-JOB-PERIOD (1:6)
               END-IF
           END-IF.
           DISPLAY "JOB-SCHEDULER: STARTING " WS-JOB-NAME (JOB-IDX)
               " (" WS-JOB-PROGRAM (JOB-IDX) ") FOR " WS-JOB-PERIOD.
           MOVE "N" TO WS-CALL-SWITCH.
           MOVE 0 TO RETURN-CODE.
           CALL WS-JOB-PROGRAM (JOB-IDX)
               ON EXCEPTION SET WS-CALL-FAILED TO TRUE
           END-CALL.
           IF WS-CALL-FAILED
               MOVE 9999 TO WS-JOB-RC
           ELSE
               MOVE RETURN-CODE TO WS-JOB-RC
           END-IF.
           MOVE 0 TO RETURN-CODE.
      * RETURN CODE 1-7 IS A WARNING - THE JOB RAN TO THE END AND
      * ITS OUTPUT STANDS, SO IT IS NOT RUN AGAIN FOR THE PERIOD.
           EVALUATE TRUE
               WHEN WS-JOB-RC = 0
                   MOVE "COMPLETE" TO WS-JOB-STATUS
                   ADD 1 TO WS-RAN-COUNT
               WHEN WS-JOB-RC < 8
                   MOVE "WARNING" TO WS-JOB-STATUS
                   ADD 1 TO WS-RAN-COUNT
                   ADD 1 TO WS-WARNED-COUNT
                   MOVE "job-scheduler" TO LOG-PROGRAM
                   MOVE "0100-RUN-ONE-JOB" TO LOG-PARAGRAPH
                   MOVE "W" TO LOG-SEVERITY
                   MOVE SPACES TO LOG-TEXT
                   STRING "JOB " WS-JOB-NAME (JOB-IDX)
                       " FOR " WS-JOB-PERIOD
                       " ENDED WITH WARNINGS, RETURN CODE " WS-JOB-RC
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
               WHEN OTHER
                   PERFORM 0105-RECORD-FAILURE
           END-EVALUATE.
           PERFORM 0130-RECORD-JOB.
           DISPLAY "JOB-SCHEDULER: " WS-JOB-NAME (JOB-IDX) " "
               WS-JOB-STATUS " RC " WS-JOB-RC.

       0100-EXIT.
           EXIT.

       0105-RECORD-FAILURE.
           MOVE "FAILED" TO WS-JOB-STATUS
           ADD 1 TO WS-FAILED-COUNT
           MOVE "job-scheduler" TO LOG-PROGRAM
           MOVE "0100-RUN-ONE-JOB" TO LOG-PARAGRAPH
           MOVE "W" TO LOG-SEVERITY
           MOVE SPACES TO LOG-TEXT
           IF WS-CALL-FAILED
               STRING "JOB " WS-JOB-NAME (JOB-IDX)
                   " PROGRAM " WS-JOB-PROGRAM (JOB-IDX)
                   " COULD NOT BE CALLED"
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               STRING "JOB " WS-JOB-NAME (JOB-IDX)
                   " FOR " WS-JOB-PERIOD
                   " FAILED WITH RETURN CODE " WS-JOB-RC
                   DELIMITED BY SIZE INTO LOG-TEXT
           END-IF
           PERFORM 9000-LOG-CONDITION.

       0110-DECIDE-DUE.
      * WEEKLY JOBS CATCH UP: ONE NOT YET RUN THIS WEEK IS DUE ON ITS
      * WEEKDAY OR ANY LATER BUSINESS DAY OF THE WEEK.  A FIRST-DAY
      * JOB COVERS THE MONTH JUST ENDED AND CATCHES UP THE SAME WAY
      * ON ANY LATER BUSINESS DAY OF THE MONTH.  A MONTH-END JOB
      * COVERS THE CURRENT MONTH ON ITS LAST BUSINESS DAY, AND ONE
      * THAT MISSED IT RUNS FOR THE PRIOR MONTH ON THE NEXT MONTH'S
      * FIRST BUSINESS DAY.
           MOVE "N" TO WS-DUE-SWITCH.
           MOVE SPACES TO WS-JOB-PERIOD.
           IF WS-TODAY-BUSINESS
               PERFORM 0115-DUE-BY-FREQUENCY
           END-IF.

       0115-DUE-BY-FREQUENCY.
           EVALUATE TRUE
               WHEN WS-JOB-DAILY (JOB-IDX)
                   SET WS-JOB-DUE TO TRUE
                   MOVE WS-RUN-DATE TO WS-JOB-PERIOD
               WHEN WS-JOB-WEEKLY (JOB-IDX)
                   IF WS-WEEKDAY >= WS-JOB-WEEKDAY (JOB-IDX)
                       SET WS-JOB-DUE TO TRUE
                       MOVE WS-WEEK-START TO WS-JOB-PERIOD
                   END-IF
               WHEN WS-JOB-FIRST-DAY (JOB-IDX)
                   SET WS-JOB-DUE TO TRUE
                   MOVE WS-PRIOR-MONTH TO WS-JOB-PERIOD
               WHEN WS-JOB-MONTH-END (JOB-IDX)
                   IF WS-LAST-BUSINESS-DAY
                       SET WS-JOB-DUE TO TRUE
                       MOVE WS-THIS-MONTH TO WS-JOB-PERIOD
                   ELSE
                       IF WS-FIRST-BUSINESS-DAY
                           SET WS-JOB-DUE TO TRUE
                           MOVE WS-PRIOR-MONTH TO WS-JOB-PERIOD
                       END-IF
                   END-IF
           END-EVALUATE.

       0120-CHECK-ALREADY-RUN.
      * ONLY A COMPLETED RUN (CLEAN OR WITH WARNINGS) COUNTS - A
      * FAILED JOB IS TRIED AGAIN THE NEXT TIME THE SCHEDULER RUNS
      * FOR THE SAME PERIOD.
           MOVE "N" TO WS-DONE-SWITCH.
           MOVE SPACES TO WS-DONE-ON.
           OPEN INPUT FI-JOBHIST.
           IF WS-JOBHIST-OK
               READ FI-JOBHIST AT END SET WS-JOBHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-JOBHIST-OK
                   IF JH-JOB = WS-JOB-NAME (JOB-IDX)
                      AND JH-PERIOD = WS-JOB-PERIOD
                      AND (JH-STATUS = "COMPLETE" OR
                           JH-STATUS = "WARNING")
                       SET WS-ALREADY-RUN TO TRUE
                       MOVE JH-RUN-DATE TO WS-DONE-ON
                   END-IF
                   READ FI-JOBHIST AT END SET WS-JOBHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-JOBHIST.

       0130-RECORD-JOB.
           OPEN EXTEND FI-RUNLOG.
           IF NOT WS-RUNLOG-OK
               CLOSE FI-RUNLOG
               OPEN OUTPUT FI-RUNLOG
           END-IF.
           MOVE SPACES TO FS-RUNLOG-RECORD.
           MOVE WS-RUN-DATE TO RL-DATE.
           MOVE WS-JOB-NAME (JOB-IDX) TO RL-NAME.
           MOVE WS-JOB-RC TO RL-RC.
           MOVE WS-JOB-STATUS TO RL-STATUS.
           WRITE FS-RUNLOG-RECORD.
           CLOSE FI-RUNLOG.
           OPEN EXTEND FI-JOBHIST.
           IF NOT WS-JOBHIST-OK
               CLOSE FI-JOBHIST
               OPEN OUTPUT FI-JOBHIST
           END-IF.
           MOVE SPACES TO FS-JOBHIST-RECORD.
           MOVE WS-RUN-DATE TO JH-RUN-DATE.
           MOVE WS-JOB-NAME (JOB-IDX) TO JH-JOB.
           MOVE WS-JOB-PERIOD TO JH-PERIOD.
           MOVE WS-JOB-STATUS TO JH-STATUS.
           MOVE WS-JOB-RC TO JH-RC.
           WRITE FS-JOBHIST-RECORD.
           CLOSE FI-JOBHIST.

       0500-CHECK-BUSINESS-DATE.
           SET WS-IS-BUSINESS TO TRUE.
           PERFORM VARYING CLOSED-IDX FROM 1 BY 1
               UNTIL CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-DATE (CLOSED-IDX) = WS-CHECK-DATE
                   MOVE "N" TO WS-BUSINESS-SWITCH
               END-IF
           END-PERFORM.
