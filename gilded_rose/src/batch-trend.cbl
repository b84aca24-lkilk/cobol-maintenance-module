       IDENTIFICATION DIVISION.
       PROGRAM-ID. "batch-trend".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  BATCH-WINDOW TREND REPORT.  THE NIGHTLY RUN
      *   HAS TO BE DONE BEFORE THE STORE ROOMS OPEN, AND WHEN IT
      *   FINISHED LATE NOBODY COULD SAY WHETHER ENGINE, VALUATION
      *   OR HOUSEKEEP HAD EATEN THE TIME.  main-program NOW TIMES
      *   EVERY STEP ONTO run-timing.dat (SEE STEPTIME); THIS
      *   REPORT READS THE LAST batch-window.dat WEEKS OF IT AND
      *   WRITES batch-trend.dat: EACH NIGHT'S ELAPSED TIME PER STEP,
      *   EACH NIGHT'S START-TO-FINISH AGAINST THE LATEST ACCEPTABLE
      *   FINISH TIME, AND PER STEP ITS AVERAGE, LONGEST AND LATEST
      *   RUN - FLAGGING A STEP WHOSE LATEST RUN IS MORE THAN THE
      *   CONFIGURED PERCENTAGE OVER ITS OWN AVERAGE OF THE EARLIER
      *   NIGHTS, SO THE GROWTH SHOWS UP BEFORE THE MORNING THE RUN
      *   MISSES THE WINDOW.  FLAGGED STEPS AND A LATE LATEST NIGHT
      *   ARE ALSO LOGGED THROUGH error-logger.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-TIMING ASSIGN "run-timing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-FILE-STATUS.
             SELECT OPTIONAL FI-WINDOW ASSIGN "data/batch-window.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "batch-trend.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-TIMING.
           COPY "steptime.cpy".

      * ONE LINE: LATEST ACCEPTABLE FINISH (HHMM, WALL CLOCK), GROWTH
      * ALERT PERCENTAGE, WEEKS OF HISTORY TO REPORT, AND THE
      * SHORTEST LATEST RUN (SECONDS) WORTH FLAGGING - A STEP THAT
      * GOES FROM 2 SECONDS TO 4 HAS DOUBLED BUT COSTS NOTHING.
           FD FI-WINDOW.
           01 FS-WINDOW-RECORD.
               05 BW-LATEST-FINISH      PIC X(4).
               05 FILLER                PIC X.
               05 BW-GROWTH-PCT         PIC X(3).
               05 FILLER                PIC X.
               05 BW-WEEKS              PIC X(2).
               05 FILLER                PIC X.
               05 BW-MIN-SECONDS        PIC X(5).

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-TIMING-FILE-STATUS     PIC 99.
               88 WS-TIMING-OK          VALUE 00.
               88 WS-TIMING-EOF         VALUE 10.

           01 WS-WINDOW-FILE-STATUS     PIC 99.
               88 WS-WINDOW-OK          VALUE 00.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-AS-OF-DATE             PIC X(8).

      * WINDOW SETTINGS, DEFAULTED WHEN data/batch-window.dat IS
      * MISSING OR A FIELD IS NOT NUMERIC.
           01 WS-LATEST-FINISH.
               05 WS-FINISH-HOUR         PIC 99 VALUE 06.
               05 WS-FINISH-MINUTE       PIC 99 VALUE 00.
           01 WS-GROWTH-PCT             PIC 9(3) VALUE 25.
           01 WS-TREND-WEEKS            PIC 99 VALUE 6.
           01 WS-MIN-SECONDS            PIC 9(5) VALUE 60.

           01 WS-DATE-NUM               PIC 9(8).
           01 WS-AS-OF-INT              PIC 9(8).
           01 WS-CUTOFF-INT             PIC 9(8).
           01 WS-ROW-INT                PIC 9(8).
           01 WS-ROW-START-SECS         PIC 9(12).
           01 WS-ROW-END-SECS           PIC 9(12).
           01 WS-ROW-STEP               PIC 99.
           01 WS-TIME-NUM.
               05 WS-TIME-HOUR           PIC 99.
               05 WS-TIME-MINUTE         PIC 99.
               05 WS-TIME-SECOND         PIC 99.

      * ONE ENTRY PER BUSINESS DATE IN THE REPORTING WINDOW.  FIRST
      * AND LAST ARE THE EARLIEST STEP START AND LATEST STEP END ON
      * THE WALL CLOCK, RERUNS INCLUDED - THE WINDOW DOES NOT CARE
      * WHY THE NIGHT TOOK AS LONG AS IT DID.  A STEP'S TIME IS ITS
      * COMPLETED RUN; FAILED ATTEMPTS ARE COUNTED SEPARATELY.
           01 WS-NIGHT-COUNT            PIC 9(3) VALUE 0.
           01 WS-NIGHT-TABLE.
               05 WS-NIGHT-ENTRY OCCURS 0 TO 400 TIMES
                   DEPENDING ON WS-NIGHT-COUNT
                   ASCENDING KEY IS WS-NIGHT-DATE
                   INDEXED BY NIGHT-IDX.
                   10 WS-NIGHT-DATE      PIC X(8).
                   10 WS-NIGHT-FIRST-SECS PIC 9(12).
                   10 WS-NIGHT-FIRST-DATE PIC X(8).
                   10 WS-NIGHT-FIRST-TIME PIC X(6).
                   10 WS-NIGHT-LAST-SECS PIC 9(12).
                   10 WS-NIGHT-LAST-DATE PIC X(8).
                   10 WS-NIGHT-LAST-TIME PIC X(6).
                   10 WS-NIGHT-FAILURES  PIC 99.
                   10 WS-NIGHT-STEP OCCURS 20 TIMES.
                       15 WS-NIGHT-STEP-RAN  PIC X.
                       15 WS-NIGHT-STEP-SECS PIC 9(6).
           01 WS-NIGHT-FOUND-SWITCH     PIC X.
               88 WS-NIGHT-FOUND        VALUE "Y".
           01 WS-NIGHTS-DROPPED         PIC 9(5) VALUE 0.

      * STEP NAMES AS LAST SEEN ON run-timing.dat, BY STEP NUMBER.
           01 WS-HIGH-STEP              PIC 99 VALUE 0.
           01 WS-STEP-NAME-TABLE.
               05 WS-STEP-NAME OCCURS 20 TIMES PIC X(10).
           01 WS-STEP-IDX               PIC 99.
           01 WS-COLUMN-COUNT           PIC 99.

      * PER-STEP STATISTICS FOR THE GROWTH SECTION.
           01 WS-STEP-NIGHTS            PIC 9(3).
           01 WS-STEP-TOTAL             PIC 9(9).
           01 WS-STEP-LONGEST           PIC 9(6).
           01 WS-STEP-LATEST            PIC 9(6).
           01 WS-STEP-LATEST-DATE       PIC X(8).
           01 WS-STEP-AVERAGE           PIC 9(6).
           01 WS-PRIOR-AVERAGE          PIC 9(6).
           01 WS-GROWTH                 PIC S9(5).
           01 WS-DISPLAY-GROWTH         PIC -(4)9.
           01 WS-STEP-FLAG              PIC X(12).

           01 WS-DEADLINE-SECS          PIC 9(12).
           01 WS-NIGHT-STATE            PIC X(8).
           01 WS-LATE-COUNT             PIC 9(3) VALUE 0.
           01 WS-FLAG-COUNT             PIC 9(3) VALUE 0.
           01 WS-LATEST-LATE-SWITCH     PIC X VALUE "N".
               88 WS-LATEST-NIGHT-LATE  VALUE "Y".
           01 WS-LATEST-MARGIN-TEXT     PIC X(8).

      * SECONDS TO HH:MM:SS (0800-FORMAT-SECONDS).
           01 WS-FMT-SECS               PIC 9(6).
           01 WS-FMT-REST               PIC 9(6).
           01 WS-FMT-HOURS              PIC 9(4).
           01 WS-FMT-TEXT.
               05 WS-FMT-HH              PIC 99.
               05 FILLER                 PIC X VALUE ":".
               05 WS-FMT-MM              PIC 99.
               05 FILLER                 PIC X VALUE ":".
               05 WS-FMT-SS              PIC 99.
           01 WS-ELAPSED-TEXT           PIC X(8).
           01 WS-AVERAGE-TEXT           PIC X(8).
           01 WS-LONGEST-TEXT           PIC X(8).
           01 WS-LATEST-TEXT            PIC X(8).

           01 WS-LINE-POINTER           PIC 9(3).
           01 WS-COLUMN-TEXT            PIC X(10).

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           PERFORM 0010-GET-AS-OF-DATE.
           PERFORM 0020-LOAD-WINDOW.
           PERFORM 0100-LOAD-TIMING.
           IF WS-NIGHT-COUNT = 0
               DISPLAY "BATCH-TREND: NO STEP TIMINGS ON run-timing.dat "
                   "IN THE LAST " WS-TREND-WEEKS " WEEK(S)"
               GO TO 0400-RETURN
           END-IF.
           SORT WS-NIGHT-ENTRY ON ASCENDING KEY WS-NIGHT-DATE.

           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "BATCH WINDOW TREND AS OF " WS-AS-OF-DATE
               " - LAST " WS-TREND-WEEKS " WEEK(S), FINISH BY "
               WS-FINISH-HOUR ":" WS-FINISH-MINUTE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           IF WS-NIGHTS-DROPPED > 0
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  (" WS-NIGHTS-DROPPED " TIMING ROW(S) BEYOND "
                   "THE 400-NIGHT TABLE NOT REPORTED)"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
           PERFORM 0200-WRITE-STEP-MATRIX.
           PERFORM 0300-WRITE-RUN-WINDOW.
           PERFORM 0350-WRITE-STEP-GROWTH.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "NIGHTS " WS-NIGHT-COUNT
               " LATE " WS-LATE-COUNT
               " STEPS FLAGGED " WS-FLAG-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           CLOSE FI-REPORT.

           IF WS-LATEST-NIGHT-LATE
               MOVE "batch-trend" TO LOG-PROGRAM
               MOVE "MAIN" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "NIGHTLY RUN FOR "
                   WS-NIGHT-DATE (WS-NIGHT-COUNT)
                   " MISSED THE BATCH WINDOW BY "
                   WS-LATEST-MARGIN-TEXT
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
           END-IF.
           DISPLAY "BATCH-TREND: " WS-NIGHT-COUNT " NIGHT(S), "
               WS-LATE-COUNT " LATE, " WS-FLAG-COUNT
               " STEP(S) FLAGGED - SEE batch-trend.dat".

       0400-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0010-GET-AS-OF-DATE.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF.

       0020-LOAD-WINDOW.
           OPEN INPUT FI-WINDOW.
           IF WS-WINDOW-OK
               READ FI-WINDOW
                   AT END MOVE SPACES TO FS-WINDOW-RECORD
               END-READ
               IF BW-LATEST-FINISH NUMERIC
                  AND BW-LATEST-FINISH (1:2) < "24"
                  AND BW-LATEST-FINISH (3:2) < "60"
                   MOVE BW-LATEST-FINISH TO WS-LATEST-FINISH
               END-IF
               IF BW-GROWTH-PCT NUMERIC
                  AND BW-GROWTH-PCT NOT = "000"
                   MOVE BW-GROWTH-PCT TO WS-GROWTH-PCT
               END-IF
               IF BW-WEEKS NUMERIC AND BW-WEEKS NOT = "00"
                   MOVE BW-WEEKS TO WS-TREND-WEEKS
               END-IF
               IF BW-MIN-SECONDS NUMERIC
                   MOVE BW-MIN-SECONDS TO WS-MIN-SECONDS
               END-IF
           END-IF.
           CLOSE FI-WINDOW.
           MOVE WS-AS-OF-DATE TO WS-DATE-NUM.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           COMPUTE WS-CUTOFF-INT = WS-AS-OF-INT - WS-TREND-WEEKS * 7.

       0100-LOAD-TIMING.
           OPEN INPUT FI-TIMING.
           IF WS-TIMING-OK
               READ FI-TIMING AT END SET WS-TIMING-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-TIMING-OK
                   IF STM-RUN-DATE NUMERIC AND STM-STEP NUMERIC
                      AND STM-START-DATE NUMERIC
                      AND STM-START-TIME NUMERIC
                      AND STM-END-DATE NUMERIC
                      AND STM-END-TIME NUMERIC
                      AND STM-ELAPSED NUMERIC
                      AND STM-STEP >= 1 AND STM-STEP <= 20
                       PERFORM 0110-TAKE-TIMING-ROW THRU 0110-EXIT
                   END-IF
                   READ FI-TIMING AT END SET WS-TIMING-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-TIMING.

       0110-TAKE-TIMING-ROW.
           MOVE STM-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           IF WS-ROW-INT > WS-AS-OF-INT OR WS-ROW-INT <= WS-CUTOFF-INT
               GO TO 0110-EXIT
           END-IF.
           MOVE "N" TO WS-NIGHT-FOUND-SWITCH.
           SET NIGHT-IDX TO 1.
           PERFORM UNTIL NIGHT-IDX > WS-NIGHT-COUNT OR WS-NIGHT-FOUND
               IF WS-NIGHT-DATE (NIGHT-IDX) = STM-RUN-DATE
                   SET WS-NIGHT-FOUND TO TRUE
               ELSE
                   SET NIGHT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-NIGHT-FOUND
               IF WS-NIGHT-COUNT >= 400
                   ADD 1 TO WS-NIGHTS-DROPPED
                   GO TO 0110-EXIT
               END-IF
               ADD 1 TO WS-NIGHT-COUNT
               SET NIGHT-IDX TO WS-NIGHT-COUNT
               INITIALIZE WS-NIGHT-ENTRY (NIGHT-IDX)
               MOVE STM-RUN-DATE TO WS-NIGHT-DATE (NIGHT-IDX)
               MOVE 999999999999 TO WS-NIGHT-FIRST-SECS (NIGHT-IDX)
           END-IF.

           MOVE STM-START-DATE TO WS-DATE-NUM.
           MOVE STM-START-TIME TO WS-TIME-NUM.
           COMPUTE WS-ROW-START-SECS =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) * 86400
               + WS-TIME-HOUR * 3600 + WS-TIME-MINUTE * 60
               + WS-TIME-SECOND.
           MOVE STM-END-DATE TO WS-DATE-NUM.
           MOVE STM-END-TIME TO WS-TIME-NUM.
           COMPUTE WS-ROW-END-SECS =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) * 86400
               + WS-TIME-HOUR * 3600 + WS-TIME-MINUTE * 60
               + WS-TIME-SECOND.
           IF WS-ROW-START-SECS < WS-NIGHT-FIRST-SECS (NIGHT-IDX)
               MOVE WS-ROW-START-SECS TO WS-NIGHT-FIRST-SECS (NIGHT-IDX)
               MOVE STM-START-DATE TO WS-NIGHT-FIRST-DATE (NIGHT-IDX)
               MOVE STM-START-TIME TO WS-NIGHT-FIRST-TIME (NIGHT-IDX)
           END-IF.
           IF WS-ROW-END-SECS > WS-NIGHT-LAST-SECS (NIGHT-IDX)
               MOVE WS-ROW-END-SECS TO WS-NIGHT-LAST-SECS (NIGHT-IDX)
               MOVE STM-END-DATE TO WS-NIGHT-LAST-DATE (NIGHT-IDX)
               MOVE STM-END-TIME TO WS-NIGHT-LAST-TIME (NIGHT-IDX)
           END-IF.

           MOVE STM-STEP TO WS-ROW-STEP.
           MOVE STM-NAME TO WS-STEP-NAME (WS-ROW-STEP).
           IF WS-ROW-STEP > WS-HIGH-STEP
               MOVE WS-ROW-STEP TO WS-HIGH-STEP
           END-IF.
           IF STM-STATUS = "COMPLETE"
               MOVE "Y" TO WS-NIGHT-STEP-RAN (NIGHT-IDX, WS-ROW-STEP)
               MOVE STM-ELAPSED
                   TO WS-NIGHT-STEP-SECS (NIGHT-IDX, WS-ROW-STEP)
           ELSE
               IF WS-NIGHT-FAILURES (NIGHT-IDX) < 99
                   ADD 1 TO WS-NIGHT-FAILURES (NIGHT-IDX)
               END-IF
           END-IF.

       0110-EXIT.
           EXIT.

       0200-WRITE-STEP-MATRIX.
      * ONE ROW PER NIGHT, ONE COLUMN PER STEP (UP TO 12 FIT THE
      * PAGE); "-" MEANS THE STEP DID NOT COMPLETE THAT NIGHT.
           MOVE WS-HIGH-STEP TO WS-COLUMN-COUNT.
           IF WS-COLUMN-COUNT > 12
               MOVE 12 TO WS-COLUMN-COUNT
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "STEP ELAPSED BY NIGHT (HH:MM:SS)" TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           MOVE "  DATE     " TO FS-REPORT-RECORD.
           MOVE 12 TO WS-LINE-POINTER.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-COLUMN-COUNT
               MOVE WS-STEP-NAME (WS-STEP-IDX) (1:9) TO WS-COLUMN-TEXT
               STRING WS-COLUMN-TEXT DELIMITED BY SIZE
                   INTO FS-REPORT-RECORD WITH POINTER WS-LINE-POINTER
           END-PERFORM.
           WRITE FS-REPORT-RECORD.
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX > WS-NIGHT-COUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  " WS-NIGHT-DATE (NIGHT-IDX)
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               MOVE 12 TO WS-LINE-POINTER
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-COLUMN-COUNT
                   IF WS-NIGHT-STEP-RAN (NIGHT-IDX, WS-STEP-IDX) = "Y"
                       MOVE WS-NIGHT-STEP-SECS (NIGHT-IDX, WS-STEP-IDX)
                           TO WS-FMT-SECS
                       PERFORM 0800-FORMAT-SECONDS
                       MOVE WS-FMT-TEXT TO WS-COLUMN-TEXT
                   ELSE
                       MOVE "    -" TO WS-COLUMN-TEXT
                   END-IF
                   STRING WS-COLUMN-TEXT DELIMITED BY SIZE
                       INTO FS-REPORT-RECORD
                       WITH POINTER WS-LINE-POINTER
               END-PERFORM
               WRITE FS-REPORT-RECORD
           END-PERFORM.

       0300-WRITE-RUN-WINDOW.
      * THE DEADLINE IS THE FIRST LATEST-FINISH TIME ON OR AFTER THE
      * NIGHT'S FIRST STEP STARTED: A RUN STARTED AT 22:00 IS DUE AT
      * 06:00 NEXT MORNING, ONE STARTED AT 01:00 BY 06:00 THE SAME
      * MORNING.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "RUN DURATION AGAINST THE WINDOW" TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX > WS-NIGHT-COUNT
               MOVE WS-NIGHT-FIRST-DATE (NIGHT-IDX) TO WS-DATE-NUM
               COMPUTE WS-DEADLINE-SECS =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) * 86400
                   + WS-FINISH-HOUR * 3600 + WS-FINISH-MINUTE * 60
               IF WS-DEADLINE-SECS < WS-NIGHT-FIRST-SECS (NIGHT-IDX)
                   ADD 86400 TO WS-DEADLINE-SECS
               END-IF
               COMPUTE WS-FMT-SECS =
                   WS-NIGHT-LAST-SECS (NIGHT-IDX)
                   - WS-NIGHT-FIRST-SECS (NIGHT-IDX)
               PERFORM 0800-FORMAT-SECONDS
               MOVE WS-FMT-TEXT TO WS-ELAPSED-TEXT
               IF WS-NIGHT-LAST-SECS (NIGHT-IDX) > WS-DEADLINE-SECS
                   MOVE "LATE BY " TO WS-NIGHT-STATE
                   COMPUTE WS-FMT-SECS =
                       WS-NIGHT-LAST-SECS (NIGHT-IDX) - WS-DEADLINE-SECS
                   ADD 1 TO WS-LATE-COUNT
                   IF NIGHT-IDX = WS-NIGHT-COUNT
                       SET WS-LATEST-NIGHT-LATE TO TRUE
                   END-IF
               ELSE
                   MOVE "SPARE   " TO WS-NIGHT-STATE
                   COMPUTE WS-FMT-SECS =
                       WS-DEADLINE-SECS - WS-NIGHT-LAST-SECS (NIGHT-IDX)
               END-IF
               PERFORM 0800-FORMAT-SECONDS
               IF NIGHT-IDX = WS-NIGHT-COUNT
                   MOVE WS-FMT-TEXT TO WS-LATEST-MARGIN-TEXT
               END-IF
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  " WS-NIGHT-DATE (NIGHT-IDX)
                   " START " WS-NIGHT-FIRST-DATE (NIGHT-IDX)
                   " " WS-NIGHT-FIRST-TIME (NIGHT-IDX)
                   " FINISH " WS-NIGHT-LAST-DATE (NIGHT-IDX)
                   " " WS-NIGHT-LAST-TIME (NIGHT-IDX)
                   " ELAPSED " WS-ELAPSED-TEXT
                   " " WS-NIGHT-STATE WS-FMT-TEXT
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               IF WS-NIGHT-FAILURES (NIGHT-IDX) > 0
                   MOVE SPACES TO FS-REPORT-RECORD (92:)
                   STRING " FAILED ATTEMPTS "
                       WS-NIGHT-FAILURES (NIGHT-IDX)
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD (92:)
               END-IF
               WRITE FS-REPORT-RECORD
           END-PERFORM.

       0350-WRITE-STEP-GROWTH.
      * THE LATEST NIGHT A STEP COMPLETED AGAINST ITS OWN AVERAGE
      * OVER THE EARLIER NIGHTS IN THE WINDOW.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "STEP AVERAGES AND GROWTH (FLAGGED OVER +"
               WS-GROWTH-PCT " PCT, LATEST RUN OF " WS-MIN-SECONDS
               " SECONDS OR MORE)"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-HIGH-STEP
               IF WS-STEP-NAME (WS-STEP-IDX) NOT = SPACES
                   PERFORM 0360-ONE-STEP-GROWTH THRU 0360-EXIT
               END-IF
           END-PERFORM.

       0360-ONE-STEP-GROWTH.
           MOVE 0 TO WS-STEP-NIGHTS WS-STEP-TOTAL WS-STEP-LONGEST
               WS-STEP-LATEST.
           MOVE SPACES TO WS-STEP-LATEST-DATE.
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NIGHT-STEP-RAN (NIGHT-IDX, WS-STEP-IDX) = "Y"
                   ADD 1 TO WS-STEP-NIGHTS
                   MOVE WS-NIGHT-STEP-SECS (NIGHT-IDX, WS-STEP-IDX)
                       TO WS-STEP-LATEST
                   MOVE WS-NIGHT-DATE (NIGHT-IDX)
                       TO WS-STEP-LATEST-DATE
                   ADD WS-STEP-LATEST TO WS-STEP-TOTAL
                   IF WS-STEP-LATEST > WS-STEP-LONGEST
                       MOVE WS-STEP-LATEST TO WS-STEP-LONGEST
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STEP-NIGHTS = 0
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  " WS-STEP-NAME (WS-STEP-IDX)
                   " NO COMPLETED RUN IN THE WINDOW"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               GO TO 0360-EXIT
           END-IF.
           COMPUTE WS-STEP-AVERAGE ROUNDED =
               WS-STEP-TOTAL / WS-STEP-NIGHTS.
           MOVE SPACES TO WS-STEP-FLAG.
           MOVE 0 TO WS-GROWTH.
           IF WS-STEP-NIGHTS > 1
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                   (WS-STEP-TOTAL - WS-STEP-LATEST)
                   / (WS-STEP-NIGHTS - 1)
               IF WS-PRIOR-AVERAGE > 0
                   COMPUTE WS-GROWTH ROUNDED =
                       (WS-STEP-LATEST - WS-PRIOR-AVERAGE) * 100
                       / WS-PRIOR-AVERAGE
                       ON SIZE ERROR MOVE 9999 TO WS-GROWTH
                   END-COMPUTE
               ELSE
                   IF WS-STEP-LATEST > 0
                       MOVE 9999 TO WS-GROWTH
                   END-IF
               END-IF
               IF WS-GROWTH > WS-GROWTH-PCT
                  AND WS-STEP-LATEST >= WS-MIN-SECONDS
                   MOVE "** GROWING" TO WS-STEP-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF.
           MOVE WS-STEP-AVERAGE TO WS-FMT-SECS.
           PERFORM 0800-FORMAT-SECONDS.
           MOVE WS-FMT-TEXT TO WS-AVERAGE-TEXT.
           MOVE WS-STEP-LONGEST TO WS-FMT-SECS.
           PERFORM 0800-FORMAT-SECONDS.
           MOVE WS-FMT-TEXT TO WS-LONGEST-TEXT.
           MOVE WS-STEP-LATEST TO WS-FMT-SECS.
           PERFORM 0800-FORMAT-SECONDS.
           MOVE WS-FMT-TEXT TO WS-LATEST-TEXT.
           MOVE WS-GROWTH TO WS-DISPLAY-GROWTH.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " WS-STEP-NAME (WS-STEP-IDX)
               " NIGHTS " WS-STEP-NIGHTS
               " AVERAGE " WS-AVERAGE-TEXT
               " LONGEST " WS-LONGEST-TEXT
               " LATEST " WS-STEP-LATEST-DATE " " WS-LATEST-TEXT
               " CHANGE " WS-DISPLAY-GROWTH " PCT " WS-STEP-FLAG
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           IF WS-STEP-FLAG NOT = SPACES
               MOVE "batch-trend" TO LOG-PROGRAM
               MOVE "0360-STEP-GROWTH" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "STEP " WS-STEP-NAME (WS-STEP-IDX)
                   " RAN " WS-LATEST-TEXT " ON " WS-STEP-LATEST-DATE
                   ", " WS-DISPLAY-GROWTH " PCT OVER ITS AVERAGE"
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
           END-IF.

       0360-EXIT.
           EXIT.

       0800-FORMAT-SECONDS.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REST.
           IF WS-FMT-HOURS > 99
               MOVE 99 TO WS-FMT-HH
           ELSE
               MOVE WS-FMT-HOURS TO WS-FMT-HH
           END-IF.
           DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS.
