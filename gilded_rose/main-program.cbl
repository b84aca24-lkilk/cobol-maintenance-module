       PROGRAM-ID. main-program.

      * MODIFICATION HISTORY:
      * - A RUN THAT COMPLETES EVERY STEP NOW CALLS job-scheduler,
      *   WHICH STARTS THE DAILY/WEEKLY/MONTHLY JOBS DUE FOR THE DATE
      *   (data/job-schedule.dat) AND LOGS THEM ON run-control.dat.
      * - EVERY STEP THAT ACTUALLY RUNS IS NOW TIMED: 0500 TAKES THE
      *   WALL-CLOCK START AND END AROUND THE CALL AND 0540 APPENDS
      *   THEM, WITH THE ELAPSED SECONDS, TO run-timing.dat (SEE
      *   STEPTIME) FOR THE batch-trend WINDOW REPORT.  run-control.dat
      *   KEEPS ITS OLD LAYOUT - EVERY UTILITY THAT CHECKS IT FOR THE
      *   RUN LOCK READS IT - AND ONLY EVER HOLDS ONE NIGHT ANYWAY.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0030-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - THE AUTOMATIC day_count NOW SURVIVES A SAME-DATE RERUN:
      *   WHEN THE RUN LOG IS RESTARTED FOR A NEW DATE, THE LAST
      *   FULLY-COMPLETE BUSINESS DATE IS CARRIED FORWARD AS A
             SELECT OPTIONAL FI-RUNLOG ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
             SELECT OPTIONAL FI-STEPTIME ASSIGN "run-timing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPTIME-FILE-STATUS.
             SELECT OPTIONAL FI-RUNLOCK ASSIGN "run-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-FILE-STATUS.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-RUNLOG.
           01 FS-RUNLOG-RECORD.
               05 FILLER                PIC X.
               05 RL-STATUS             PIC X(8).

           FD FI-STEPTIME.
           COPY "steptime.cpy".

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.
               05 LCK-TAG               PIC X(6).
               88 WS-RUNLOG-OK           VALUE 00.
               88 WS-RUNLOG-EOF          VALUE 10.

           01 WS-STEPTIME-FILE-STATUS    PIC 99.
               88 WS-STEPTIME-OK         VALUE 00.

      * WALL-CLOCK STAMPS TAKEN AROUND EACH EXECUTED STEP.  THE RUN
      * CROSSES MIDNIGHT, SO EACH STAMP IS TURNED INTO SECONDS SINCE
      * THE INTEGER-OF-DATE EPOCH BEFORE THEY ARE SUBTRACTED.
           01 WS-STEP-CLOCK.
               05 WS-CLOCK-HOUR          PIC 99.
               05 WS-CLOCK-MINUTE        PIC 99.
               05 WS-CLOCK-SECOND        PIC 99.
               05 WS-CLOCK-HUNDREDTHS    PIC 99.
           01 WS-CLOCK-DATE              PIC 9(8).
           01 WS-CLOCK-SECS              PIC 9(12).
           01 WS-STEP-START-DATE         PIC X(8).
           01 WS-STEP-START-TIME         PIC X(6).
           01 WS-STEP-START-SECS         PIC 9(12).
           01 WS-STEP-END-DATE           PIC X(8).
           01 WS-STEP-END-TIME           PIC X(6).
           01 WS-STEP-ELAPSED            PIC 9(6).

      * NIGHTLY STEP TABLE AND RUN-CONTROL STATE.
           01 WS-STEP-COUNT              PIC 99 VALUE 0.
           01 WS-STEP-TABLE.
      * SAME item-rules.dat RATES TABLE THE ENGINES USE, LOADED HERE
      * SOLELY TO DRIVE THE END-OF-RUN LEGENDARY/CONJURED COUNTS OFF
      * OF RULE TYPE RATHER THAN A LITERAL ITEM-NAME COMPARISON.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0030-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES

           PERFORM 0048-RELEASE-RUN-LOCK.

      * A COMPLETE NIGHT HANDS OVER TO THE CALENDAR-DRIVEN JOBS.  THEIR
      * OUTCOME IS ON run-control.dat AND job-history.dat AND DOES NOT
      * CHANGE THE NIGHTLY RUN'S OWN RETURN CODE.
           IF NOT WS-RUN-HALTED
               CALL "job-scheduler"
               MOVE 0 TO RETURN-CODE
           END-IF.

      * THE VARYING COUNTER IS AUGMENTED BEFORE THE EXIT TEST, SO
      * THE FAILED STEP IS REMEMBERED SEPARATELY FOR THE MESSAGE.
           IF WS-RUN-HALTED
                 PERFORM 0520-RECORD-STEP
             ELSE
                 MOVE 0 TO RETURN-CODE
                 PERFORM 0530-READ-CLOCK
                 MOVE WS-CLOCK-DATE TO WS-STEP-START-DATE
                 MOVE WS-STEP-CLOCK (1:6) TO WS-STEP-START-TIME
                 MOVE WS-CLOCK-SECS TO WS-STEP-START-SECS
                 PERFORM 0510-EXECUTE-STEP
                 MOVE RETURN-CODE TO WS-STEP-RC
                 PERFORM 0530-READ-CLOCK
                 MOVE WS-CLOCK-DATE TO WS-STEP-END-DATE
                 MOVE WS-STEP-CLOCK (1:6) TO WS-STEP-END-TIME
                 IF WS-CLOCK-SECS > WS-STEP-START-SECS
                     COMPUTE WS-STEP-ELAPSED =
                         WS-CLOCK-SECS - WS-STEP-START-SECS
                 ELSE
                     MOVE 0 TO WS-STEP-ELAPSED
                 END-IF
                 IF WS-STEP-RC = 0
                     MOVE "COMPLETE" TO WS-STEP-STATUS
                     PERFORM 0520-RECORD-STEP
                     PERFORM 0540-RECORD-STEP-TIME
                 ELSE
                     MOVE "FAILED" TO WS-STEP-STATUS
                     PERFORM 0520-RECORD-STEP
                     PERFORM 0540-RECORD-STEP-TIME
                     MOVE "main-program" TO LOG-PROGRAM
                     MOVE "0500-RUN-ONE-STEP" TO LOG-PARAGRAPH
                     MOVE "S" TO LOG-SEVERITY
           WRITE FS-RUNLOG-RECORD.
           CLOSE FI-RUNLOG.

       0530-READ-CLOCK.
      * TODAY'S WALL-CLOCK DATE AND TIME - NOT processing_date, WHICH
      * A LATE OR BACKDATED RERUN SETS TO ANOTHER DAY ENTIRELY.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-CLOCK FROM TIME.
           COMPUTE WS-CLOCK-SECS =
               FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE) * 86400
               + WS-CLOCK-HOUR * 3600 + WS-CLOCK-MINUTE * 60
               + WS-CLOCK-SECOND.

       0540-RECORD-STEP-TIME.
      * run-timing.dat IS APPENDED FOR EVERY STEP THAT RAN, FAILED
      * OR NOT, SO batch-trend CAN SHOW WHERE THE NIGHT WENT.
           OPEN EXTEND FI-STEPTIME.
           IF NOT WS-STEPTIME-OK
               CLOSE FI-STEPTIME
               OPEN OUTPUT FI-STEPTIME
           END-IF.
           MOVE SPACES TO FS-STEPTIME-RECORD.
           MOVE WS-RUN-DATE TO STM-RUN-DATE.
           MOVE WS-STEP-NUMBER TO STM-STEP.
           MOVE WS-STEP-NAME (WS-STEP-NUMBER) TO STM-NAME.
           MOVE WS-STEP-STATUS TO STM-STATUS.
           MOVE WS-STEP-RC TO STM-RC.
           MOVE WS-STEP-START-DATE TO STM-START-DATE.
           MOVE WS-STEP-START-TIME TO STM-START-TIME.
           MOVE WS-STEP-END-DATE TO STM-END-DATE.
           MOVE WS-STEP-END-TIME TO STM-END-TIME.
           MOVE WS-STEP-ELAPSED TO STM-ELAPSED.
           WRITE FS-STEPTIME-RECORD.
           CLOSE FI-STEPTIME.
           DISPLAY "MAIN-PROGRAM: STEP " WS-STEP-NUMBER " "
               WS-STEP-NAME (WS-STEP-NUMBER) " " WS-STEP-STATUS
               " IN " WS-STEP-ELAPSED " SECOND(S)".

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

           END-IF.

       0030-LOAD-RULES.
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
