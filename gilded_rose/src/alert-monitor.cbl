       IDENTIFICATION DIVISION.
       PROGRAM-ID. "alert-monitor".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  OUTBOUND ALERT FEED AND ON-CALL ESCALATION.
      *   error-logger PUTS EVERY SEVERE AND FATAL CONDITION ON
      *   oplog.dat, BUT NOBODY READ IT UNTIL THE MORNING - A
      *   sulfuras-guard FAILURE OR A balance-check BREAK AT 2 A.M.
      *   SAT THERE FOR FIVE HOURS.  THE SITE SCHEDULER RUNS THIS
      *   EVERY FEW MINUTES.  EACH PASS PICKS UP oplog.dat FROM THE
      *   HIGH-WATER MARK SAVED ON alert-mark.dat, AND EVERY NEW S OR
      *   F LINE IS PAGED THROUGH alerts.dat (SEE ALERTREC) TO THE
      *   ON-CALL OPERATOR FROM data/oncall-rota.dat FOR THE LINE'S
      *   DATE AND SEVERITY.  A REPEAT FROM THE SAME PROGRAM AND
      *   PARAGRAPH AS AN ALERT STILL OPEN IS COUNTED AGAINST THAT
      *   ALERT INSTEAD OF PAGED AGAIN, SO ONE BAD NIGHT IS ONE PAGE
      *   NOT FORTY.  AN ALERT NOBODY ACKNOWLEDGES (alert-acks.dat,
      *   SEE alert-ack) WITHIN ack_minutes (DEFAULT 30) IS PAGED ON
      *   TO THE SHIFT SUPERVISOR - ROLE 2 ON data/operators.dat.
      *   OPEN ALERTS ARE CARRIED BETWEEN PASSES ON alert-status.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-OPLOG ASSIGN "oplog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-FILE-STATUS.
             SELECT OPTIONAL FI-MARK ASSIGN "alert-mark.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-FILE-STATUS.
             SELECT OPTIONAL FI-ALERTS ASSIGN "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-FILE-STATUS.
             SELECT OPTIONAL FI-STATUS ASSIGN "alert-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
             SELECT OPTIONAL FI-ACKS ASSIGN "alert-acks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKS-FILE-STATUS.
             SELECT OPTIONAL FI-ROTA ASSIGN "data/oncall-rota.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTA-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * THE error-logger LINE: DATE, TIME, SEVERITY, PROGRAM,
      * PARAGRAPH, TEXT.
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

      * THE HIGH-WATER MARK: HOW MANY oplog.dat LINES HAVE BEEN
      * SEEN, A COPY OF THE LAST ONE (SO A FILE housekeeping HAS
      * TRIMMED FROM THE FRONT CAN STILL BE PICKED UP AT THE RIGHT
      * PLACE), AND THE NEXT ALERT NUMBER TO GIVE OUT.
           FD FI-MARK.
           01 FS-MARK-RECORD.
               05 MRK-LINE-COUNT        PIC 9(9).
               05 FILLER                PIC X.
               05 MRK-NEXT-ID           PIC 9(6).
               05 FILLER                PIC X.
               05 MRK-LAST-LINE         PIC X(140).

           FD FI-ALERTS.
           COPY "alertrec.cpy".

           FD FI-STATUS.
           COPY "alertsts.cpy".

           FD FI-ACKS.
           COPY "alertack.cpy".

      * WHO IS ON CALL: FROM THE DATE GIVEN UNTIL THE NEXT ROW, FOR
      * SEVERITY S OR F (* FOR BOTH).  A ROW FOR THE EXACT SEVERITY
      * BEATS A * ROW OF THE SAME DATE.
           FD FI-ROTA.
           01 FS-ROTA-RECORD.
               05 ROT-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 ROT-SEVERITY          PIC X.
               05 FILLER                PIC X.
               05 ROT-OPERATOR          PIC X(8).

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

       WORKING-STORAGE SECTION.
           01 WS-OPLOG-FILE-STATUS      PIC 99.
               88 WS-OPLOG-OK           VALUE 00.
               88 WS-OPLOG-EOF          VALUE 10.

           01 WS-MARK-FILE-STATUS       PIC 99.
               88 WS-MARK-OK            VALUE 00.
               88 WS-MARK-EOF           VALUE 10.

           01 WS-ALERTS-FILE-STATUS     PIC 99.
               88 WS-ALERTS-OK          VALUE 00.

           01 WS-STATUS-FILE-STATUS     PIC 99.
               88 WS-STATUS-OK          VALUE 00.
               88 WS-STATUS-EOF         VALUE 10.

           01 WS-ACKS-FILE-STATUS       PIC 99.
               88 WS-ACKS-OK            VALUE 00.
               88 WS-ACKS-EOF           VALUE 10.

           01 WS-ROTA-FILE-STATUS       PIC 99.
               88 WS-ROTA-OK            VALUE 00.
               88 WS-ROTA-EOF           VALUE 10.

           01 WS-OPERATOR-FILE-STATUS   PIC 99.
               88 WS-OPERATOR-OK        VALUE 00.
               88 WS-OPERATOR-EOF       VALUE 10.

      * WALL CLOCK FOR THIS PASS - THE ESCALATION CLOCK RUNS IN REAL
      * TIME, WHATEVER BUSINESS DATE THE NIGHTLY IS LOGGING UNDER.
           01 WS-NOW-DATE               PIC 9(8).
           01 WS-NOW-CLOCK.
               05 WS-NOW-HOUR            PIC 99.
               05 WS-NOW-MINUTE          PIC 99.
               05 WS-NOW-SECOND          PIC 99.
               05 WS-NOW-HUNDREDTHS      PIC 99.
           01 WS-NOW-SECS               PIC 9(12).

           01 WS-SENT-DATE              PIC 9(8).
           01 WS-SENT-CLOCK.
               05 WS-SENT-HOUR           PIC 99.
               05 WS-SENT-MINUTE         PIC 99.
               05 WS-SENT-SECOND         PIC 99.
           01 WS-SENT-SECS              PIC 9(12).
           01 WS-AGE-SECS               PIC 9(12).

           01 WS-ACK-TEXT               PIC X(4).
           01 WS-ACK-MINUTES            PIC 9(3) VALUE 0.

      * THE MARK AS READ AT THE START OF THE PASS, AND WHERE IN
      * TODAY'S oplog.dat IT WAS FOUND.
           01 WS-MARK-SWITCH            PIC X VALUE "N".
               88 WS-MARK-FOUND         VALUE "Y".
           01 WS-MARK-LINE-COUNT        PIC 9(9) VALUE 0.
           01 WS-MARK-LAST-LINE         PIC X(140) VALUE SPACES.
           01 WS-NEXT-ID                PIC 9(6) VALUE 1.
           01 WS-EXACT-SWITCH           PIC X VALUE "N".
               88 WS-EXACT-MATCH        VALUE "Y".
           01 WS-SKIP-TO                PIC 9(9) VALUE 0.
           01 WS-DATE-FLOOR             PIC X(8) VALUE LOW-VALUES.
           01 WS-LINE-NUMBER            PIC 9(9) VALUE 0.
           01 WS-LAST-LINE              PIC X(140) VALUE SPACES.

           01 WS-OPERATOR-COUNT         PIC 99 VALUE 0.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY OCCURS 50 TIMES
                   INDEXED BY OPR-IDX.
                   10 WS-OPR-TAB-ID      PIC X(8).
                   10 WS-OPR-TAB-NAME    PIC X(20).
                   10 WS-OPR-TAB-ROLE    PIC 9.

           01 WS-ROTA-COUNT             PIC 9(3) VALUE 0.
           01 WS-ROTA-TABLE.
               05 WS-ROTA-ENTRY OCCURS 400 TIMES INDEXED BY ROTA-IDX.
                   10 WS-ROTA-DATE       PIC X(8).
                   10 WS-ROTA-SEVERITY   PIC X.
                   10 WS-ROTA-OPERATOR   PIC X(8).

           01 WS-ALERT-COUNT            PIC 9(3) VALUE 0.
           01 WS-ALERT-TABLE.
      * SLOT 201 IS SCRATCH FOR A PAGE SENT WHEN ALL 200 ARE IN USE.
               05 WS-ALERT-ENTRY OCCURS 201 TIMES INDEXED BY ALT-IDX.
                   10 WS-ALT-ID          PIC 9(6).
                   10 WS-ALT-STATUS      PIC X(8).
                       88 WS-ALT-OPEN        VALUE "OPEN".
                       88 WS-ALT-ESCALATED   VALUE "ESCALATD".
                       88 WS-ALT-ACKED       VALUE "ACKED".
                   10 WS-ALT-SEVERITY    PIC X.
                   10 WS-ALT-COUNT       PIC 9(4).
                   10 WS-ALT-ONCALL      PIC X(8).
                   10 WS-ALT-ESCALATED-TO PIC X(8).
                   10 WS-ALT-SENT-DATE   PIC X(8).
                   10 WS-ALT-SENT-TIME   PIC X(6).
                   10 WS-ALT-LOG-DATE    PIC X(8).
                   10 WS-ALT-LOG-TIME    PIC X(6).
                   10 WS-ALT-PROGRAM     PIC X(20).
                   10 WS-ALT-PARAGRAPH   PIC X(20).
                   10 WS-ALT-TEXT        PIC X(80).

           01 WS-FOUND-SWITCH           PIC X.
               88 WS-ALERT-FOUND        VALUE "Y".
           01 WS-ALERT-TYPE             PIC X.
           01 WS-PAGE-OPERATOR          PIC X(8).
           01 WS-PAGE-NAME              PIC X(20).
           01 WS-BEST-DATE              PIC X(8).
           01 WS-BEST-EXACT-SWITCH      PIC X.
               88 WS-BEST-EXACT         VALUE "Y".
           01 WS-EXCLUDE-OPERATOR       PIC X(8).
           01 WS-SUPERVISOR             PIC X(8).
           01 WS-SUPERVISOR-NAME        PIC X(20).

           01 WS-NEW-LINES              PIC 9(6) VALUE 0.
           01 WS-PAGED-COUNT            PIC 9(4) VALUE 0.
           01 WS-COLLAPSED-COUNT        PIC 9(4) VALUE 0.
           01 WS-ESCALATED-COUNT        PIC 9(4) VALUE 0.
           01 WS-ACKED-COUNT            PIC 9(4) VALUE 0.
           01 WS-OPEN-COUNT             PIC 9(4) VALUE 0.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-READ-CLOCK.
           PERFORM 0015-GET-ACK-MINUTES.
           PERFORM 0020-LOAD-OPERATORS.
           PERFORM 0030-LOAD-ROTA.
           PERFORM 0040-LOAD-OPEN-ALERTS.
           PERFORM 0050-APPLY-ACKS.
           PERFORM 0060-READ-MARK.
           PERFORM 0070-FIND-MARK-LINE THRU 0070-EXIT.

           OPEN EXTEND FI-ALERTS.
           IF NOT WS-ALERTS-OK
               CLOSE FI-ALERTS
               OPEN OUTPUT FI-ALERTS
           END-IF.
           PERFORM 0100-SCAN-NEW-LINES.
           PERFORM 0200-ESCALATE-ONE-ALERT
               VARYING ALT-IDX FROM 1 BY 1
               UNTIL ALT-IDX > WS-ALERT-COUNT.
           CLOSE FI-ALERTS.

           PERFORM 0300-SAVE-OPEN-ALERTS.
           PERFORM 0310-SAVE-MARK.

           DISPLAY "ALERT-MONITOR: " WS-NEW-LINES " NEW LOG LINE(S), "
               WS-PAGED-COUNT " PAGED, " WS-COLLAPSED-COUNT
               " REPEAT(S) COLLAPSED, " WS-ESCALATED-COUNT
               " ESCALATED, " WS-ACKED-COUNT " ACKNOWLEDGED, "
               WS-OPEN-COUNT " STILL OPEN".

       0400-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0010-READ-CLOCK.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) * 86400
               + WS-NOW-HOUR * 3600 + WS-NOW-MINUTE * 60
               + WS-NOW-SECOND.

       0015-GET-ACK-MINUTES.
           MOVE SPACES TO WS-ACK-TEXT.
           ACCEPT WS-ACK-TEXT FROM ENVIRONMENT "ack_minutes".
           IF WS-ACK-TEXT (1:3) NUMERIC
               MOVE WS-ACK-TEXT (1:3) TO WS-ACK-MINUTES
           ELSE
               IF WS-ACK-TEXT (1:2) NUMERIC
                   MOVE WS-ACK-TEXT (1:2) TO WS-ACK-MINUTES
               ELSE
                   IF WS-ACK-TEXT (1:1) NUMERIC
                       MOVE WS-ACK-TEXT (1:1) TO WS-ACK-MINUTES
                   END-IF
               END-IF
           END-IF.
           IF WS-ACK-MINUTES = 0
               MOVE 30 TO WS-ACK-MINUTES
           END-IF.

       0020-LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT.
           OPEN INPUT FI-OPERATORS.
           IF WS-OPERATOR-OK
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPERATOR-OK
                   IF OPR-ID NOT = SPACES AND WS-OPERATOR-COUNT < 50
                       ADD 1 TO WS-OPERATOR-COUNT
                       SET OPR-IDX TO WS-OPERATOR-COUNT
                       MOVE OPR-ID TO WS-OPR-TAB-ID (OPR-IDX)
                       MOVE OPR-NAME TO WS-OPR-TAB-NAME (OPR-IDX)
                       IF OPR-ROLE NUMERIC
                           MOVE OPR-ROLE TO WS-OPR-TAB-ROLE (OPR-IDX)
                       ELSE
                           MOVE 0 TO WS-OPR-TAB-ROLE (OPR-IDX)
                       END-IF
                   END-IF
                   READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-OPERATORS.

       0030-LOAD-ROTA.
           MOVE 0 TO WS-ROTA-COUNT.
           OPEN INPUT FI-ROTA.
           IF WS-ROTA-OK
               READ FI-ROTA AT END SET WS-ROTA-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-ROTA-OK
                   IF ROT-DATE NUMERIC AND ROT-OPERATOR NOT = SPACES
                      AND (ROT-SEVERITY = "S" OR ROT-SEVERITY = "F"
                           OR ROT-SEVERITY = "*")
                      AND WS-ROTA-COUNT < 400
                       ADD 1 TO WS-ROTA-COUNT
                       SET ROTA-IDX TO WS-ROTA-COUNT
                       MOVE ROT-DATE TO WS-ROTA-DATE (ROTA-IDX)
                       MOVE ROT-SEVERITY TO WS-ROTA-SEVERITY (ROTA-IDX)
                       MOVE ROT-OPERATOR TO WS-ROTA-OPERATOR (ROTA-IDX)
                   END-IF
                   READ FI-ROTA AT END SET WS-ROTA-EOF TO TRUE END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-ROTA.

       0040-LOAD-OPEN-ALERTS.
           MOVE 0 TO WS-ALERT-COUNT.
           OPEN INPUT FI-STATUS.
           IF WS-STATUS-OK
               READ FI-STATUS AT END SET WS-STATUS-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-STATUS-OK
                   IF ALS-ALERT-ID NUMERIC AND ALS-SENT-DATE NUMERIC
                      AND ALS-SENT-TIME NUMERIC
                      AND WS-ALERT-COUNT < 200
                       ADD 1 TO WS-ALERT-COUNT
                       SET ALT-IDX TO WS-ALERT-COUNT
                       MOVE ALS-ALERT-ID TO WS-ALT-ID (ALT-IDX)
                       MOVE ALS-STATUS TO WS-ALT-STATUS (ALT-IDX)
                       MOVE ALS-SEVERITY TO WS-ALT-SEVERITY (ALT-IDX)
                       IF ALS-COUNT NUMERIC
                           MOVE ALS-COUNT TO WS-ALT-COUNT (ALT-IDX)
                       ELSE
                           MOVE 1 TO WS-ALT-COUNT (ALT-IDX)
                       END-IF
                       MOVE ALS-ONCALL TO WS-ALT-ONCALL (ALT-IDX)
                       MOVE ALS-ESCALATED-TO
                           TO WS-ALT-ESCALATED-TO (ALT-IDX)
                       MOVE ALS-SENT-DATE TO WS-ALT-SENT-DATE (ALT-IDX)
                       MOVE ALS-SENT-TIME TO WS-ALT-SENT-TIME (ALT-IDX)
                       MOVE ALS-LOG-DATE TO WS-ALT-LOG-DATE (ALT-IDX)
                       MOVE ALS-LOG-TIME TO WS-ALT-LOG-TIME (ALT-IDX)
                       MOVE ALS-PROGRAM TO WS-ALT-PROGRAM (ALT-IDX)
                       MOVE ALS-PARAGRAPH TO WS-ALT-PARAGRAPH (ALT-IDX)
                       MOVE ALS-TEXT TO WS-ALT-TEXT (ALT-IDX)
                   END-IF
                   READ FI-STATUS AT END SET WS-STATUS-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-STATUS.

       0050-APPLY-ACKS.
      * alert-acks.dat IS NEVER CLEARED HERE - alert-ack OR THE
      * GATEWAY MAY BE APPENDING TO IT AS WE READ.  AN ACKNOWLEDGEMENT
      * FOR AN ALERT NO LONGER OPEN SIMPLY MATCHES NOTHING.
           OPEN INPUT FI-ACKS.
           IF WS-ACKS-OK
               READ FI-ACKS AT END SET WS-ACKS-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-ACKS-OK
                   IF ACK-ALERT-ID NUMERIC
                       PERFORM 0055-ACK-ONE-ALERT
                   END-IF
                   READ FI-ACKS AT END SET WS-ACKS-EOF TO TRUE END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-ACKS.

       0055-ACK-ONE-ALERT.
           SET ALT-IDX TO 1.
           PERFORM UNTIL ALT-IDX > WS-ALERT-COUNT
               IF WS-ALT-ID (ALT-IDX) = ACK-ALERT-ID
                  AND NOT WS-ALT-ACKED (ALT-IDX)
                   SET WS-ALT-ACKED (ALT-IDX) TO TRUE
                   ADD 1 TO WS-ACKED-COUNT
                   MOVE "alert-monitor" TO LOG-PROGRAM
                   MOVE "0055-ACK-ONE-ALERT" TO LOG-PARAGRAPH
                   MOVE "I" TO LOG-SEVERITY
                   MOVE SPACES TO LOG-TEXT
                   STRING "ALERT " WS-ALT-ID (ALT-IDX)
                       " ACKNOWLEDGED BY " ACK-OPERATOR
                       " AT " ACK-DATE " " ACK-TIME
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
               END-IF
               SET ALT-IDX UP BY 1
           END-PERFORM.

       0060-READ-MARK.
           MOVE "N" TO WS-MARK-SWITCH.
           OPEN INPUT FI-MARK.
           IF WS-MARK-OK
               READ FI-MARK
               IF WS-MARK-OK AND MRK-LINE-COUNT NUMERIC
                   SET WS-MARK-FOUND TO TRUE
                   MOVE MRK-LINE-COUNT TO WS-MARK-LINE-COUNT
                   MOVE MRK-LAST-LINE TO WS-MARK-LAST-LINE
                   IF MRK-NEXT-ID NUMERIC AND MRK-NEXT-ID > 0
                       MOVE MRK-NEXT-ID TO WS-NEXT-ID
                   END-IF
               END-IF
           END-IF.
           CLOSE FI-MARK.

       0070-FIND-MARK-LINE.
      * WORK OUT HOW MANY LINES AT THE FRONT OF oplog.dat HAVE
      * ALREADY BEEN SEEN.  NORMALLY THE MARK LINE IS STILL WHERE WE
      * LEFT IT.  housekeeping TRIMS OLD LINES OFF THE FRONT, WHICH
      * MOVES IT UP THE FILE - THE LAST COPY OF IT BEFORE THE OLD
      * POSITION IS THE ONE.  IF IT HAS GONE ALTOGETHER, NOTHING
      * DATED BEFORE IT IS PAGED.  WITH NO MARK AT ALL (THE FIRST
      * PASS) EVERYTHING ALREADY ON THE FILE COUNTS AS SEEN - A
      * NEW MONITOR MUST NOT PAGE SIX MONTHS OF HISTORY.
           MOVE 0 TO WS-SKIP-TO.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-EXACT-SWITCH.
           IF WS-MARK-FOUND AND WS-MARK-LINE-COUNT = 0
               GO TO 0070-EXIT
           END-IF.
           OPEN INPUT FI-OPLOG.
           IF NOT WS-OPLOG-OK
               CLOSE FI-OPLOG
               GO TO 0070-EXIT
           END-IF.
           READ FI-OPLOG AT END SET WS-OPLOG-EOF TO TRUE END-READ.
           PERFORM UNTIL NOT WS-OPLOG-OK OR WS-EXACT-MATCH
               ADD 1 TO WS-LINE-NUMBER
               IF WS-MARK-FOUND
                  AND FS-OPLOG-RECORD = WS-MARK-LAST-LINE
                  AND WS-LINE-NUMBER NOT > WS-MARK-LINE-COUNT
                   MOVE WS-LINE-NUMBER TO WS-SKIP-TO
                   IF WS-LINE-NUMBER = WS-MARK-LINE-COUNT
                       SET WS-EXACT-MATCH TO TRUE
                   END-IF
               END-IF
               READ FI-OPLOG AT END SET WS-OPLOG-EOF TO TRUE END-READ
           END-PERFORM.
           CLOSE FI-OPLOG.
           IF NOT WS-MARK-FOUND
               MOVE WS-LINE-NUMBER TO WS-SKIP-TO
               DISPLAY "ALERT-MONITOR: NO HIGH-WATER MARK - "
                   WS-SKIP-TO " LINE(S) ALREADY ON oplog.dat TAKEN "
                   "AS SEEN"
               GO TO 0070-EXIT
           END-IF.
           IF WS-SKIP-TO = 0
               MOVE WS-MARK-LAST-LINE (1:8) TO WS-DATE-FLOOR
               MOVE "alert-monitor" TO LOG-PROGRAM
               MOVE "0070-FIND-MARK-LINE" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "HIGH-WATER MARK LINE NOT ON oplog.dat - "
                   "PAGING FROM " WS-DATE-FLOOR " ON"
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
           END-IF.

       0070-EXIT.
           EXIT.

       0100-SCAN-NEW-LINES.
      * THE MARK IS REWRITTEN FROM THE LAST LINE READ HERE, SO A
      * LINE error-logger APPENDS MID-PASS IS EITHER PAGED NOW OR
      * PICKED UP NEXT TIME - NEVER LOST.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE SPACES TO WS-LAST-LINE.
           OPEN INPUT FI-OPLOG.
           IF NOT WS-OPLOG-OK
               CLOSE FI-OPLOG
           ELSE
               READ FI-OPLOG AT END SET WS-OPLOG-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-OPLOG-OK
                   ADD 1 TO WS-LINE-NUMBER
                   MOVE FS-OPLOG-RECORD TO WS-LAST-LINE
                   IF WS-LINE-NUMBER > WS-SKIP-TO
                      AND OPL-DATE NOT < WS-DATE-FLOOR
                       ADD 1 TO WS-NEW-LINES
                       IF OPL-SEVERITY = "S" OR OPL-SEVERITY = "F"
                           PERFORM 0110-RAISE-OR-COLLAPSE
                       END-IF
                   END-IF
                   READ FI-OPLOG AT END SET WS-OPLOG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-OPLOG
           END-IF.

       0110-RAISE-OR-COLLAPSE.
      * A REPEAT OF AN ALERT STILL OUTSTANDING - SAME PROGRAM AND
      * PARAGRAPH, NOT YET ACKNOWLEDGED - ONLY ADDS TO ITS COUNT (AND
      * TAKES IT TO F IF THE REPEAT IS FATAL).  ONCE SOMEONE HAS
      * ACKNOWLEDGED IT, THE NEXT ONE IS NEWS AND IS PAGED.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET ALT-IDX TO 1.
           PERFORM UNTIL ALT-IDX > WS-ALERT-COUNT OR WS-ALERT-FOUND
               IF WS-ALT-PROGRAM (ALT-IDX) = OPL-PROGRAM
                  AND WS-ALT-PARAGRAPH (ALT-IDX) = OPL-PARAGRAPH
                  AND NOT WS-ALT-ACKED (ALT-IDX)
                   SET WS-ALERT-FOUND TO TRUE
               ELSE
                   SET ALT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ALERT-FOUND
               IF WS-ALT-COUNT (ALT-IDX) < 9999
                   ADD 1 TO WS-ALT-COUNT (ALT-IDX)
               END-IF
               IF OPL-SEVERITY = "F"
                   MOVE "F" TO WS-ALT-SEVERITY (ALT-IDX)
               END-IF
               ADD 1 TO WS-COLLAPSED-COUNT
           ELSE
               PERFORM 0120-RAISE-NEW-ALERT
           END-IF.

       0120-RAISE-NEW-ALERT.
           PERFORM 0130-FIND-ONCALL.
           IF WS-ALERT-COUNT < 200
               ADD 1 TO WS-ALERT-COUNT
               SET ALT-IDX TO WS-ALERT-COUNT
           ELSE
      * THE TABLE IS FULL OF OUTSTANDING ALERTS.  THIS ONE IS STILL
      * PAGED, BUT WITHOUT A SLOT IT CANNOT BE TRACKED FOR
      * ESCALATION - SAY SO ON THE LOG.
               SET ALT-IDX TO 201
               MOVE "alert-monitor" TO LOG-PROGRAM
               MOVE "0120-RAISE-NEW-ALERT" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "200 ALERTS OUTSTANDING - ALERT " WS-NEXT-ID
                   " PAGED BUT NOT TRACKED FOR ESCALATION"
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
           END-IF.
           MOVE WS-NEXT-ID TO WS-ALT-ID (ALT-IDX).
           MOVE "OPEN" TO WS-ALT-STATUS (ALT-IDX).
           MOVE OPL-SEVERITY TO WS-ALT-SEVERITY (ALT-IDX).
           MOVE 1 TO WS-ALT-COUNT (ALT-IDX).
           MOVE WS-PAGE-OPERATOR TO WS-ALT-ONCALL (ALT-IDX).
           MOVE SPACES TO WS-ALT-ESCALATED-TO (ALT-IDX).
           MOVE WS-NOW-DATE TO WS-ALT-SENT-DATE (ALT-IDX).
           MOVE WS-NOW-CLOCK (1:6) TO WS-ALT-SENT-TIME (ALT-IDX).
           MOVE OPL-DATE TO WS-ALT-LOG-DATE (ALT-IDX).
           MOVE OPL-TIME TO WS-ALT-LOG-TIME (ALT-IDX).
           MOVE OPL-PROGRAM TO WS-ALT-PROGRAM (ALT-IDX).
           MOVE OPL-PARAGRAPH TO WS-ALT-PARAGRAPH (ALT-IDX).
           MOVE OPL-TEXT TO WS-ALT-TEXT (ALT-IDX).
           MOVE "P" TO WS-ALERT-TYPE.
           PERFORM 0150-WRITE-ALERT.
           ADD 1 TO WS-PAGED-COUNT.
           IF WS-NEXT-ID = 999999
               MOVE 1 TO WS-NEXT-ID
           ELSE
               ADD 1 TO WS-NEXT-ID
           END-IF.

       0130-FIND-ONCALL.
      * THE ROTA ROW IN FORCE ON THE LINE'S DATE: THE LATEST DATED ON
      * OR BEFORE IT FOR THIS SEVERITY OR *, THE EXACT SEVERITY
      * WINNING A TIE.  AN EMPTY ROTA, OR A NAME NOT ON THE OPERATOR
      * FILE, PAGES THE SUPERVISOR RATHER THAN NOBODY.
           MOVE SPACES TO WS-PAGE-OPERATOR.
           MOVE SPACES TO WS-PAGE-NAME.
           MOVE LOW-VALUES TO WS-BEST-DATE.
           MOVE "N" TO WS-BEST-EXACT-SWITCH.
           SET ROTA-IDX TO 1.
           PERFORM UNTIL ROTA-IDX > WS-ROTA-COUNT
               IF WS-ROTA-DATE (ROTA-IDX) NOT > OPL-DATE
                  AND (WS-ROTA-SEVERITY (ROTA-IDX) = OPL-SEVERITY
                       OR WS-ROTA-SEVERITY (ROTA-IDX) = "*")
                   IF WS-ROTA-DATE (ROTA-IDX) > WS-BEST-DATE
                      OR (WS-ROTA-DATE (ROTA-IDX) = WS-BEST-DATE
                          AND NOT WS-BEST-EXACT)
                       MOVE WS-ROTA-DATE (ROTA-IDX) TO WS-BEST-DATE
                       MOVE WS-ROTA-OPERATOR (ROTA-IDX)
                           TO WS-PAGE-OPERATOR
                       IF WS-ROTA-SEVERITY (ROTA-IDX) = OPL-SEVERITY
                           SET WS-BEST-EXACT TO TRUE
                       ELSE
                           MOVE "N" TO WS-BEST-EXACT-SWITCH
                       END-IF
                   END-IF
               END-IF
               SET ROTA-IDX UP BY 1
           END-PERFORM.
           IF WS-PAGE-OPERATOR NOT = SPACES
               SET OPR-IDX TO 1
               PERFORM UNTIL OPR-IDX > WS-OPERATOR-COUNT
                   IF WS-OPR-TAB-ID (OPR-IDX) = WS-PAGE-OPERATOR
                       MOVE WS-OPR-TAB-NAME (OPR-IDX) TO WS-PAGE-NAME
                   END-IF
                   SET OPR-IDX UP BY 1
               END-PERFORM
           END-IF.
           IF WS-PAGE-NAME = SPACES
               MOVE SPACES TO WS-EXCLUDE-OPERATOR
               PERFORM 0140-FIND-SUPERVISOR
               MOVE "alert-monitor" TO LOG-PROGRAM
               MOVE "0130-FIND-ONCALL" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               IF WS-PAGE-OPERATOR = SPACES
                   STRING "NOBODY ON CALL FOR " OPL-DATE " SEVERITY "
                       OPL-SEVERITY " - PAGING SUPERVISOR "
                       WS-SUPERVISOR
                       DELIMITED BY SIZE INTO LOG-TEXT
               ELSE
                   STRING "ON-CALL " WS-PAGE-OPERATOR " NOT ON "
                       "data/operators.dat - PAGING SUPERVISOR "
                       WS-SUPERVISOR
                       DELIMITED BY SIZE INTO LOG-TEXT
               END-IF
               PERFORM 9000-LOG-CONDITION
               MOVE WS-SUPERVISOR TO WS-PAGE-OPERATOR
               MOVE WS-SUPERVISOR-NAME TO WS-PAGE-NAME
           END-IF.

       0140-FIND-SUPERVISOR.
      * THE FIRST ROLE 2 OPERATOR ON FILE WHO IS NOT THE ONE ALREADY
      * PAGED - FAILING THAT, THE FIRST ROLE 2 AT ALL.
           MOVE SPACES TO WS-SUPERVISOR.
           MOVE SPACES TO WS-SUPERVISOR-NAME.
           SET OPR-IDX TO 1.
           PERFORM UNTIL OPR-IDX > WS-OPERATOR-COUNT
               IF WS-OPR-TAB-ROLE (OPR-IDX) = 2
                   IF WS-SUPERVISOR = SPACES
                      OR (WS-SUPERVISOR = WS-EXCLUDE-OPERATOR
                          AND WS-OPR-TAB-ID (OPR-IDX)
                              NOT = WS-EXCLUDE-OPERATOR)
                       MOVE WS-OPR-TAB-ID (OPR-IDX) TO WS-SUPERVISOR
                       MOVE WS-OPR-TAB-NAME (OPR-IDX)
                           TO WS-SUPERVISOR-NAME
                   END-IF
               END-IF
               SET OPR-IDX UP BY 1
           END-PERFORM.

       0150-WRITE-ALERT.
      * ONE PAGE ON alerts.dat FROM THE TABLE ENTRY AT ALT-IDX.  THE
      * CALLER SETS WS-ALERT-TYPE AND WS-PAGE-OPERATOR/-NAME.
           MOVE SPACES TO FS-ALERT-RECORD.
           MOVE WS-ALERT-TYPE TO ALR-TYPE.
           MOVE WS-NOW-DATE TO ALR-SEND-DATE.
           MOVE WS-NOW-CLOCK (1:6) TO ALR-SEND-TIME.
           MOVE WS-ALT-ID (ALT-IDX) TO ALR-ALERT-ID.
           MOVE WS-PAGE-OPERATOR TO ALR-OPERATOR.
           MOVE WS-PAGE-NAME TO ALR-OPERATOR-NAME.
           MOVE WS-ALT-SEVERITY (ALT-IDX) TO ALR-SEVERITY.
           MOVE WS-ALT-COUNT (ALT-IDX) TO ALR-COUNT.
           MOVE WS-ALT-LOG-DATE (ALT-IDX) TO ALR-LOG-DATE.
           MOVE WS-ALT-LOG-TIME (ALT-IDX) TO ALR-LOG-TIME.
           MOVE WS-ALT-PROGRAM (ALT-IDX) TO ALR-PROGRAM.
           MOVE WS-ALT-PARAGRAPH (ALT-IDX) TO ALR-PARAGRAPH.
           MOVE WS-ALT-TEXT (ALT-IDX) TO ALR-TEXT.
           WRITE FS-ALERT-RECORD.
           DISPLAY "ALERT-MONITOR: ALERT " ALR-ALERT-ID " TYPE "
               ALR-TYPE " TO " ALR-OPERATOR " - " ALR-SEVERITY " "
               ALR-PROGRAM.

       0200-ESCALATE-ONE-ALERT.
      * AN ALERT STILL OPEN ack_minutes AFTER ITS FIRST PAGE GOES TO
      * THE SHIFT SUPERVISOR, ONCE.
           IF WS-ALT-OPEN (ALT-IDX)
               MOVE WS-ALT-SENT-DATE (ALT-IDX) TO WS-SENT-DATE
               MOVE WS-ALT-SENT-TIME (ALT-IDX) TO WS-SENT-CLOCK
               COMPUTE WS-SENT-SECS =
                   FUNCTION INTEGER-OF-DATE (WS-SENT-DATE) * 86400
                   + WS-SENT-HOUR * 3600 + WS-SENT-MINUTE * 60
                   + WS-SENT-SECOND
               IF WS-NOW-SECS > WS-SENT-SECS
                   COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-SENT-SECS
               ELSE
                   MOVE 0 TO WS-AGE-SECS
               END-IF
               IF WS-AGE-SECS NOT < WS-ACK-MINUTES * 60
                   MOVE WS-ALT-ONCALL (ALT-IDX) TO WS-EXCLUDE-OPERATOR
                   PERFORM 0140-FIND-SUPERVISOR
                   MOVE WS-SUPERVISOR TO WS-PAGE-OPERATOR
                   MOVE WS-SUPERVISOR-NAME TO WS-PAGE-NAME
                   MOVE "ESCALATD" TO WS-ALT-STATUS (ALT-IDX)
                   MOVE WS-SUPERVISOR TO WS-ALT-ESCALATED-TO (ALT-IDX)
                   MOVE "E" TO WS-ALERT-TYPE
                   PERFORM 0150-WRITE-ALERT
                   ADD 1 TO WS-ESCALATED-COUNT
                   MOVE "alert-monitor" TO LOG-PROGRAM
                   MOVE "0200-ESCALATE" TO LOG-PARAGRAPH
                   MOVE "W" TO LOG-SEVERITY
                   MOVE SPACES TO LOG-TEXT
                   STRING "ALERT " WS-ALT-ID (ALT-IDX)
                       " NOT ACKNOWLEDGED BY "
                       WS-ALT-ONCALL (ALT-IDX) " IN " WS-ACK-MINUTES
                       " MIN - ESCALATED TO " WS-SUPERVISOR
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
               END-IF
           END-IF.

       0300-SAVE-OPEN-ALERTS.
           MOVE 0 TO WS-OPEN-COUNT.
           OPEN OUTPUT FI-STATUS.
           SET ALT-IDX TO 1.
           PERFORM UNTIL ALT-IDX > WS-ALERT-COUNT
               IF NOT WS-ALT-ACKED (ALT-IDX)
                   MOVE SPACES TO FS-ALERT-STATUS-RECORD
                   MOVE WS-ALT-ID (ALT-IDX) TO ALS-ALERT-ID
                   MOVE WS-ALT-STATUS (ALT-IDX) TO ALS-STATUS
                   MOVE WS-ALT-SEVERITY (ALT-IDX) TO ALS-SEVERITY
                   MOVE WS-ALT-COUNT (ALT-IDX) TO ALS-COUNT
                   MOVE WS-ALT-ONCALL (ALT-IDX) TO ALS-ONCALL
                   MOVE WS-ALT-ESCALATED-TO (ALT-IDX)
                       TO ALS-ESCALATED-TO
                   MOVE WS-ALT-SENT-DATE (ALT-IDX) TO ALS-SENT-DATE
                   MOVE WS-ALT-SENT-TIME (ALT-IDX) TO ALS-SENT-TIME
                   MOVE WS-ALT-LOG-DATE (ALT-IDX) TO ALS-LOG-DATE
                   MOVE WS-ALT-LOG-TIME (ALT-IDX) TO ALS-LOG-TIME
                   MOVE WS-ALT-PROGRAM (ALT-IDX) TO ALS-PROGRAM
                   MOVE WS-ALT-PARAGRAPH (ALT-IDX) TO ALS-PARAGRAPH
                   MOVE WS-ALT-TEXT (ALT-IDX) TO ALS-TEXT
                   WRITE FS-ALERT-STATUS-RECORD
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
               SET ALT-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-STATUS.

       0310-SAVE-MARK.
           OPEN OUTPUT FI-MARK.
           MOVE SPACES TO FS-MARK-RECORD.
           MOVE WS-LINE-NUMBER TO MRK-LINE-COUNT.
           MOVE WS-NEXT-ID TO MRK-NEXT-ID.
           MOVE WS-LAST-LINE TO MRK-LAST-LINE.
           WRITE FS-MARK-RECORD.
           CLOSE FI-MARK.
