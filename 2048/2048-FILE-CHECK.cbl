       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2048-FILE-CHECK.

      * DOT-FILE INTEGRITY CHECKER.  GOES THROUGH EVERY .2048-* FILE
      * THE GAME KEEPS ON THIS TERMINAL AND CHECKS, LINE BY LINE,
      *   - THE LAYOUT: LINE LENGTH, NUMERIC FIELDS, NAMES PRESENT,
      *     DATE/TIME STAMPS, BADGE NAMES, BOARD SIZES;
      *   - THE ORDER: THE HIGH, HOUSE, ALL-TIME AND VERIFIED BOARDS
      *     RUN DOWN BY SCORE, THE RATINGS LADDER DOWN BY RATING
      *     (THEN UP BY NAME);
      *   - THE SHAPE: ONE LINE PER PLAYER ON THE STATS, RATINGS AND
      *     REGISTRATION FILES, A SAVED SESSION WITH ONE ROW PER
      *     BOARD ROW, A PUZZLE LIBRARY WITH A FULL BOARD PER PUZZLE,
      *     ONE CONTROLS LINE OF FOUR DIFFERENT KEYS.
      *
      * BEFORE THAT, A FILE THE GAME REWRITES WHOLE (HIGH SCORES,
      * PLAYER STATS, RATINGS, SESSION) IS CHECKED FOR A <FILE>-WORK
      * COPY LEFT BEHIND BY A SAVE THAT WAS CUT OFF.  A WORK COPY
      * WITH ITS COUNTED TRAILER WAS FULLY WRITTEN, SO THE SAVE IS
      * FINISHED FROM IT; ONE WITHOUT WAS CUT OFF BEFORE THE REAL
      * FILE WAS TOUCHED, SO IT IS SIMPLY DISCARDED.
      *
      * A FILE THAT PASSES IS COPIED TO <FILE>-GOOD.  A FILE THAT
      * FAILS IS SET ASIDE AS <FILE>-DAMAGED AND, IF ITS -GOOD COPY
      * STILL PASSES, PUT BACK FROM THAT COPY; OTHERWISE IT IS LEFT
      * AS IT IS FOR SOMEONE TO LOOK AT.  RUN IT AT THE END OF EACH
      * DAY SO THE GOOD COPIES STAY RECENT.
      *
      * LAST, THE FILES ARE CHECKED AGAINST EACH OTHER - ONLY AS
      * WARNINGS, SINCE NOTHING HERE CAN SAY WHICH SIDE IS WRONG:
      *   - ONCE ANYONE HAS REGISTERED, EVERY NAME ON THE STATS,
      *     BADGE AND RATINGS FILES SHOULD BE ON .2048-PLAYERS;
      *   - A .2048-HIGH-SCORES SCORE CANNOT BE MORE THAN THAT
      *     PLAYER'S RECORDED SCORE FOR ALL GAMES ON .2048-PLAYER-STATS.
      *
      * EACH RUN APPENDS ITS FINDINGS TO 2048-file-check.dat.
      *
      * MODIFICATION HISTORY:
      * - NEW PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL CHECK-FILE
           ASSIGN TO 'check_in'
           FILE STATUS IS CHECK-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE FILE BEING READ - THE ACTUAL NAME COMES THROUGH THE
      * check_in ENVIRONMENT VARIABLE, SET PER FILE

       SELECT OPTIONAL COPY-FILE
           ASSIGN TO 'check_copy'
           FILE STATUS IS COPY-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE FILE BEING WRITTEN WHEN A COPY IS TAKEN OR PUT BACK -
      * NAMED THROUGH check_copy

       SELECT OPTIONAL REPORT-FILE
           ASSIGN TO '2048-file-check.dat'
           FILE STATUS IS REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHECK-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 80 CHARACTERS
           DEPENDING ON WS-CHECK-RECORD-LENGTH.
       01  CHECK-RECORD                     PIC X(80).

       FD  COPY-FILE.
       01  COPY-RECORD                      PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(120).

       WORKING-STORAGE SECTION.

       01  CHECK-FILE-STATUS                PIC 99.
           88  CHECK-FILE-OK                VALUE 00.
           88  CHECK-FILE-READ-OK           VALUE 00 04 06.
           88  CHECK-LINE-TOO-LONG          VALUE 04 06.
       01  WS-CHECK-RECORD-LENGTH           PIC 9(4) USAGE COMP.
       01  COPY-FILE-STATUS                 PIC 99.
           88  COPY-FILE-OK                 VALUE 00 05.
       01  REPORT-FILE-STATUS               PIC 99.
           88  REPORT-FILE-OK-OR-NEW        VALUE 00 05.

       01  CURRENT-DATE                     PIC 9(8).
       01  CURRENT-TIME.
           05  CT-HHMMSS                    PIC 9(6).
           05  FILLER                       PIC 99.

      * ONE SLOT PER FILE.  FILE-KIND SAYS WHICH LAYOUT IT HOLDS;
      * MAXIMUM-LENGTH IS ITS LONGEST LEGAL LINE.  THE FOUR FILES
      * THE GAME REWRITES WHOLE ARE MARKED REWRITTEN-WHOLE.
       01  FILE-SLOT                        PIC 99.
       01  FILE-SLOT-COUNT                  PIC 99 VALUE 18.
       01  LIVE-NAME                        PIC X(28).
       01  FILE-KIND                        PIC X.
      *        S = SCORE BOARD KEPT IN SCORE ORDER
      *        A = SCORE FILE APPENDED TO AS GAMES FINISH
      *        D = DAILY-CHALLENGE SCORES
      *        Z = PUZZLE SCORES
      *        T = PLAYER STATS
      *        B = ACHIEVEMENT BADGES
      *        R = RATINGS LADDER
      *        W = PLAY-TIME LOG
      *        P = REGISTERED PLAYERS
      *        G = SAVED GAME (SESSION)
      *        C = KEY CONTROLS
      *        L = PUZZLE LIBRARY
           88  KIND-SORTED-SCORES           VALUE 'S'.
           88  KIND-APPENDED-SCORES         VALUE 'A'.
           88  KIND-DAILY-SCORES            VALUE 'D'.
           88  KIND-PUZZLE-SCORES           VALUE 'Z'.
           88  KIND-PLAYER-STATS            VALUE 'T'.
           88  KIND-BADGES                  VALUE 'B'.
           88  KIND-RATINGS                 VALUE 'R'.
           88  KIND-PLAYTIME                VALUE 'W'.
           88  KIND-PLAYERS                 VALUE 'P'.
           88  KIND-SESSION                 VALUE 'G'.
           88  KIND-CONTROLS                VALUE 'C'.
           88  KIND-PUZZLE-LIBRARY          VALUE 'L'.
       01  MAXIMUM-LENGTH                   PIC 99.
       01  REWRITE-SWITCH                   PIC X.
           88  REWRITTEN-WHOLE              VALUE 'Y'.

      * HOW EACH FILE CAME OUT, KEPT FOR THE CROSS-CHECKS AND THE
      * SUMMARY.
       01  SLOT-STATES.
           05  SLOT-STATE OCCURS 18 TIMES   PIC X.
               88  SLOT-PASSED              VALUE 'K'.
               88  SLOT-RESTORED            VALUE 'R'.
               88  SLOT-DAMAGED             VALUE 'D'.
               88  SLOT-MISSING             VALUE 'M'.
       01  PASSED-COUNT                     PIC 99 VALUE ZERO.
       01  RESTORED-COUNT                   PIC 99 VALUE ZERO.
       01  DAMAGED-COUNT                    PIC 99 VALUE ZERO.
       01  MISSING-COUNT                    PIC 99 VALUE ZERO.
       01  FINISHED-SAVE-COUNT              PIC 99 VALUE ZERO.
       01  WARNING-COUNT                    PIC 9(5) VALUE ZERO.

      * NAMES FOR THE COPIES KEPT BESIDE A FILE.
       01  CHECK-NAME                       PIC X(40).
       01  WORK-NAME                        PIC X(40).
       01  GOOD-NAME                        PIC X(40).
       01  DAMAGED-NAME                     PIC X(40).
       01  FROM-NAME                        PIC X(40).
       01  TO-NAME                          PIC X(40).
       01  COPY-STOP-SWITCH                 PIC X.
           88  COPY-STOPS-AT-TRAILER        VALUE 'Y'.

      * THE TRAILER THE GAME PUTS ON A FINISHED WORK COPY.
       01  WORK-TRAILER-MARK                PIC X(15)
           VALUE '*WORK-COMPLETE '.
       01  WORK-LINE-COUNT                  PIC 9(5).
       01  WORK-TRAILER-COUNT-TEXT          PIC X(5).
       01  WORK-TRAILER-COUNT REDEFINES WORK-TRAILER-COUNT-TEXT
                                            PIC 9(5).
       01  WORK-PRESENT-SWITCH              PIC X.
           88  WORK-IS-PRESENT              VALUE 'Y'.
       01  WORK-TRAILER-SWITCH              PIC X.
           88  WORK-TRAILER-FOUND           VALUE 'Y'.
       01  WORK-EXTRA-SWITCH                PIC X.
           88  WORK-HAS-EXTRA-LINES         VALUE 'Y'.

      * RESULTS OF ONE PASS OF VALIDATE-FILE.
       01  CHECK-PRESENT-SWITCH             PIC X.
           88  CHECK-IS-PRESENT             VALUE 'Y'.
       01  CHECK-LINE-COUNT                 PIC 9(5).
       01  PROBLEM-COUNT                    PIC 9(5).
       01  FIRST-PROBLEM-LINE               PIC 9(5).
       01  FIRST-PROBLEM                    PIC X(36).
       01  LINE-PROBLEM                     PIC X(36).

      * PER-LINE WORKING FIELDS.
       01  LINE-NAME                        PIC X(16).
       01  LINE-SCORE                       PIC 9(7).
       01  LINE-RATING                      PIC 9(4).
       01  LINE-COUNT-A                     PIC 9(5).
       01  LINE-COUNT-B                     PIC 9(5).
       01  PREVIOUS-SCORE                   PIC 9(7).
       01  PREVIOUS-RATING                  PIC 9(4).
       01  PREVIOUS-NAME                    PIC X(16).
       01  SCORE-STAMP.
           05  SS-YEAR                      PIC X(4).
           05  SS-DASH-1                    PIC X.
           05  SS-MONTH                     PIC X(2).
           05  SS-DASH-2                    PIC X.
           05  SS-DAY                       PIC X(2).
           05  SS-GAP                       PIC X.
           05  SS-HOUR                      PIC X(2).
           05  SS-COLON                     PIC X.
           05  SS-MINUTE                    PIC X(2).
       01  CONTROL-KEYS.
           05  CONTROL-KEY OCCURS 4 TIMES   PIC X.
       01  KEY-A                            PIC 9.
       01  KEY-B                            PIC 9.
       01  BOARD-SIZE                       PIC 9.
       01  BOARD-ROWS-SEEN                  PIC 99.
       01  BOARD-ROW-DIGIT                  PIC 9.
       01  CELL-NUMBER                      PIC 99.
       01  CELL-OFFSET                      PIC 99.

      * NAMES ALREADY SEEN ON THE FILE BEING CHECKED, FOR THE FILES
      * THAT MAY HOLD EACH NAME ONLY ONCE.
       01  SEEN-COUNT                       PIC 9(3).
       01  SEEN-INDEX                       PIC 9(3).
       01  SEEN-NAMES.
           05  SEEN-NAME OCCURS 0 TO 999 TIMES
               DEPENDING ON SEEN-COUNT      PIC X(16).
       01  NAME-FOUND-SWITCH                PIC X.
           88  NAME-WAS-FOUND               VALUE 'Y'.

      * FOR THE CROSS-CHECKS: THE REGISTERED NAMES AND EACH PLAYER'S
      * RECORDED SCORE FOR ALL GAMES.
       01  REGISTERED-COUNT                 PIC 9(3) VALUE ZERO.
       01  REGISTERED-NAMES.
           05  REGISTERED-NAME OCCURS 0 TO 999 TIMES
               DEPENDING ON REGISTERED-COUNT PIC X(16).
       01  TOTALS-COUNT                     PIC 9(3) VALUE ZERO.
       01  TOTALS-INDEX                     PIC 9(3).
       01  PLAYER-TOTALS.
           05  PLAYER-TOTAL OCCURS 0 TO 999 TIMES
               DEPENDING ON TOTALS-COUNT.
               10  PT-NAME                  PIC X(16).
               10  PT-CUM-SCORE             PIC 9(9).

       01  REPORT-LINE                      PIC X(120).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK-OR-NEW
               DISPLAY 'UNABLE TO WRITE TO 2048-file-check.dat'
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'CHECK ' CURRENT-DATE ' ' CT-HHMMSS
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-ONE-FILE
               VARYING FILE-SLOT FROM 1 BY 1
               UNTIL FILE-SLOT > FILE-SLOT-COUNT

           PERFORM CROSS-CHECK-FILES

           MOVE SPACES TO REPORT-LINE
           STRING '  TOTAL PASSED ' PASSED-COUNT
               ' RESTORED ' RESTORED-COUNT
               ' DAMAGED ' DAMAGED-COUNT
               ' NOT PRESENT ' MISSING-COUNT
               ' SAVES FINISHED ' FINISHED-SAVE-COUNT
               ' WARNINGS ' WARNING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY 'FILE CHECK: ' PASSED-COUNT ' PASSED, '
                   RESTORED-COUNT ' RESTORED, '
                   DAMAGED-COUNT ' STILL DAMAGED, '
                   WARNING-COUNT ' WARNING(S) - SEE 2048-file-check.dat'
           STOP RUN
           .

       CHECK-ONE-FILE.
           MOVE 'N' TO REWRITE-SWITCH
           EVALUATE FILE-SLOT
               WHEN 1
                   MOVE '.2048-HIGH-SCORES' TO LIVE-NAME
                   MOVE 'S' TO FILE-KIND
                   MOVE 42 TO MAXIMUM-LENGTH
                   SET REWRITTEN-WHOLE TO TRUE
               WHEN 2
                   MOVE '.2048-HOUSE-SCORES' TO LIVE-NAME
                   MOVE 'S' TO FILE-KIND
                   MOVE 42 TO MAXIMUM-LENGTH
               WHEN 3
                   MOVE '.2048-ALL-TIME-SCORES' TO LIVE-NAME
                   MOVE 'S' TO FILE-KIND
                   MOVE 42 TO MAXIMUM-LENGTH
               WHEN 4
                   MOVE '.2048-VERIFIED-SCORES' TO LIVE-NAME
                   MOVE 'S' TO FILE-KIND
                   MOVE 42 TO MAXIMUM-LENGTH
               WHEN 5
                   MOVE '.2048-BLITZ-SCORES' TO LIVE-NAME
                   MOVE 'A' TO FILE-KIND
                   MOVE 42 TO MAXIMUM-LENGTH
               WHEN 6
                   MOVE '.2048-HARD-SCORES' TO LIVE-NAME
                   MOVE 'A' TO FILE-KIND
                   MOVE 42 TO MAXIMUM-LENGTH
               WHEN 7
                   MOVE '.2048-DAILY-SCORES' TO LIVE-NAME
                   MOVE 'D' TO FILE-KIND
                   MOVE 38 TO MAXIMUM-LENGTH
               WHEN 8
                   MOVE '.2048-PUZZLE-SCORES' TO LIVE-NAME
                   MOVE 'Z' TO FILE-KIND
                   MOVE 50 TO MAXIMUM-LENGTH
               WHEN 9
                   MOVE '.2048-PLAYER-STATS' TO LIVE-NAME
                   MOVE 'T' TO FILE-KIND
                   MOVE 53 TO MAXIMUM-LENGTH
                   SET REWRITTEN-WHOLE TO TRUE
               WHEN 10
                   MOVE '.2048-STATS-SNAPSHOT' TO LIVE-NAME
                   MOVE 'T' TO FILE-KIND
                   MOVE 53 TO MAXIMUM-LENGTH
               WHEN 11
                   MOVE '.2048-ACHIEVEMENTS' TO LIVE-NAME
                   MOVE 'B' TO FILE-KIND
                   MOVE 27 TO MAXIMUM-LENGTH
               WHEN 12
                   MOVE '.2048-ACHIEVEMENTS-SNAPSHOT' TO LIVE-NAME
                   MOVE 'B' TO FILE-KIND
                   MOVE 27 TO MAXIMUM-LENGTH
               WHEN 13
                   MOVE '.2048-RATINGS' TO LIVE-NAME
                   MOVE 'R' TO FILE-KIND
                   MOVE 33 TO MAXIMUM-LENGTH
                   SET REWRITTEN-WHOLE TO TRUE
               WHEN 14
                   MOVE '.2048-PLAYTIME' TO LIVE-NAME
                   MOVE 'W' TO FILE-KIND
                   MOVE 38 TO MAXIMUM-LENGTH
               WHEN 15
                   MOVE '.2048-PLAYERS' TO LIVE-NAME
                   MOVE 'P' TO FILE-KIND
                   MOVE 21 TO MAXIMUM-LENGTH
               WHEN 16
                   MOVE '.2048-SESSION' TO LIVE-NAME
                   MOVE 'G' TO FILE-KIND
                   MOVE 36 TO MAXIMUM-LENGTH
                   SET REWRITTEN-WHOLE TO TRUE
               WHEN 17
                   MOVE '.2048-CONTROLS' TO LIVE-NAME
                   MOVE 'C' TO FILE-KIND
                   MOVE 4 TO MAXIMUM-LENGTH
               WHEN 18
                   MOVE '.2048-PUZZLES' TO LIVE-NAME
                   MOVE 'L' TO FILE-KIND
                   MOVE 60 TO MAXIMUM-LENGTH
           END-EVALUATE
           MOVE SPACES TO WORK-NAME GOOD-NAME DAMAGED-NAME
           STRING LIVE-NAME DELIMITED BY SPACE
                  '-WORK' DELIMITED BY SIZE
               INTO WORK-NAME
           STRING LIVE-NAME DELIMITED BY SPACE
                  '-GOOD' DELIMITED BY SIZE
               INTO GOOD-NAME
           STRING LIVE-NAME DELIMITED BY SPACE
                  '-DAMAGED' DELIMITED BY SIZE
               INTO DAMAGED-NAME

           IF REWRITTEN-WHOLE
               PERFORM FINISH-INTERRUPTED-SAVE
           END-IF

           MOVE LIVE-NAME TO CHECK-NAME
           PERFORM VALIDATE-FILE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT CHECK-IS-PRESENT
                   SET SLOT-MISSING (FILE-SLOT) TO TRUE
                   ADD 1 TO MISSING-COUNT
                   STRING '  ' LIVE-NAME ' NOT PRESENT'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN PROBLEM-COUNT = ZERO
                   SET SLOT-PASSED (FILE-SLOT) TO TRUE
                   ADD 1 TO PASSED-COUNT
                   STRING '  ' LIVE-NAME ' PASSED ' CHECK-LINE-COUNT
                       ' LINE(S)'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE LIVE-NAME TO FROM-NAME
                   MOVE GOOD-NAME TO TO-NAME
                   MOVE 'N' TO COPY-STOP-SWITCH
                   PERFORM COPY-ACROSS
               WHEN OTHER
                   STRING '  ' LIVE-NAME ' DAMAGED AT LINE '
                       FIRST-PROBLEM-LINE ': ' FIRST-PROBLEM
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM RESTORE-FROM-GOOD-COPY
           END-EVALUATE
           .

       FINISH-INTERRUPTED-SAVE.
      * A WORK COPY ENDING IN A TRAILER THAT COUNTS ITS OWN LINES WAS
      * WRITTEN IN FULL, SO THE GAME WAS PART WAY THROUGH COPYING IT
      * OVER THE REAL FILE - FINISH THE COPY.  ANYTHING ELSE LEFT IN
      * THE WORK FILE WAS CUT OFF BEFORE THE REAL FILE WAS OPENED,
      * WHICH IS THEREFORE STILL AS IT WAS.
           MOVE ZERO TO WORK-LINE-COUNT
           MOVE 'N' TO WORK-PRESENT-SWITCH
           MOVE 'N' TO WORK-TRAILER-SWITCH
           MOVE 'N' TO WORK-EXTRA-SWITCH
           MOVE ZERO TO WORK-TRAILER-COUNT
           SET ENVIRONMENT 'check_in' TO WORK-NAME
           OPEN INPUT CHECK-FILE
           IF CHECK-FILE-OK
               PERFORM READ-CHECK-FILE
               PERFORM UNTIL NOT CHECK-FILE-READ-OK
                   SET WORK-IS-PRESENT TO TRUE
                   EVALUATE TRUE
                       WHEN WORK-TRAILER-FOUND
                           SET WORK-HAS-EXTRA-LINES TO TRUE
                       WHEN CHECK-RECORD (1:15) = WORK-TRAILER-MARK
                           SET WORK-TRAILER-FOUND TO TRUE
                           MOVE CHECK-RECORD (16:5)
                             TO WORK-TRAILER-COUNT-TEXT
                       WHEN OTHER
                           ADD 1 TO WORK-LINE-COUNT
                   END-EVALUATE
                   PERFORM READ-CHECK-FILE
               END-PERFORM
           END-IF
           CLOSE CHECK-FILE
           IF WORK-IS-PRESENT
               MOVE SPACES TO REPORT-LINE
               IF WORK-TRAILER-FOUND
               AND NOT WORK-HAS-EXTRA-LINES
               AND WORK-TRAILER-COUNT-TEXT IS NUMERIC
               AND WORK-TRAILER-COUNT = WORK-LINE-COUNT
                   MOVE WORK-NAME TO FROM-NAME
                   MOVE LIVE-NAME TO TO-NAME
                   SET COPY-STOPS-AT-TRAILER TO TRUE
                   PERFORM COPY-ACROSS
                   ADD 1 TO FINISHED-SAVE-COUNT
                   STRING '  ' LIVE-NAME ' SAVE WAS CUT OFF - '
                       'FINISHED FROM ' DELIMITED BY SIZE
                       WORK-NAME DELIMITED BY SPACE
                       INTO REPORT-LINE
               ELSE
                   STRING '  ' LIVE-NAME ' PART-WRITTEN '
                       DELIMITED BY SIZE
                       WORK-NAME DELIMITED BY SPACE
                       ' DISCARDED' DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               SET ENVIRONMENT 'check_copy' TO WORK-NAME
               OPEN OUTPUT COPY-FILE
               CLOSE COPY-FILE
           END-IF
           .

       RESTORE-FROM-GOOD-COPY.
      * THE DAMAGED FILE IS KEPT FOR INSPECTION EITHER WAY.
           MOVE LIVE-NAME TO FROM-NAME
           MOVE DAMAGED-NAME TO TO-NAME
           MOVE 'N' TO COPY-STOP-SWITCH
           PERFORM COPY-ACROSS
           MOVE GOOD-NAME TO CHECK-NAME
           PERFORM VALIDATE-FILE
           MOVE SPACES TO REPORT-LINE
           IF CHECK-IS-PRESENT AND PROBLEM-COUNT = ZERO
               MOVE GOOD-NAME TO FROM-NAME
               MOVE LIVE-NAME TO TO-NAME
               PERFORM COPY-ACROSS
               SET SLOT-RESTORED (FILE-SLOT) TO TRUE
               ADD 1 TO RESTORED-COUNT
               STRING '    RESTORED FROM ' DELIMITED BY SIZE
                   GOOD-NAME DELIMITED BY SPACE
                   ' (' CHECK-LINE-COUNT ' LINE(S)) - DAMAGED FILE '
                   'KEPT AS ' DELIMITED BY SIZE
                   DAMAGED-NAME DELIMITED BY SPACE
                   INTO REPORT-LINE
           ELSE
               SET SLOT-DAMAGED (FILE-SLOT) TO TRUE
               ADD 1 TO DAMAGED-COUNT
               STRING '    NO GOOD COPY TO RESTORE FROM - LEFT AS IT '
                   'IS, ALSO KEPT AS ' DAMAGED-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

       COPY-ACROSS.
      * COPY FROM-NAME OVER TO-NAME, STOPPING AT A WORK TRAILER WHEN
      * ASKED TO.
           SET ENVIRONMENT 'check_in' TO FROM-NAME
           SET ENVIRONMENT 'check_copy' TO TO-NAME
           OPEN INPUT CHECK-FILE
           OPEN OUTPUT COPY-FILE
           IF CHECK-FILE-OK AND COPY-FILE-OK
               PERFORM READ-CHECK-FILE
               PERFORM UNTIL NOT CHECK-FILE-READ-OK
               OR (COPY-STOPS-AT-TRAILER
                   AND CHECK-RECORD (1:15) = WORK-TRAILER-MARK)
                   WRITE COPY-RECORD FROM CHECK-RECORD
                   PERFORM READ-CHECK-FILE
               END-PERFORM
           END-IF
           CLOSE COPY-FILE
           CLOSE CHECK-FILE
           .

       READ-CHECK-FILE.
           MOVE SPACES TO CHECK-RECORD
           READ CHECK-FILE
           .

       VALIDATE-FILE.
      * CHECK EVERY LINE OF CHECK-NAME AGAINST THE LAYOUT FOR
      * FILE-KIND.  ONLY THE FIRST PROBLEM IS KEPT FOR THE REPORT.
           MOVE 'N' TO CHECK-PRESENT-SWITCH
           MOVE ZERO TO CHECK-LINE-COUNT PROBLEM-COUNT
                        FIRST-PROBLEM-LINE SEEN-COUNT
                        PREVIOUS-SCORE PREVIOUS-RATING
                        BOARD-SIZE BOARD-ROWS-SEEN
           MOVE SPACES TO FIRST-PROBLEM PREVIOUS-NAME
           SET ENVIRONMENT 'check_in' TO CHECK-NAME
           OPEN INPUT CHECK-FILE
           IF CHECK-FILE-OK
               SET CHECK-IS-PRESENT TO TRUE
               PERFORM READ-CHECK-FILE
               PERFORM UNTIL NOT CHECK-FILE-READ-OK
                   ADD 1 TO CHECK-LINE-COUNT
                   PERFORM CHECK-ONE-LINE
                   PERFORM READ-CHECK-FILE
               END-PERFORM
               PERFORM CHECK-END-OF-FILE
           END-IF
           CLOSE CHECK-FILE
           .

       CHECK-ONE-LINE.
           MOVE SPACES TO LINE-PROBLEM
           EVALUATE TRUE
               WHEN CHECK-LINE-TOO-LONG
               WHEN WS-CHECK-RECORD-LENGTH > MAXIMUM-LENGTH
                   MOVE 'LINE TOO LONG' TO LINE-PROBLEM
               WHEN CHECK-RECORD = SPACES
                   MOVE 'BLANK LINE' TO LINE-PROBLEM
               WHEN KIND-SORTED-SCORES
               WHEN KIND-APPENDED-SCORES
                   PERFORM CHECK-SCORE-LINE
               WHEN KIND-DAILY-SCORES
                   PERFORM CHECK-DAILY-LINE
               WHEN KIND-PUZZLE-SCORES
                   PERFORM CHECK-PUZZLE-SCORE-LINE
               WHEN KIND-PLAYER-STATS
                   PERFORM CHECK-STATS-LINE
               WHEN KIND-BADGES
                   PERFORM CHECK-BADGE-LINE
               WHEN KIND-RATINGS
                   PERFORM CHECK-RATING-LINE
               WHEN KIND-PLAYTIME
                   PERFORM CHECK-PLAYTIME-LINE
               WHEN KIND-PLAYERS
                   PERFORM CHECK-PLAYERS-LINE
               WHEN KIND-SESSION
                   PERFORM CHECK-SESSION-LINE
               WHEN KIND-CONTROLS
                   PERFORM CHECK-CONTROLS-LINE
               WHEN KIND-PUZZLE-LIBRARY
                   PERFORM CHECK-PUZZLE-LINE
           END-EVALUATE
           PERFORM RECORD-LINE-PROBLEM
           .

       RECORD-LINE-PROBLEM.
           IF LINE-PROBLEM NOT = SPACES
               ADD 1 TO PROBLEM-COUNT
               IF PROBLEM-COUNT = 1
                   MOVE LINE-PROBLEM TO FIRST-PROBLEM
                   MOVE CHECK-LINE-COUNT TO FIRST-PROBLEM-LINE
               END-IF
           END-IF
           .

       CHECK-SCORE-LINE.
      * A LINE OF 23 BYTES OR LESS IS THE OLD LAYOUT: A 4-DIGIT SCORE
      * AND NO NAME.  THE CURRENT ONE IS A 7-DIGIT SCORE, THE
      * UNVERIFIED MARK OR SPACES, THE NAME, THEN A DATE AND TIME.
           MOVE CHECK-RECORD (27:16) TO SCORE-STAMP
           EVALUATE TRUE
               WHEN WS-CHECK-RECORD-LENGTH NOT > 23
               AND CHECK-RECORD (1:4) IS NOT NUMERIC
                   MOVE 'SCORE NOT NUMERIC' TO LINE-PROBLEM
               WHEN WS-CHECK-RECORD-LENGTH NOT > 23
                   MOVE CHECK-RECORD (1:4) TO LINE-SCORE
               WHEN CHECK-RECORD (1:7) IS NOT NUMERIC
                   MOVE 'SCORE NOT NUMERIC' TO LINE-PROBLEM
               WHEN CHECK-RECORD (8:3) NOT = SPACES
               AND CHECK-RECORD (8:3) NOT = ' ? '
                   MOVE 'JUNK AFTER THE SCORE' TO LINE-PROBLEM
               WHEN SCORE-STAMP NOT = SPACES
               AND (SS-YEAR IS NOT NUMERIC
                 OR SS-MONTH IS NOT NUMERIC
                 OR SS-DAY IS NOT NUMERIC
                 OR SS-HOUR IS NOT NUMERIC
                 OR SS-MINUTE IS NOT NUMERIC
                 OR SS-DASH-1 NOT = '-'
                 OR SS-DASH-2 NOT = '-'
                 OR SS-GAP NOT = SPACE
                 OR SS-COLON NOT = ':')
                   MOVE 'BAD DATE OR TIME' TO LINE-PROBLEM
               WHEN OTHER
                   MOVE CHECK-RECORD (1:7) TO LINE-SCORE
           END-EVALUATE
           IF LINE-PROBLEM = SPACES
           AND KIND-SORTED-SCORES
               IF CHECK-LINE-COUNT > 1
               AND LINE-SCORE > PREVIOUS-SCORE
                   MOVE 'SCORE OUT OF ORDER' TO LINE-PROBLEM
               END-IF
               MOVE LINE-SCORE TO PREVIOUS-SCORE
           END-IF
           .

       CHECK-DAILY-LINE.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:8) IS NOT NUMERIC
                   MOVE 'DATE NOT NUMERIC' TO LINE-PROBLEM
               WHEN CHECK-RECORD (10:7) IS NOT NUMERIC
                   MOVE 'SCORE NOT NUMERIC' TO LINE-PROBLEM
               WHEN CHECK-RECORD (18:16) = SPACES
                   MOVE 'NO PLAYER NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (35:4) IS NOT NUMERIC
                   MOVE 'TIME NOT NUMERIC' TO LINE-PROBLEM
           END-EVALUATE
           .

       CHECK-PUZZLE-SCORE-LINE.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:16) = SPACES
                   MOVE 'NO PUZZLE NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (18:7) IS NOT NUMERIC
                   MOVE 'SCORE NOT NUMERIC' TO LINE-PROBLEM
               WHEN CHECK-RECORD (26:16) = SPACES
                   MOVE 'NO PLAYER NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (43:8) IS NOT NUMERIC
                   MOVE 'DATE NOT NUMERIC' TO LINE-PROBLEM
           END-EVALUATE
           .

       CHECK-STATS-LINE.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:16) = SPACES
                   MOVE 'NO PLAYER NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (18:5) IS NOT NUMERIC
               OR CHECK-RECORD (24:5) IS NOT NUMERIC
               OR CHECK-RECORD (30:9) IS NOT NUMERIC
               OR CHECK-RECORD (40:6) IS NOT NUMERIC
               OR CHECK-RECORD (47:7) IS NOT NUMERIC
                   MOVE 'COUNT NOT NUMERIC' TO LINE-PROBLEM
               WHEN OTHER
                   MOVE CHECK-RECORD (18:5) TO LINE-COUNT-A
                   MOVE CHECK-RECORD (24:5) TO LINE-COUNT-B
                   IF LINE-COUNT-B > LINE-COUNT-A
                       MOVE 'MORE WINS THAN GAMES' TO LINE-PROBLEM
                   ELSE
                       MOVE CHECK-RECORD (1:16) TO LINE-NAME
                       PERFORM CHECK-NAME-ONCE-ONLY
                   END-IF
           END-EVALUATE
           .

       CHECK-BADGE-LINE.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:16) = SPACES
                   MOVE 'NO PLAYER NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (18:10) = 'TILE-1024'
               WHEN CHECK-RECORD (18:10) = 'MERGE-5'
               WHEN CHECK-RECORD (18:10) = 'WIN-4X4'
               WHEN CHECK-RECORD (18:10) = 'WINNER'
                   CONTINUE
               WHEN OTHER
                   MOVE 'UNKNOWN BADGE' TO LINE-PROBLEM
           END-EVALUATE
           .

       CHECK-RATING-LINE.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:16) = SPACES
                   MOVE 'NO PLAYER NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (18:4) IS NOT NUMERIC
               OR CHECK-RECORD (23:5) IS NOT NUMERIC
               OR CHECK-RECORD (29:5) IS NOT NUMERIC
                   MOVE 'COUNT NOT NUMERIC' TO LINE-PROBLEM
               WHEN OTHER
                   MOVE CHECK-RECORD (1:16) TO LINE-NAME
                   MOVE CHECK-RECORD (18:4) TO LINE-RATING
                   MOVE CHECK-RECORD (23:5) TO LINE-COUNT-A
                   MOVE CHECK-RECORD (29:5) TO LINE-COUNT-B
                   EVALUATE TRUE
                       WHEN LINE-COUNT-B > LINE-COUNT-A
                           MOVE 'MORE WINS THAN MATCHES'
                             TO LINE-PROBLEM
                       WHEN CHECK-LINE-COUNT > 1
                       AND (LINE-RATING > PREVIOUS-RATING
                         OR (LINE-RATING = PREVIOUS-RATING
                         AND LINE-NAME < PREVIOUS-NAME))
                           MOVE 'RATING OUT OF ORDER' TO LINE-PROBLEM
                       WHEN OTHER
                           PERFORM CHECK-NAME-ONCE-ONLY
                   END-EVALUATE
                   MOVE LINE-RATING TO PREVIOUS-RATING
                   MOVE LINE-NAME TO PREVIOUS-NAME
           END-EVALUATE
           .

       CHECK-PLAYTIME-LINE.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:8) IS NOT NUMERIC
                   MOVE 'DATE NOT NUMERIC' TO LINE-PROBLEM
               WHEN CHECK-RECORD (10:16) = SPACES
                   MOVE 'NO PLAYER NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (27:6) IS NOT NUMERIC
                   MOVE 'START TIME NOT NUMERIC' TO LINE-PROBLEM
               WHEN CHECK-RECORD (34:5) IS NOT NUMERIC
                   MOVE 'SECONDS NOT NUMERIC' TO LINE-PROBLEM
           END-EVALUATE
           .

       CHECK-PLAYERS-LINE.
      * AN ANONYMISED REGISTRATION HAS NO PIN.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:16) = SPACES
                   MOVE 'NO PLAYER NAME' TO LINE-PROBLEM
               WHEN CHECK-RECORD (18:4) IS NOT NUMERIC
               AND CHECK-RECORD (18:4) NOT = SPACES
                   MOVE 'PIN NOT NUMERIC' TO LINE-PROBLEM
               WHEN OTHER
                   MOVE CHECK-RECORD (1:16) TO LINE-NAME
                   PERFORM CHECK-NAME-ONCE-ONLY
           END-EVALUATE
           .

       CHECK-SESSION-LINE.
      * A HEADER (SCORE, ROWS, COLUMNS, PLAYER) THEN ONE LINE OF SIX
      * 6-DIGIT CELLS PER BOARD ROW.
           IF CHECK-LINE-COUNT = 1
               EVALUATE TRUE
                   WHEN CHECK-RECORD (1:7) IS NOT NUMERIC
                       MOVE 'SCORE NOT NUMERIC' TO LINE-PROBLEM
                   WHEN CHECK-RECORD (8:1) IS NOT NUMERIC
                   OR CHECK-RECORD (8:1) < '2'
                   OR CHECK-RECORD (8:1) > '6'
                   OR CHECK-RECORD (9:1) NOT = CHECK-RECORD (8:1)
                       MOVE 'BAD BOARD SIZE' TO LINE-PROBLEM
                   WHEN OTHER
                       MOVE CHECK-RECORD (8:1) TO BOARD-SIZE
               END-EVALUATE
           ELSE
               ADD 1 TO BOARD-ROWS-SEEN
               EVALUATE TRUE
                   WHEN BOARD-ROWS-SEEN > BOARD-SIZE
                       MOVE 'MORE ROWS THAN THE BOARD HAS'
                         TO LINE-PROBLEM
                   WHEN CHECK-RECORD (1:36) IS NOT NUMERIC
                       MOVE 'CELL NOT NUMERIC' TO LINE-PROBLEM
               END-EVALUATE
           END-IF
           .

       CHECK-CONTROLS-LINE.
           MOVE CHECK-RECORD (1:4) TO CONTROL-KEYS
           IF CHECK-LINE-COUNT > 1
               MOVE 'MORE THAN ONE LINE' TO LINE-PROBLEM
           ELSE
               PERFORM VARYING KEY-A FROM 1 BY 1 UNTIL KEY-A > 4
                   IF CONTROL-KEY (KEY-A) = SPACE
                       MOVE 'KEY MISSING' TO LINE-PROBLEM
                   END-IF
                   PERFORM VARYING KEY-B FROM 1 BY 1
                       UNTIL KEY-B NOT < KEY-A
                       IF CONTROL-KEY (KEY-A) = CONTROL-KEY (KEY-B)
                           MOVE 'SAME KEY USED TWICE' TO LINE-PROBLEM
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .

       CHECK-PUZZLE-LINE.
      * A 'PUZZLE <NAME> <SIZE>' HEADER THEN 'BOARD <ROW>' LINES OF
      * SIZE 6-DIGIT CELLS, ONE PER ROW.
           EVALUATE TRUE
               WHEN CHECK-RECORD (1:7) = 'PUZZLE '
                   IF BOARD-ROWS-SEEN < BOARD-SIZE
                       MOVE 'PREVIOUS PUZZLE IS SHORT OF ROWS'
                         TO LINE-PROBLEM
                   END-IF
                   MOVE ZERO TO BOARD-ROWS-SEEN
                   EVALUATE TRUE
                       WHEN CHECK-RECORD (8:16) = SPACES
                           MOVE 'NO PUZZLE NAME' TO LINE-PROBLEM
                       WHEN CHECK-RECORD (25:1) IS NOT NUMERIC
                       OR CHECK-RECORD (25:1) < '2'
                       OR CHECK-RECORD (25:1) > '6'
                           MOVE 'BAD BOARD SIZE' TO LINE-PROBLEM
                           MOVE ZERO TO BOARD-SIZE
                       WHEN OTHER
                           MOVE CHECK-RECORD (25:1) TO BOARD-SIZE
                   END-EVALUATE
               WHEN CHECK-RECORD (1:6) = 'BOARD '
                   ADD 1 TO BOARD-ROWS-SEEN
                   MOVE BOARD-ROWS-SEEN TO BOARD-ROW-DIGIT
                   EVALUATE TRUE
                       WHEN BOARD-ROWS-SEEN > BOARD-SIZE
                           MOVE 'MORE ROWS THAN THE BOARD HAS'
                             TO LINE-PROBLEM
                       WHEN CHECK-RECORD (7:1) NOT = BOARD-ROW-DIGIT
                           MOVE 'BOARD ROW OUT OF SEQUENCE'
                             TO LINE-PROBLEM
                       WHEN OTHER
                           PERFORM VARYING CELL-NUMBER FROM 1 BY 1
                               UNTIL CELL-NUMBER > BOARD-SIZE
                               COMPUTE CELL-OFFSET =
                                   9 + (CELL-NUMBER - 1) * 7
                               IF CHECK-RECORD (CELL-OFFSET:6)
                                  IS NOT NUMERIC
                                   MOVE 'CELL NOT NUMERIC'
                                     TO LINE-PROBLEM
                               END-IF
                           END-PERFORM
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'NEITHER A PUZZLE NOR A BOARD LINE'
                     TO LINE-PROBLEM
           END-EVALUATE
           .

       CHECK-END-OF-FILE.
      * A SAVED SESSION OR A PUZZLE THAT STOPS SHORT OF ITS BOARD.
      * AN EMPTY SESSION FILE IS FINE - IT IS HOW A FINISHED GAME
      * IS CLEARED.
           MOVE SPACES TO LINE-PROBLEM
           IF (KIND-SESSION OR KIND-PUZZLE-LIBRARY)
           AND CHECK-LINE-COUNT > ZERO
           AND BOARD-ROWS-SEEN < BOARD-SIZE
               MOVE 'FILE ENDS PART WAY THROUGH A BOARD'
                 TO LINE-PROBLEM
           END-IF
           PERFORM RECORD-LINE-PROBLEM
           .

       CHECK-NAME-ONCE-ONLY.
           PERFORM FIND-SEEN-NAME
           IF NAME-WAS-FOUND
               MOVE 'NAME APPEARS TWICE' TO LINE-PROBLEM
           ELSE
               IF SEEN-COUNT < 999
                   ADD 1 TO SEEN-COUNT
                   MOVE LINE-NAME TO SEEN-NAME (SEEN-COUNT)
               END-IF
           END-IF
           .

       FIND-SEEN-NAME.
           MOVE 'N' TO NAME-FOUND-SWITCH
           PERFORM VARYING SEEN-INDEX FROM 1 BY 1
               UNTIL SEEN-INDEX > SEEN-COUNT OR NAME-WAS-FOUND
               IF SEEN-NAME (SEEN-INDEX) = LINE-NAME
                   SET NAME-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       CROSS-CHECK-FILES.
      * ONLY FILES THAT NOW PASS ARE COMPARED.  SLOT 15 IS THE
      * REGISTERED PLAYERS, SLOT 9 THE PLAYER STATS.
           IF SLOT-PASSED (15) OR SLOT-RESTORED (15)
               MOVE '.2048-PLAYERS' TO CHECK-NAME
               SET ENVIRONMENT 'check_in' TO CHECK-NAME
               OPEN INPUT CHECK-FILE
               IF CHECK-FILE-OK
                   PERFORM READ-CHECK-FILE
                   PERFORM UNTIL NOT CHECK-FILE-READ-OK
                       IF REGISTERED-COUNT < 999
                           ADD 1 TO REGISTERED-COUNT
                           MOVE CHECK-RECORD (1:16)
                             TO REGISTERED-NAME (REGISTERED-COUNT)
                       END-IF
                       PERFORM READ-CHECK-FILE
                   END-PERFORM
               END-IF
               CLOSE CHECK-FILE
           END-IF
      * WITH NOBODY REGISTERED THE GAME IS PLAYED UNDER FREE-TYPED
      * NAMES AND THERE IS NOTHING TO CHECK THEM AGAINST.
           IF REGISTERED-COUNT > ZERO
               MOVE 9 TO FILE-SLOT
               PERFORM CHECK-NAMES-ARE-REGISTERED
               MOVE 11 TO FILE-SLOT
               PERFORM CHECK-NAMES-ARE-REGISTERED
               MOVE 13 TO FILE-SLOT
               PERFORM CHECK-NAMES-ARE-REGISTERED
           END-IF
           IF (SLOT-PASSED (9) OR SLOT-RESTORED (9))
           AND (SLOT-PASSED (1) OR SLOT-RESTORED (1))
               PERFORM CHECK-SCORES-AGAINST-STATS
           END-IF
           .

       CHECK-NAMES-ARE-REGISTERED.
           IF SLOT-PASSED (FILE-SLOT) OR SLOT-RESTORED (FILE-SLOT)
               EVALUATE FILE-SLOT
                   WHEN 9
                       MOVE '.2048-PLAYER-STATS' TO CHECK-NAME
                   WHEN 11
                       MOVE '.2048-ACHIEVEMENTS' TO CHECK-NAME
                   WHEN 13
                       MOVE '.2048-RATINGS' TO CHECK-NAME
               END-EVALUATE
               MOVE ZERO TO CHECK-LINE-COUNT
               SET ENVIRONMENT 'check_in' TO CHECK-NAME
               OPEN INPUT CHECK-FILE
               IF CHECK-FILE-OK
                   PERFORM READ-CHECK-FILE
                   PERFORM UNTIL NOT CHECK-FILE-READ-OK
                       ADD 1 TO CHECK-LINE-COUNT
                       MOVE CHECK-RECORD (1:16) TO LINE-NAME
                       MOVE 'N' TO NAME-FOUND-SWITCH
                       PERFORM VARYING SEEN-INDEX FROM 1 BY 1
                           UNTIL SEEN-INDEX > REGISTERED-COUNT
                           OR NAME-WAS-FOUND
                           IF REGISTERED-NAME (SEEN-INDEX) = LINE-NAME
                               SET NAME-WAS-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT NAME-WAS-FOUND
                           MOVE SPACES TO REPORT-LINE
                           STRING '  WARNING ' DELIMITED BY SIZE
                               CHECK-NAME DELIMITED BY SPACE
                               ' LINE ' CHECK-LINE-COUNT ': '
                               LINE-NAME ' IS NOT ON .2048-PLAYERS'
                               DELIMITED BY SIZE INTO REPORT-LINE
                           PERFORM WRITE-WARNING-LINE
                       END-IF
                       PERFORM READ-CHECK-FILE
                   END-PERFORM
               END-IF
               CLOSE CHECK-FILE
           END-IF
           .

       CHECK-SCORES-AGAINST-STATS.
      * NO SINGLE GAME CAN SCORE MORE THAN THE PLAYER HAS SCORED IN
      * ALL GAMES TOGETHER.  OLD-LAYOUT LINES CARRY NO NAME.
           MOVE '.2048-PLAYER-STATS' TO CHECK-NAME
           SET ENVIRONMENT 'check_in' TO CHECK-NAME
           OPEN INPUT CHECK-FILE
           IF CHECK-FILE-OK
               PERFORM READ-CHECK-FILE
               PERFORM UNTIL NOT CHECK-FILE-READ-OK
                   IF TOTALS-COUNT < 999
                       ADD 1 TO TOTALS-COUNT
                       MOVE CHECK-RECORD (1:16)
                         TO PT-NAME (TOTALS-COUNT)
                       MOVE CHECK-RECORD (30:9)
                         TO PT-CUM-SCORE (TOTALS-COUNT)
                   END-IF
                   PERFORM READ-CHECK-FILE
               END-PERFORM
           END-IF
           CLOSE CHECK-FILE

           MOVE '.2048-HIGH-SCORES' TO CHECK-NAME
           MOVE ZERO TO CHECK-LINE-COUNT
           SET ENVIRONMENT 'check_in' TO CHECK-NAME
           OPEN INPUT CHECK-FILE
           IF CHECK-FILE-OK
               PERFORM READ-CHECK-FILE
               PERFORM UNTIL NOT CHECK-FILE-READ-OK
                   ADD 1 TO CHECK-LINE-COUNT
                   IF WS-CHECK-RECORD-LENGTH > 23
                   AND CHECK-RECORD (11:16) NOT = SPACES
                       PERFORM CHECK-ONE-SCORE-AGAINST-STATS
                   END-IF
                   PERFORM READ-CHECK-FILE
               END-PERFORM
           END-IF
           CLOSE CHECK-FILE
           .

       CHECK-ONE-SCORE-AGAINST-STATS.
           MOVE CHECK-RECORD (11:16) TO LINE-NAME
           MOVE CHECK-RECORD (1:7) TO LINE-SCORE
           MOVE 'N' TO NAME-FOUND-SWITCH
           PERFORM VARYING TOTALS-INDEX FROM 1 BY 1
               UNTIL TOTALS-INDEX > TOTALS-COUNT OR NAME-WAS-FOUND
               IF PT-NAME (TOTALS-INDEX) = LINE-NAME
                   SET NAME-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT NAME-WAS-FOUND
                   STRING '  WARNING .2048-HIGH-SCORES LINE '
                       CHECK-LINE-COUNT ': ' LINE-NAME
                       ' HAS NO PLAYER STATS'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-WARNING-LINE
               WHEN LINE-SCORE > PT-CUM-SCORE (TOTALS-INDEX - 1)
                   STRING '  WARNING .2048-HIGH-SCORES LINE '
                       CHECK-LINE-COUNT ': SCORE ' LINE-SCORE
                       ' IS ABOVE ALL GAMES BY ' LINE-NAME
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-WARNING-LINE
           END-EVALUATE
           .

       WRITE-WARNING-LINE.
           ADD 1 TO WARNING-COUNT
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
