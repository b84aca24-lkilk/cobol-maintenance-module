      * NOTHING.
      *
      * MODIFICATION HISTORY:
      * - HARD-MODE GAMES (FLAGGED HARD ON THE START MARKER) ARE
      *   KEPT APART: .2048-HIGH-SCORES IS VERIFIED ONLY AGAINST
      *   ORDINARY GAMES, AND .2048-HARD-SCORES IS NOW AUDITED
      *   AGAINST HARD GAMES IN A SECTION OF ITS OWN.  HARD SCORES
      *   ARE REPORTED ONLY - THE VERIFIED LIST FEEDS THE HOUSE
      *   MERGE, WHICH CARRIES ORDINARY SCORES ONLY.
      * - NEW PROGRAM.

       ENVIRONMENT DIVISION.
           FILE STATUS IS HIGH-SCORE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HARD-SCORE-FILE
           ASSIGN TO '.2048-HARD-SCORES'
           FILE STATUS IS HARD-SCORE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VERIFIED-FILE
           ASSIGN TO '.2048-VERIFIED-SCORES'
           FILE STATUS IS VERIFIED-FILE-STATUS
           DEPENDING ON WS-HS-RECORD-LENGTH.
       01  HIGH-SCORE-RECORD                PIC X(42).

       FD  HARD-SCORE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 42 CHARACTERS
           DEPENDING ON WS-HS-RECORD-LENGTH.
       01  HARD-SCORE-RECORD                PIC X(42).

       FD  VERIFIED-FILE.
       01  VERIFIED-RECORD                  PIC X(42).

           88  MOVE-LOG-FILE-OK             VALUE 00.
       01  HIGH-SCORE-FILE-STATUS           PIC 99.
           88  HIGH-SCORE-FILE-OK           VALUE 00.
       01  HARD-SCORE-FILE-STATUS           PIC 99.
           88  HARD-SCORE-FILE-OK           VALUE 00.
       01  VERIFIED-FILE-STATUS             PIC 99.
           88  VERIFIED-FILE-OK-OR-NEW      VALUE 00 05.
       01  REPORT-FILE-STATUS               PIC 99.
               10  GM-SCORE                 PIC 9(7).
               10  GM-CLEAN                 PIC X.
                   88  GM-IS-CLEAN          VALUE 'Y'.
               10  GM-HARD                  PIC X.

       01  GAME-OPEN-SWITCH                 PIC X VALUE 'N'.
           88  GAME-IN-PROGRESS             VALUE 'Y'.
       01  GAME-PLAYER                      PIC X(16).
       01  GAME-CLEAN-SWITCH                PIC X.
       01  GAME-HARD-SWITCH                 PIC X.
       01  GAME-MOVES                       PIC 9(5).

      * THE SCORE RECORD UNDER AUDIT, FROM EITHER SCORE FILE, AND
      * WHICH KIND OF GAME ('N' ORDINARY, 'Y' HARD) MAY VERIFY IT.
       01  AUDIT-RECORD                     PIC X(42).
       01  AUDIT-HARD-SWITCH                PIC X VALUE 'N'.
           88  AUDITING-HARD-SCORES         VALUE 'Y'.
       01  HS-SCORE-WORK                    PIC 9(7).
       01  HS-PLAYER-WORK                   PIC X(16).
       01  VERIFY-SWITCH                    PIC X.
       01  CHECKED-COUNT                    PIC 9(4) VALUE ZERO.
       01  VERIFIED-COUNT                   PIC 9(4) VALUE ZERO.
       01  FLAGGED-COUNT                    PIC 9(4) VALUE ZERO.
       01  HARD-CHECKED-COUNT               PIC 9(4) VALUE ZERO.
       01  HARD-VERIFIED-COUNT              PIC 9(4) VALUE ZERO.
       01  HARD-FLAGGED-COUNT               PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN.
           IF HIGH-SCORE-FILE-OK
               READ HIGH-SCORE-FILE
               PERFORM UNTIL NOT HIGH-SCORE-FILE-OK
                   MOVE HIGH-SCORE-RECORD TO AUDIT-RECORD
                   PERFORM AUDIT-ONE-RECORD
                   READ HIGH-SCORE-FILE
               END-PERFORM
               ' FLAGGED ' FLAGGED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM AUDIT-HARD-SCORES
           CLOSE REPORT-FILE
           CLOSE VERIFIED-FILE
           DISPLAY 'SCORE AUDIT: ' VERIFIED-COUNT ' VERIFIED, '
                   FLAGGED-COUNT ' FLAGGED - SEE '
                   '2048-audit-report.dat'
           IF HARD-CHECKED-COUNT > ZERO
               DISPLAY 'HARD MODE:   ' HARD-VERIFIED-COUNT
                       ' VERIFIED, ' HARD-FLAGGED-COUNT ' FLAGGED'
           END-IF
           STOP RUN
           .

       AUDIT-HARD-SCORES.
      * THE HARD-MODE FILE IN ITS OWN SECTION, CHECKED ONLY AGAINST
      * GAMES FLAGGED HARD.  NOTHING FROM IT GOES ON THE VERIFIED
      * LIST.  NO FILE, NO SECTION.
           SET AUDITING-HARD-SCORES TO TRUE
           OPEN INPUT HARD-SCORE-FILE
           IF HARD-SCORE-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'HARD-MODE SCORES' TO REPORT-RECORD
               WRITE REPORT-RECORD
               READ HARD-SCORE-FILE
               PERFORM UNTIL NOT HARD-SCORE-FILE-OK
                   MOVE HARD-SCORE-RECORD TO AUDIT-RECORD
                   PERFORM AUDIT-ONE-RECORD
                   READ HARD-SCORE-FILE
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               STRING 'CHECKED ' HARD-CHECKED-COUNT
                   ' VERIFIED ' HARD-VERIFIED-COUNT
                   ' FLAGGED ' HARD-FLAGGED-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE HARD-SCORE-FILE
           .

       REPLAY-WHOLE-LOG.
           OPEN INPUT MOVE-LOG-FILE
           IF MOVE-LOG-FILE-OK
           MOVE ZERO TO CUMULATIVE-SCORE GAME-MOVES
           MOVE 'Y' TO GAME-CLEAN-SWITCH
           MOVE LOG-WORK-LINE (14:16) TO GAME-PLAYER
           IF LOG-WORK-LINE (31:4) = 'HARD'
               MOVE 'Y' TO GAME-HARD-SWITCH
           ELSE
               MOVE 'N' TO GAME-HARD-SWITCH
           END-IF
           IF LOG-WORK-LINE (12:1) IS NUMERIC
               MOVE LOG-WORK-LINE (12:1) TO NUMBER-OF-ROWS
               MOVE LOG-WORK-LINE (12:1) TO NUMBER-OF-COLS
               MOVE GAME-PLAYER TO GM-PLAYER (GAME-INDEX)
               MOVE CUMULATIVE-SCORE TO GM-SCORE (GAME-INDEX)
               MOVE GAME-CLEAN-SWITCH TO GM-CLEAN (GAME-INDEX)
               MOVE GAME-HARD-SWITCH TO GM-HARD (GAME-INDEX)
           END-IF
           .

       AUDIT-ONE-RECORD.
           IF AUDITING-HARD-SCORES
               ADD 1 TO HARD-CHECKED-COUNT
           ELSE
               ADD 1 TO CHECKED-COUNT
           END-IF
           IF HS-RECORD-IS-OLD-FORMAT
      * PRE-MOVE-LOG RECORDS CANNOT BE VERIFIED - SAY SO RATHER
      * THAN FLAG THEM AS SUSPECT.
               MOVE SPACES TO REPORT-RECORD
               STRING 'OLD-FORMAT  ' AUDIT-RECORD (1:23)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF AUDIT-RECORD (1:7) IS NUMERIC
                   MOVE AUDIT-RECORD (1:7) TO HS-SCORE-WORK
                   MOVE AUDIT-RECORD (11:16) TO HS-PLAYER-WORK
                   PERFORM VERIFY-AGAINST-LOG
                   IF RECORD-VERIFIED
                       IF AUDITING-HARD-SCORES
                           ADD 1 TO HARD-VERIFIED-COUNT
                       ELSE
                           ADD 1 TO VERIFIED-COUNT
                           MOVE AUDIT-RECORD TO VERIFIED-RECORD
                           WRITE VERIFIED-RECORD
                       END-IF
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'VERIFIED    ' AUDIT-RECORD
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   ELSE
                       IF AUDITING-HARD-SCORES
                           ADD 1 TO HARD-FLAGGED-COUNT
                       ELSE
                           ADD 1 TO FLAGGED-COUNT
                       END-IF
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'NO LOG GAME ' AUDIT-RECORD
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
       VERIFY-AGAINST-LOG.
      * A RECORD IS VERIFIED WHEN SOME CLEANLY-REPLAYED GAME IN THE
      * LOG ENDED ON EXACTLY THAT SCORE, BY THAT PLAYER WHEN THE
      * LOG SEGMENT CARRIES A NAME (OLDER SEGMENTS DO NOT), AND OF
      * THE SAME KIND - A HARD GAME VERIFIES ONLY A HARD SCORE.
           MOVE 'N' TO VERIFY-SWITCH
           SET GAME-INDEX TO 1
           PERFORM UNTIL GAME-INDEX > GAME-COUNT
               OR RECORD-VERIFIED
               IF GM-IS-CLEAN (GAME-INDEX)
               AND GM-HARD (GAME-INDEX) = AUDIT-HARD-SWITCH
               AND GM-SCORE (GAME-INDEX) = HS-SCORE-WORK
               AND (GM-PLAYER (GAME-INDEX) = HS-PLAYER-WORK
                    OR GM-PLAYER (GAME-INDEX) = SPACES)
