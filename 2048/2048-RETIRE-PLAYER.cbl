       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2048-RETIRE-PLAYER.

      * LEAVER UTILITY.  WHEN SOMEONE LEAVES, THEIR NAME OTHERWISE
      * STAYS FOREVER ON EVERY SCORE, STATS AND ROSTER FILE, AND
      * ADMIN-RESET CAN ONLY WIPE A WHOLE FILE.  FOR THE ONE PLAYER
      * NAMED IN leaver_name THIS PROGRAM GOES THROUGH EVERY FILE
      * THAT CARRIES A PLAYER NAME AND EITHER
      *   - REMOVES THE PLAYER'S LINES     (leaver_action=REMOVE), OR
      *   - REPLACES THE NAME WITH A RETIRED-PLAYER CODE SUCH AS
      *     RETIRED-0001                    (leaver_action=ANONYMISE),
      * THE SAME WAY IN EVERY FILE, SO THE SCORES, STATS AND
      * RATINGS OF AN ANONYMISED PLAYER STILL LINE UP WITH EACH
      * OTHER.  AN ANONYMISED REGISTRATION LOSES ITS PIN, SO NOBODY
      * CAN SIGN IN UNDER THE CODE.
      *
      * THE START MARKERS ON THE MOVE LOG ARE RE-NAMED TO THE CODE IN
      * EITHER CASE - THE GAMES THEMSELVES STAY, SO 2048-REPLAY AND
      * 2048-SCORE-AUDIT STILL RECONSTRUCT THEM, AND AN ANONYMISED
      * HIGH SCORE STILL FINDS ITS GAME UNDER THE SAME CODE.
      *
      * EVERY RUN APPENDS A CHANGE RECORD TO 2048-leavers.dat: THE
      * ACTION, THE CODE, AND FOR EACH FILE HOW MANY LINES WERE READ,
      * RE-NAMED AND REMOVED.  THE LEAVER'S NAME ITSELF IS NOT
      * WRITTEN THERE.  THE NEXT CODE NUMBER COMES FROM THE RUNS
      * ALREADY ON THAT RECORD; RUN ON THE FIRST TERMINAL, THEN PASS
      * THE CODE IT PRINTS AS leaver_code ON THE OTHER TWO SO THE
      * HOUSE FILES MATCH UP.
      *
      * A PLAYER WITH A GAME PARKED IN THIS TERMINAL'S .2048-SESSION
      * IS NOT TOUCHED - THE GAME MUST BE FINISHED FIRST.  NEITHER IS
      * A SESSION SAVED BY AN OLDER BUILD, WHICH CARRIES NO NAME.
      *
      * MODIFICATION HISTORY:
      * - THE HARD-MODE SCORE FILE (.2048-HARD-SCORES) IS COVERED.
      * - NEW PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL LIVE-FILE
           ASSIGN TO 'leaver_live'
           FILE STATUS IS LIVE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE FILE BEING CLEANED - THE ACTUAL NAME COMES THROUGH THE
      * leaver_live ENVIRONMENT VARIABLE, SET PER FILE

       SELECT WORK-FILE
           ASSIGN TO '.2048-LEAVER-WORK'
           FILE STATUS IS WORK-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE CLEANED COPY, BUILT IN FULL BEFORE THE LIVE FILE IS
      * REWRITTEN FROM IT

       SELECT OPTIONAL SESSION-FILE
           ASSIGN TO '.2048-SESSION'
           FILE STATUS IS SESSION-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CHANGE-FILE
           ASSIGN TO '2048-leavers.dat'
           FILE STATUS IS CHANGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LIVE-FILE.
       01  LIVE-RECORD                      PIC X(60).

       FD  WORK-FILE.
       01  WORK-RECORD                      PIC X(60).

       FD  SESSION-FILE.
       01  SESSION-HEADER-RECORD.
           05  SH-SCORE                     PIC 9(7).
           05  SH-ROW-COUNT                 PIC 9.
           05  SH-COL-COUNT                 PIC 9.
           05  SH-PLAYER                    PIC X(16).

       FD  CHANGE-FILE.
       01  CHANGE-RECORD                    PIC X(70).

       WORKING-STORAGE SECTION.

       01  LIVE-FILE-STATUS                 PIC 99.
           88  LIVE-FILE-OK                 VALUE 00.
       01  WORK-FILE-STATUS                 PIC 99.
           88  WORK-FILE-OK                 VALUE 00.
       01  SESSION-FILE-STATUS              PIC 99.
           88  SESSION-FILE-OK              VALUE 00.
       01  CHANGE-FILE-STATUS               PIC 99.
           88  CHANGE-FILE-OK               VALUE 00.
           88  CHANGE-FILE-OK-OR-NEW        VALUE 00 05.

       01  LEAVER-NAME                      PIC X(16).
       01  LEAVER-ACTION-TEXT               PIC X(10).
       01  LEAVER-ACTION                    PIC X.
           88  LEAVER-REMOVE                VALUE 'R'.
           88  LEAVER-ANONYMISE             VALUE 'A'.
       01  LEAVER-ACTION-WORD               PIC X(9).
       01  RETIRED-CODE                     PIC X(16).
       01  RETIRED-SEQUENCE                 PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE                     PIC 9(8).
       01  CURRENT-TIME.
           05  CT-HHMMSS                    PIC 9(6).
           05  FILLER                       PIC 99.

      * ONE SLOT PER FILE THAT CARRIES A PLAYER NAME.  NAME-OFFSET IS
      * WHERE THE 16-BYTE NAME SITS ON THE LINE; LINE-KIND SAYS WHICH
      * LINES CAN CARRY IT.
       01  FILE-SLOT                        PIC 99.
       01  FILE-SLOT-COUNT                  PIC 99 VALUE 18.
       01  LIVE-NAME                        PIC X(28).
       01  NAME-OFFSET                      PIC 99.
       01  LINE-KIND                        PIC X.
      *        S = 42-BYTE SCORE LINE (OLD 23-BYTE LINES HAVE NO NAME)
      *        N = ONE NAME-KEYED LINE PER ENTRY
      *        P = REGISTRATION LINE - THE PIN GOES WITH THE NAME
      *        L = MOVE LOG - ONLY START MARKERS CARRY A NAME, AND
      *            THEY ARE RE-NAMED, NEVER DROPPED
           88  KIND-SCORE-LINE              VALUE 'S'.
           88  KIND-PLAYERS-LINE            VALUE 'P'.
           88  KIND-MOVE-LOG                VALUE 'L'.
       01  LINE-FATE                        PIC X.
           88  LINE-KEPT                    VALUE 'K'.
           88  LINE-RENAMED                 VALUE 'C'.
           88  LINE-DROPPED                 VALUE 'D'.

       01  READ-COUNT                       PIC 9(5).
       01  RENAMED-COUNT                    PIC 9(5).
       01  REMOVED-COUNT                    PIC 9(5).
       01  FILE-PRESENT-SWITCH              PIC X.
           88  FILE-IS-PRESENT              VALUE 'Y'.
       01  TOTAL-RENAMED                    PIC 9(6) VALUE ZERO.
       01  TOTAL-REMOVED                    PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-LEAVER-SETTINGS
           PERFORM CHECK-SAVED-SESSION
           PERFORM ASSIGN-RETIRED-CODE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           OPEN EXTEND CHANGE-FILE
           MOVE SPACES TO CHANGE-RECORD
           STRING 'RETIRE ' CURRENT-DATE ' ' CT-HHMMSS ' '
               LEAVER-ACTION-WORD ' ' RETIRED-CODE
               DELIMITED BY SIZE INTO CHANGE-RECORD
           WRITE CHANGE-RECORD

           PERFORM RETIRE-FROM-ONE-FILE
               VARYING FILE-SLOT FROM 1 BY 1
               UNTIL FILE-SLOT > FILE-SLOT-COUNT

           MOVE SPACES TO CHANGE-RECORD
           STRING '  TOTAL RENAMED ' TOTAL-RENAMED
               ' REMOVED ' TOTAL-REMOVED
               DELIMITED BY SIZE INTO CHANGE-RECORD
           WRITE CHANGE-RECORD
           CLOSE CHANGE-FILE
      * LEAVE NO STRAY COPY OF THE LAST FILE BEHIND.
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE

           IF TOTAL-RENAMED = ZERO AND TOTAL-REMOVED = ZERO
               DISPLAY LEAVER-NAME ' IS NOT ON ANY FILE - NOTHING '
                       'CHANGED'
           ELSE
               DISPLAY LEAVER-NAME ' RETIRED AS ' RETIRED-CODE ' - '
                       TOTAL-RENAMED ' LINE(S) RENAMED, '
                       TOTAL-REMOVED ' REMOVED - SEE 2048-leavers.dat'
           END-IF
           STOP RUN
           .

       GET-LEAVER-SETTINGS.
           MOVE SPACES TO LEAVER-NAME
           ACCEPT LEAVER-NAME FROM ENVIRONMENT 'leaver_name'
           MOVE SPACES TO LEAVER-ACTION-TEXT
           ACCEPT LEAVER-ACTION-TEXT FROM ENVIRONMENT 'leaver_action'
           MOVE FUNCTION UPPER-CASE (LEAVER-ACTION-TEXT (1:1))
             TO LEAVER-ACTION
           EVALUATE TRUE
               WHEN LEAVER-NAME = SPACES
                   DISPLAY 'SET leaver_name TO THE PLAYER TO RETIRE'
                   STOP RUN
               WHEN LEAVER-REMOVE
                   MOVE 'REMOVE' TO LEAVER-ACTION-WORD
               WHEN LEAVER-ANONYMISE
                   MOVE 'ANONYMISE' TO LEAVER-ACTION-WORD
               WHEN OTHER
                   DISPLAY 'SET leaver_action TO REMOVE OR ANONYMISE'
                   STOP RUN
           END-EVALUATE
           .

       CHECK-SAVED-SESSION.
      * A PARKED GAME WOULD PUT THE NAME STRAIGHT BACK ON THE BOARDS
      * WHEN IT IS RESUMED AND FINISHED.
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               MOVE SPACES TO SESSION-HEADER-RECORD
               READ SESSION-FILE
               IF SESSION-FILE-OK
                   EVALUATE TRUE
                       WHEN SH-PLAYER = LEAVER-NAME
                           DISPLAY LEAVER-NAME ' HAS A GAME SAVED IN '
                                   '.2048-SESSION - FINISH OR CLEAR '
                                   'IT FIRST.  NOTHING CHANGED.'
                           CLOSE SESSION-FILE
                           STOP RUN
                       WHEN SH-PLAYER = SPACES
                           DISPLAY '.2048-SESSION HOLDS A SAVED GAME '
                                   'WITH NO PLAYER NAME - FINISH OR '
                                   'CLEAR IT FIRST.  NOTHING CHANGED.'
                           CLOSE SESSION-FILE
                           STOP RUN
                   END-EVALUATE
               END-IF
           END-IF
           CLOSE SESSION-FILE
           .

       ASSIGN-RETIRED-CODE.
           MOVE SPACES TO RETIRED-CODE
           ACCEPT RETIRED-CODE FROM ENVIRONMENT 'leaver_code'
           IF RETIRED-CODE = SPACES
               MOVE ZERO TO RETIRED-SEQUENCE
               OPEN INPUT CHANGE-FILE
               IF CHANGE-FILE-OK
                   READ CHANGE-FILE
                   PERFORM UNTIL NOT CHANGE-FILE-OK
                       IF CHANGE-RECORD (1:7) = 'RETIRE '
                           ADD 1 TO RETIRED-SEQUENCE
                       END-IF
                       READ CHANGE-FILE
                   END-PERFORM
               END-IF
               CLOSE CHANGE-FILE
               ADD 1 TO RETIRED-SEQUENCE
               STRING 'RETIRED-' RETIRED-SEQUENCE
                   DELIMITED BY SIZE INTO RETIRED-CODE
           END-IF
           IF RETIRED-CODE = LEAVER-NAME
               DISPLAY 'leaver_code MUST DIFFER FROM leaver_name'
               STOP RUN
           END-IF
           .

       RETIRE-FROM-ONE-FILE.
           EVALUATE FILE-SLOT
               WHEN 1
                   MOVE '.2048-HIGH-SCORES' TO LIVE-NAME
                   MOVE 11 TO NAME-OFFSET
                   MOVE 'S' TO LINE-KIND
               WHEN 2
                   MOVE '.2048-HOUSE-SCORES' TO LIVE-NAME
                   MOVE 11 TO NAME-OFFSET
                   MOVE 'S' TO LINE-KIND
               WHEN 3
                   MOVE '.2048-ALL-TIME-SCORES' TO LIVE-NAME
                   MOVE 11 TO NAME-OFFSET
                   MOVE 'S' TO LINE-KIND
               WHEN 4
                   MOVE '.2048-VERIFIED-SCORES' TO LIVE-NAME
                   MOVE 11 TO NAME-OFFSET
                   MOVE 'S' TO LINE-KIND
               WHEN 5
                   MOVE '.2048-BLITZ-SCORES' TO LIVE-NAME
                   MOVE 11 TO NAME-OFFSET
                   MOVE 'S' TO LINE-KIND
               WHEN 6
                   MOVE '.2048-DAILY-SCORES' TO LIVE-NAME
                   MOVE 18 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 7
                   MOVE '.2048-PUZZLE-SCORES' TO LIVE-NAME
                   MOVE 26 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 8
                   MOVE '.2048-PLAYER-STATS' TO LIVE-NAME
                   MOVE 1 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 9
                   MOVE '.2048-STATS-SNAPSHOT' TO LIVE-NAME
                   MOVE 1 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 10
                   MOVE '.2048-ACHIEVEMENTS' TO LIVE-NAME
                   MOVE 1 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 11
                   MOVE '.2048-ACHIEVEMENTS-SNAPSHOT' TO LIVE-NAME
                   MOVE 1 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 12
                   MOVE '.2048-RATINGS' TO LIVE-NAME
                   MOVE 1 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 13
                   MOVE '.2048-PLAYTIME' TO LIVE-NAME
                   MOVE 10 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 14
                   MOVE '2048-tournament.dat' TO LIVE-NAME
                   MOVE 10 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 15
                   MOVE '2048-roster.dat' TO LIVE-NAME
                   MOVE 1 TO NAME-OFFSET
                   MOVE 'N' TO LINE-KIND
               WHEN 16
                   MOVE '.2048-PLAYERS' TO LIVE-NAME
                   MOVE 1 TO NAME-OFFSET
                   MOVE 'P' TO LINE-KIND
               WHEN 17
                   MOVE '2048-movelog.dat' TO LIVE-NAME
                   MOVE 14 TO NAME-OFFSET
                   MOVE 'L' TO LINE-KIND
               WHEN 18
                   MOVE '.2048-HARD-SCORES' TO LIVE-NAME
                   MOVE 11 TO NAME-OFFSET
                   MOVE 'S' TO LINE-KIND
           END-EVALUATE
           SET ENVIRONMENT 'leaver_live' TO LIVE-NAME
           MOVE ZERO TO READ-COUNT RENAMED-COUNT REMOVED-COUNT
           MOVE 'N' TO FILE-PRESENT-SWITCH
           OPEN INPUT LIVE-FILE
           IF LIVE-FILE-OK
               SET FILE-IS-PRESENT TO TRUE
               OPEN OUTPUT WORK-FILE
               READ LIVE-FILE
               PERFORM UNTIL NOT LIVE-FILE-OK
                   ADD 1 TO READ-COUNT
                   PERFORM TAKE-ONE-LIVE-LINE
                   READ LIVE-FILE
               END-PERFORM
               CLOSE WORK-FILE
           END-IF
           CLOSE LIVE-FILE
      * AN UNTOUCHED FILE IS NOT REWRITTEN.
           IF RENAMED-COUNT > ZERO OR REMOVED-COUNT > ZERO
               PERFORM REWRITE-LIVE-FROM-WORK
           END-IF
           ADD RENAMED-COUNT TO TOTAL-RENAMED
           ADD REMOVED-COUNT TO TOTAL-REMOVED
           MOVE SPACES TO CHANGE-RECORD
           IF FILE-IS-PRESENT
               STRING '  ' LIVE-NAME ' READ ' READ-COUNT
                   ' RENAMED ' RENAMED-COUNT
                   ' REMOVED ' REMOVED-COUNT
                   DELIMITED BY SIZE INTO CHANGE-RECORD
           ELSE
               STRING '  ' LIVE-NAME ' NOT PRESENT'
                   DELIMITED BY SIZE INTO CHANGE-RECORD
           END-IF
           WRITE CHANGE-RECORD
           .

       TAKE-ONE-LIVE-LINE.
           SET LINE-KEPT TO TRUE
           IF LIVE-RECORD (NAME-OFFSET:16) = LEAVER-NAME
               EVALUATE TRUE
                   WHEN KIND-MOVE-LOG
                       IF LIVE-RECORD (1:5) = 'START'
                           SET LINE-RENAMED TO TRUE
                       END-IF
                   WHEN KIND-SCORE-LINE
                   AND LIVE-RECORD (1:7) IS NOT NUMERIC
                       CONTINUE
                   WHEN LEAVER-REMOVE
                       SET LINE-DROPPED TO TRUE
                   WHEN OTHER
                       SET LINE-RENAMED TO TRUE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN LINE-DROPPED
                   ADD 1 TO REMOVED-COUNT
               WHEN LINE-RENAMED
                   ADD 1 TO RENAMED-COUNT
                   MOVE RETIRED-CODE TO LIVE-RECORD (NAME-OFFSET:16)
                   IF KIND-PLAYERS-LINE
                       MOVE SPACES TO LIVE-RECORD (17:44)
                   END-IF
                   WRITE WORK-RECORD FROM LIVE-RECORD
               WHEN OTHER
                   WRITE WORK-RECORD FROM LIVE-RECORD
           END-EVALUATE
           .

       REWRITE-LIVE-FROM-WORK.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT LIVE-FILE
           IF WORK-FILE-OK
               READ WORK-FILE
               PERFORM UNTIL NOT WORK-FILE-OK
                   WRITE LIVE-RECORD FROM WORK-RECORD
                   READ WORK-FILE
               END-PERFORM
           END-IF
           CLOSE LIVE-FILE
           CLOSE WORK-FILE
           .
