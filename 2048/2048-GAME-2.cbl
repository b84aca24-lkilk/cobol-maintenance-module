      * If not, see <http://www.gnu.org/licenses/>.
      *
      * MODIFICATION HISTORY:
      * - HIGH SCORES, PLAYER STATS, RATINGS AND THE SAVED SESSION
      *   ARE NOW REWRITTEN THROUGH A <FILE>-WORK COPY (OPEN-SAFE-WORK
      *   AND FRIENDS) CLOSED BY A COUNTED TRAILER, SO A CRASH MID-SAVE
      *   CAN NO LONGER LEAVE THE REAL FILE HALF WRITTEN.  A COPY
      *   CUT OFF PART WAY OVER THE REAL FILE IS FINISHED FROM THE
      *   WORK COPY AT THE NEXT START-UP (RECOVER-INTERRUPTED-SAVES).
      * - ADDED A HARD MODE (hard_mode=Y).  EACH NEW TILE IS DROPPED
      *   IN THE EMPTY CELL THAT IS WORST FOR THE PLAYER, JUDGED BY
      *   THE HINT ADVISOR'S OWN BOARD EVALUATION (NOW SHARED AS
      *   EVALUATE-BEST-SLIDE), AND 4S COME FOUR TIMES IN TEN.  THE
      *   MOVE LOG'S START MARKER CARRIES A HARD FLAG FOR 2048-REPLAY
      *   AND 2048-SCORE-AUDIT.  HARD GAMES START FRESH, LEAVE THE
      *   SESSION FILE ALONE AND POST TO .2048-HARD-SCORES, SHOWN IN
      *   THEIR OWN SECTION OF THE HIGH-SCORE SCREEN.  MATCHES,
      *   TOURNAMENTS, BLITZ, DAILY AND PUZZLE GAMES IGNORE IT.
      * - THE SESSION HEADER NOW CARRIES THE NAME OF THE PLAYER WHOSE
      *   GAME IS PARKED, SO 2048-RETIRE-PLAYER CAN TELL WHETHER A
      *   LEAVER STILL HAS A GAME SAVED ON THIS TERMINAL.
      * - ADDED A BREAK-TIME PLAY ALLOWANCE.  EVERY GAME'S PLAYING
      *   TIME (LESS ANY ATTRACT-DEMO INTERLUDE) IS APPENDED TO A
      *   PLAY-TIME LEDGER (.2048-PLAYTIME) UNDER EACH PLAYER AT THE
      *   BOARD.  play_allowance=N SETS A DAILY CAP IN MINUTES: A
      *   WARNING LINE SHOWS UNDER THE BOARD IN THE LAST FIVE
      *   MINUTES, AND ONCE THE DAY'S TIME IS USED UP NO NEW GAME IS
      *   STARTED - A GAME ALREADY RUNNING MAY BE FINISHED.
      *   TOURNAMENT AND SCRIPTED GAMES STAY OFF THE LEDGER.  THE
      *   NEW 2048-PLAYTIME-REPORT PRINTS THE WEEK BY PLAYER.
      * - ADDED SKILL RATINGS FOR REGISTERED PLAYERS (.2048-RATINGS,
      *   ONE LINE PER PLAYER: RATING, MATCHES AND WINS).  EVERY
      *   COMPLETED TWO-PLAYER MATCH BETWEEN TWO SIGNED-IN PLAYERS
      *   MOVES BOTH RATINGS BY AN ELO-STYLE AMOUNT - BEATING A
      *   STRONGER PLAYER GAINS MORE THAN BEATING A WEAKER ONE.  A
      *   GUEST MATCH OR A QUIT MATCH STAYS UNRATED, AND A NEWCOMER
      *   STARTS AT 1500.  tournament_seed=Y ORDERS THE TOURNAMENT
      *   ROSTER BY RATING INSTEAD OF 2048-roster.dat ORDER, AND THE
      *   HIGH-SCORE SCREEN SHOWS THE TOP OF THE RATING LADDER.
      * - ADDED PLAYER REGISTRATION WITH A PIN (.2048-PLAYERS: NAME
      *   AND A SHORT PIN PER LINE).  WHEN THE FILE EXISTS, A NAME ON
      *   IT MUST GIVE ITS PIN AT SIGN-IN BEFORE STATS, SCORES,
      * BLITZ RESULTS LIVE APART FROM THE OPEN-ENDED HIGH SCORES SO
      * A 40-MINUTE GRIND CANNOT BURY A 3-MINUTE RECORD

       SELECT OPTIONAL HARD-SCORE-FILE
           ASSIGN TO '.2048-HARD-SCORES'
           FILE STATUS IS HARD-SCORE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * HARD-MODE RESULTS, SAME ENTRY LAYOUT AS THE BLITZ FILE - A
      * GAME AGAINST THE ADVERSARIAL DROPS IS NOT COMPARABLE WITH
      * AN ORDINARY ONE

       SELECT OPTIONAL PLAYER-STATS-FILE
           ASSIGN TO '.2048-PLAYER-STATS'
           FILE STATUS IS PLAYER-STATS-FILE-STATUS
      * DATE - THE PER-PUZZLE RANKING IS BUILT FROM THESE, LIKE THE
      * DAILY-CHALLENGE SCORES.

       SELECT OPTIONAL RATING-FILE
           ASSIGN TO '.2048-RATINGS'
           FILE STATUS IS RATING-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * ONE LINE PER RATED PLAYER: RATING, RATED MATCHES, WINS -
      * REWRITTEN WHOLE IN LADDER (DESCENDING RATING) ORDER

       SELECT OPTIONAL PLAYTIME-FILE
           ASSIGN TO '.2048-PLAYTIME'
           FILE STATUS IS PLAYTIME-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE PLAY-TIME LEDGER: ONE LINE PER GAME PER PLAYER - DATE,
      * PLAYER, START TIME AND SECONDS PLAYED.  THE DAILY ALLOWANCE
      * IS CHECKED AGAINST IT AND 2048-PLAYTIME-REPORT SUMS IT BY WEEK

       SELECT OPTIONAL SAFE-WORK-FILE
           ASSIGN TO 'safe_work'
           FILE STATUS IS SAFE-WORK-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * WORK COPY FOR THE WHOLE-FILE REWRITES (HIGH SCORES, STATS,
      * RATINGS, SESSION) - THE ACTUAL NAME, <FILE>-WORK, COMES
      * THROUGH THE safe_work ENVIRONMENT VARIABLE

       SELECT OPTIONAL SAFE-LIVE-FILE
           ASSIGN TO 'safe_live'
           FILE STATUS IS SAFE-LIVE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE REAL FILE, NAMED THROUGH safe_live, WHEN A SAVE THAT WAS
      * CUT OFF PART WAY THROUGH ITS COPY IS FINISHED AT START-UP

       SELECT MOVE-LOG-FILE
           ASSIGN TO '2048-movelog.dat'
           FILE STATUS IS MOVE-LOG-FILE-STATUS
           05  SH-SCORE                     PIC 9(7).
           05  SH-ROW-COUNT                 PIC 9.
           05  SH-COL-COUNT                 PIC 9.
      * WHOSE GAME IS PARKED - BLANK ON A SESSION SAVED BY AN OLDER
      * BUILD.  2048-RETIRE-PLAYER WILL NOT RUN AGAINST IT.
           05  SH-PLAYER                    PIC X(16).
       01  SESSION-GRID-RECORD.
           05  SG-CELL OCCURS 6 TIMES        PIC 999999.

           DEPENDING ON WS-BLITZ-RECORD-LENGTH.
       01  BLITZ-SCORE-RECORD               PIC X(42).

       FD  HARD-SCORE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 42 CHARACTERS
           DEPENDING ON WS-HARD-RECORD-LENGTH.
       01  HARD-SCORE-RECORD                PIC X(42).

       FD  PLAYER-STATS-FILE.
       01  PLAYER-STATS-RECORD.
           05  PS-PLAYER                    PIC X(16).
           05  FILLER                       PIC X.
           05  PZ-DATE                      PIC X(8).

       FD  RATING-FILE.
       01  RATING-RECORD.
           05  RT-PLAYER                    PIC X(16).
           05  FILLER                       PIC X.
           05  RT-RATING                    PIC 9(4).
           05  FILLER                       PIC X.
           05  RT-MATCHES                   PIC 9(5).
           05  FILLER                       PIC X.
           05  RT-WINS                      PIC 9(5).

       FD  PLAYTIME-FILE.
       01  PLAYTIME-RECORD.
           05  PT-DATE                      PIC X(8).
           05  FILLER                       PIC X.
           05  PT-PLAYER                    PIC X(16).
           05  FILLER                       PIC X.
           05  PT-START-TIME                PIC X(6).
           05  FILLER                       PIC X.
           05  PT-SECONDS                   PIC 9(5).

       FD  SAFE-WORK-FILE.
       01  SAFE-WORK-RECORD                 PIC X(60).

       FD  SAFE-LIVE-FILE.
       01  SAFE-LIVE-RECORD                 PIC X(60).

       FD  MOVE-LOG-FILE.
       01  MOVE-LOG-RECORD                   PIC X(60).

               10  BLITZ-TOP-LINE           PIC X(42).
               10  BLITZ-TOP-SCORE          PIC 9(7).

      * HARD MODE: EACH NEW TILE GOES IN THE EMPTY CELL THAT LEAVES
      * THE PLAYER'S BEST SLIDE (BY THE ADVISOR'S EMPTY-CELL COUNT)
      * AS POOR AS POSSIBLE, AND 4S COME FOUR TIMES IN TEN INSTEAD
      * OF ONE.  RESULTS ARE RANKED ON THEIR OWN FILE.
       01  HARD-SCORE-FILE-STATUS           PIC 99.
           88  HARD-SCORE-FILE-OK           VALUE 00.
           88  HARD-SCORE-FILE-OK-OR-NEW    VALUE 00 05.
       01  WS-HARD-RECORD-LENGTH            PIC 9(4).
       01  HARD-MODE-SWITCH                 PIC X VALUE 'N'.
           88  HARD-MODE-ACTIVE             VALUE 'Y'.
       01  HARD-MODE-TEXT                   PIC X(4).
       01  HARD-TILE-VALUE                  PIC 9.
       01  HARD-ROW                         PIC 9.
       01  HARD-COL                         PIC 9.
       01  HARD-WORST-ROW                   PIC 9.
       01  HARD-WORST-COL                   PIC 9.
       01  HARD-WORST-EMPTY                 PIC 99 USAGE COMP.
       01  HARD-CANDIDATE-SCORE             PIC 9(7).
       01  HARD-LOW-SLOT                    PIC 99.
       01  HARD-SCAN-SLOT                   PIC 99.
       01  HARD-TOP-COUNT                   PIC 99 VALUE ZERO.
       01  HARD-TOP-SCORES.
           05  HARD-TOP-ENTRY OCCURS 0 TO 10 TIMES
               DEPENDING ON HARD-TOP-COUNT
               INDEXED BY HARD-INDEX.
               10  HARD-TOP-LINE            PIC X(42).
               10  HARD-TOP-SCORE           PIC 9(7).

       01  ARE-TILE-NOT-NEEDED             PIC X VALUE 'N'.
           88  TILE-NOT-NEEDED              VALUE 'Y'.
           88  TILE-NEEDED                  VALUE 'N'.

               10  ROSTER-PLAYER            PIC X(16).
               10  ROSTER-SCORE             PIC 9(7).
               10  ROSTER-HIGH-TILE         PIC 9(6).
               10  ROSTER-RATING            PIC 9(4).
               10  ROSTER-ORDER             PIC 99.
       01  ROSTER-SLOT                      PIC 99.
       01  TOURNAMENT-SEED-TEXT             PIC X(4).
       01  STANDINGS-RANK                   PIC 99.

      * PER-PLAYER ACHIEVEMENT BADGES, LOADED FOR THE PLAYER AT
       01  WANTED-PIN                       PIC X(4).
       01  PIN-ENTRY                        PIC X(10).

      * SKILL RATINGS.  ONLY A COMPLETED MATCH BETWEEN TWO SIGNED-IN
      * REGISTERED PLAYERS IS RATED; THE CHANGE IS ZERO-SUM, WITH
      * THE EXPECTED RESULT TAKEN FROM THE RATING GAP THE ELO WAY.
       01  RATING-FILE-STATUS               PIC 99.
           88  RATING-FILE-OK               VALUE 00.
           88  RATING-FILE-OK-OR-NEW        VALUE 00 05.
       01  RATING-START                     PIC 9(4) VALUE 1500.
       01  RATING-FLOOR                     PIC 9(4) VALUE 100.
       01  RATING-K-FACTOR                  PIC 99 VALUE 32.
       01  RATING-COUNT                     PIC 9(3) VALUE ZERO.
       01  RATING-TABLE.
           05  RATING-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON RATING-COUNT
               INDEXED BY RATING-INDEX.
               10  RA-PLAYER                PIC X(16).
               10  RA-RATING                PIC 9(4).
               10  RA-MATCHES               PIC 9(5).
               10  RA-WINS                  PIC 9(5).
       01  RATING-WANTED-NAME               PIC X(16).
       01  RATING-SLOT                      PIC 9(3).
       01  RATING-SLOT-1                    PIC 9(3).
       01  RATING-SLOT-2                    PIC 9(3).
       01  RATING-GAP                       PIC S9(4).
       01  RATING-POWER                     PIC 9(3)V9(6).
       01  RATING-EXPECTED                  PIC 9V9(6).
       01  RATING-RESULT                    PIC 9V9.
       01  RATING-CHANGE                    PIC S9(3).
       01  RATING-NEW                       PIC S9(5).
       01  RATING-CHANGE-DISPLAY            PIC +ZZ9.
       01  MATCH-DRAWN-SWITCH               PIC X VALUE 'N'.
           88  MATCH-WAS-DRAWN              VALUE 'Y'.
       01  LADDER-RANK                      PIC 99.
       01  LADDER-LINES.
           05  LADDER-LINE OCCURS 5 TIMES   PIC X(42).
       01  RATING-LADDER-LINE.
           05  LD-RANK                      PIC Z9.
           05  FILLER                       PIC X(2) VALUE '. '.
           05  LD-RATING                    PIC ZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  LD-PLAYER                    PIC X(16).
           05  FILLER                       PIC X(2) VALUE ' W'.
           05  LD-WINS                      PIC ZZZZ9.
           05  FILLER                       PIC X(4) VALUE ' OF '.
           05  LD-MATCHES                   PIC ZZZZ9.

      * BREAK-TIME PLAY ALLOWANCE.  EVERY GAME'S WALL-CLOCK TIME
      * (LESS ANY ATTRACT-DEMO INTERLUDE) GOES ON THE LEDGER UNDER
      * EACH PLAYER AT THE BOARD; play_allowance=N MINUTES CAPS THE
      * DAY'S TOTAL.  A GAME IS REFUSED ONCE THE DAY'S TIME IS USED
      * UP, BUT A GAME ALREADY RUNNING IS ALLOWED TO FINISH.
       01  PLAYTIME-FILE-STATUS             PIC 99.
           88  PLAYTIME-FILE-OK             VALUE 00.
           88  PLAYTIME-FILE-OK-OR-NEW      VALUE 00 05.
       01  ALLOWANCE-TEXT                   PIC X(4).
       01  ALLOWANCE-MINUTES                PIC 9(3) VALUE ZERO.
       01  ALLOWANCE-SECONDS                PIC 9(6) VALUE ZERO.
       01  ALLOWANCE-WARN-SECONDS           PIC 9(6) VALUE 300.
       01  ALLOWANCE-SWITCH                 PIC X VALUE 'N'.
           88  ALLOWANCE-ACTIVE             VALUE 'Y'.
       01  PLAYTIME-SWITCH                  PIC X VALUE 'N'.
           88  PLAYTIME-CLOCK-RUNNING       VALUE 'Y'.
       01  PLAY-START-DATE                  PIC X(8).
       01  PLAY-START-TIME                  PIC X(6).
       01  PLAY-START-SECONDS               PIC 9(5) USAGE COMP.
       01  PLAY-ELAPSED-SECONDS             PIC S9(6) USAGE COMP.
       01  DEMO-START-SECONDS               PIC 9(5) USAGE COMP.
       01  DEMO-ELAPSED-SECONDS             PIC S9(6) USAGE COMP.
       01  DEMO-TOTAL-SECONDS               PIC 9(6) USAGE COMP.
       01  PLAYTIME-WANTED-NAME             PIC X(16).
       01  PLAYTIME-NAME-SECONDS            PIC 9(6).
       01  PLAYTIME-USED-SECONDS            PIC 9(6) VALUE ZERO.
       01  PLAYTIME-LEFT-SECONDS            PIC S9(6).
       01  PLAYTIME-LEFT-MINUTES            PIC ZZ9.
       01  ALLOWANCE-MESSAGE                PIC X(47) VALUE SPACES.

      * CRASH-SAFE REWRITES: THE NEW CONTENTS GO TO <FILE>-WORK
      * FIRST, CLOSED OFF BY A TRAILER LINE CARRYING THE RECORD
      * COUNT, AND ONLY THEN ARE COPIED OVER THE REAL FILE.  THE
      * WORK FILE IS EMPTIED ONCE THE COPY HAS COMPLETED, SO A
      * COMPLETE WORK FILE LEFT BEHIND MEANS THE COPY WAS CUT OFF -
      * 2048-FILE-CHECK THEN FINISHES IT FROM THE WORK FILE.
       01  SAFE-WORK-FILE-STATUS            PIC 99.
           88  SAFE-WORK-FILE-OK            VALUE 00.
           88  SAFE-WORK-FILE-OK-OR-NEW     VALUE 00 05.
       01  SAFE-LIVE-NAME                   PIC X(24).
       01  SAFE-WORK-NAME                   PIC X(32).
       01  SAFE-WORK-COUNT                  PIC 9(5).
       01  SAFE-WORK-SWITCH                 PIC X VALUE 'N'.
           88  SAFE-WORK-COMPLETE           VALUE 'Y'.
           88  SAFE-WORK-FAILED             VALUE 'N'.
       01  SAFE-COPY-SWITCH                 PIC X VALUE 'N'.
           88  SAFE-COPY-DONE               VALUE 'Y'.
       01  SAFE-WORK-TRAILER.
           05  SWT-MARK                     PIC X(15)
               VALUE '*WORK-COMPLETE '.
           05  SWT-COUNT                    PIC 9(5).
       01  SAFE-LIVE-FILE-STATUS            PIC 99.
       01  SAFE-RECOVER-SLOT                PIC 9.
       01  SAFE-DATA-COUNT                  PIC 9(5).
       01  SAFE-FOUND-SWITCH                PIC X.
           88  SAFE-WORK-FOUND              VALUE 'Y'.
       01  SAFE-TRAILER-SWITCH              PIC X.
           88  SAFE-TRAILER-FOUND           VALUE 'Y'.
       01  SAFE-EXTRA-SWITCH                PIC X.
           88  SAFE-LINES-AFTER-TRAILER     VALUE 'Y'.

       SCREEN SECTION.

       01  GAME-GRID-SCREEN.
                   10  MATCH-STATUS-DISPLAY LINE 30 COLUMN 4 PIC X(60)
                       FROM MATCH-STATUS-LINE
                       HIGHLIGHT, FOREGROUND-COLOR IS 2.
                   10  ALLOWANCE-DISPLAY LINE 17 COLUMN 4 PIC X(47)
                       FROM ALLOWANCE-MESSAGE
                       HIGHLIGHT, FOREGROUND-COLOR IS 4.
               05  GRID-INPUT.
                   10  USER-INPUT LINE 16 COLUMN 12    PIC X(10)
                       USING USER-ENTRY FOREGROUND-COLOR IS 6.
           05  BLITZ-SCORE-1 LINE 24 COLUMN 4 PIC X(42).
           05  BLITZ-SCORE-2 LINE 25 COLUMN 4 PIC X(42).
           05  BLITZ-SCORE-3 LINE 26 COLUMN 4 PIC X(42).
           05  LINE 6 COLUMN 50 VALUE
               'RATING LADDER (TWO-PLAYER MATCHES)'
               HIGHLIGHT, FOREGROUND-COLOR IS 3.
           05  RATING-LADDER-1 LINE 7 COLUMN 50 PIC X(42)
               FROM LADDER-LINE (1).
           05  RATING-LADDER-2 LINE 8 COLUMN 50 PIC X(42)
               FROM LADDER-LINE (2).
           05  RATING-LADDER-3 LINE 9 COLUMN 50 PIC X(42)
               FROM LADDER-LINE (3).
           05  RATING-LADDER-4 LINE 10 COLUMN 50 PIC X(42)
               FROM LADDER-LINE (4).
           05  RATING-LADDER-5 LINE 11 COLUMN 50 PIC X(42)
               FROM LADDER-LINE (5).
           05  LINE 13 COLUMN 50 VALUE
               'HARD MODE BEST (ADVERSARIAL TILES)'
               HIGHLIGHT, FOREGROUND-COLOR IS 4.
           05  HARD-SCORE-1 LINE 14 COLUMN 50 PIC X(42).
           05  HARD-SCORE-2 LINE 15 COLUMN 50 PIC X(42).
           05  HARD-SCORE-3 LINE 16 COLUMN 50 PIC X(42).
           05  HS-INPUT LINE 21 COLUMN 24    PIC X(10)
               USING USER-ENTRY FOREGROUND-COLOR IS 6.


       PROCEDURE DIVISION.
       MAIN.
           PERFORM RECOVER-INTERRUPTED-SAVES
           PERFORM TEST-GRID-SIZE
           PERFORM GET-GRID-SIZE
           PERFORM GET-WIN-TARGET
           PERFORM LOAD-CONTROLS
           PERFORM GET-PLAYER-NAME
           PERFORM CHECK-PLAYER-REGISTRATION
           PERFORM GET-PLAY-ALLOWANCE
           PERFORM CHECK-DAILY-ALLOWANCE
           PERFORM LOAD-PLAYER-BADGES
           PERFORM GET-HIGH-SCORE-LIMIT
           PERFORM GET-GHOST-MODE
               PERFORM LOAD-GHOST-GAME
           END-IF
           PERFORM GET-PUZZLE-MODE
           PERFORM GET-HARD-MODE
           PERFORM OPEN-MOVE-LOG
           IF TOURNAMENT-MODE-ACTIVE
               PERFORM RUN-TOURNAMENT
               PERFORM START-MATCH-BOARDS
           ELSE
      * A PUZZLE GAME STARTS FROM THE LOADED POSITION - NO OPENING
      * TILE AND NO SESSION RESUME.  A BLITZ, DAILY-CHALLENGE OR
      * HARD-MODE ROUND ALWAYS STARTS FROM A FRESH BOARD - RESUMING
      * A PARKED OPEN-ENDED SESSION WOULD CARRY ITS SCORE ONTO THE
      * BLITZ, DAILY OR HARD-MODE SCOREBOARD.
               IF PUZZLE-MODE-ACTIVE
                   CONTINUE
               ELSE
               IF BLITZ-MODE-ACTIVE OR CHALLENGE-MODE-ACTIVE
               OR HARD-MODE-ACTIVE
                   PERFORM PLACE-NEW-TILE
               ELSE
                   PERFORM CHECK-FOR-SAVED-SESSION
               END-IF
           END-IF
           PERFORM LOG-GAME-START
           PERFORM START-PLAY-CLOCK
           PERFORM GAME-TURN
               UNTIL GAME-OVER
           PERFORM RECORD-PLAY-TIME
           IF TWO-PLAYER-MODE-ACTIVE
               PERFORM DETERMINE-MATCH-WINNER
               PERFORM UPDATE-MATCH-RATINGS
           END-IF
      * MATCH, BLITZ, DAILY-CHALLENGE AND HARD-MODE GAMES NEVER
      * TOUCH THE SESSION FILE - A SINGLE-PLAYER GAME PARKED THERE
      * EARLIER MUST SURVIVE THEM.
           IF TWO-PLAYER-MODE-ACTIVE OR BLITZ-MODE-ACTIVE
           OR CHALLENGE-MODE-ACTIVE OR PUZZLE-MODE-ACTIVE
           OR HARD-MODE-ACTIVE
               CONTINUE
           ELSE
               IF GAME-QUIT AND NOT SCRIPT-MODE-ACTIVE
                   CONTINUE
               WHEN BLITZ-MODE-ACTIVE
                   PERFORM SAVE-BLITZ-SCORE
               WHEN HARD-MODE-ACTIVE
                   PERFORM SAVE-HARD-SCORE
               WHEN PUZZLE-MODE-ACTIVE
      * A PUZZLE GAME STARTED FROM AN ARBITRARY POSITION - ITS SCORE
      * BELONGS ON THE PER-PUZZLE BOARD, NOT THE MAIN LIST.
           END-IF
           .

       GET-PLAY-ALLOWANCE.
      * TOURNAMENT GAMES ARE RUN BY STAFF AND SCRIPT RUNS ARE
      * REGRESSION TESTS - NEITHER COUNTS AGAINST ANYONE'S BREAK.
      * SAME 3/2/1-DIGIT FALLBACK AS GET-ATTRACT-PERIOD.  UNSET OR
      * ZERO MEANS NO CAP, BUT THE LEDGER IS STILL KEPT.
           MOVE SPACES TO ALLOWANCE-TEXT
           ACCEPT ALLOWANCE-TEXT FROM ENVIRONMENT 'play_allowance'
           IF ALLOWANCE-TEXT (1:3) IS NUMERIC
               MOVE ALLOWANCE-TEXT (1:3) TO ALLOWANCE-MINUTES
           ELSE
               IF ALLOWANCE-TEXT (1:2) IS NUMERIC
                   MOVE ALLOWANCE-TEXT (1:2) TO ALLOWANCE-MINUTES
               ELSE
                   IF ALLOWANCE-TEXT (1:1) IS NUMERIC
                       MOVE ALLOWANCE-TEXT (1:1) TO ALLOWANCE-MINUTES
                   END-IF
               END-IF
           END-IF
           IF ALLOWANCE-MINUTES > ZERO
           AND NOT TOURNAMENT-MODE-ACTIVE
           AND NOT SCRIPT-MODE-ACTIVE
               SET ALLOWANCE-ACTIVE TO TRUE
               COMPUTE ALLOWANCE-SECONDS = ALLOWANCE-MINUTES * 60
           END-IF
           .

       CHECK-DAILY-ALLOWANCE.
      * EVERYONE AT THE BOARD MUST HAVE TIME LEFT TODAY - A MATCH
      * USES UP BOTH PLAYERS' BREAKS.  THE PLAYER CLOSEST TO THE
      * LIMIT DRIVES THE ON-SCREEN WARNING.
           IF ALLOWANCE-ACTIVE
               MOVE ZERO TO PLAYTIME-USED-SECONDS
               IF TWO-PLAYER-MODE-ACTIVE
                   MOVE MP-NAME (1) TO PLAYTIME-WANTED-NAME
                   PERFORM CHECK-ONE-PLAYER-ALLOWANCE
                   MOVE MP-NAME (2) TO PLAYTIME-WANTED-NAME
                   PERFORM CHECK-ONE-PLAYER-ALLOWANCE
               ELSE
                   MOVE PLAYER-NAME TO PLAYTIME-WANTED-NAME
                   PERFORM CHECK-ONE-PLAYER-ALLOWANCE
               END-IF
           END-IF
           .

       CHECK-ONE-PLAYER-ALLOWANCE.
           PERFORM SUM-TODAYS-PLAY-TIME
           IF PLAYTIME-NAME-SECONDS >= ALLOWANCE-SECONDS
               DISPLAY 'DAILY PLAY ALLOWANCE USED UP FOR '
                       PLAYTIME-WANTED-NAME
               DISPLAY 'NO NEW GAME TODAY - SEE YOU TOMORROW'
               STOP RUN
           END-IF
           IF PLAYTIME-NAME-SECONDS > PLAYTIME-USED-SECONDS
               MOVE PLAYTIME-NAME-SECONDS TO PLAYTIME-USED-SECONDS
           END-IF
           .

       SUM-TODAYS-PLAY-TIME.
           MOVE ZERO TO PLAYTIME-NAME-SECONDS
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT PLAYTIME-FILE
           IF PLAYTIME-FILE-OK
               READ PLAYTIME-FILE
               PERFORM UNTIL NOT PLAYTIME-FILE-OK
                   IF PT-DATE = CURRENT-DATE
                   AND PT-PLAYER = PLAYTIME-WANTED-NAME
                   AND PT-SECONDS IS NUMERIC
                       ADD PT-SECONDS TO PLAYTIME-NAME-SECONDS
                   END-IF
                   READ PLAYTIME-FILE
               END-PERFORM
           END-IF
           CLOSE PLAYTIME-FILE
           .

       START-PLAY-CLOCK.
           IF NOT SCRIPT-MODE-ACTIVE
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               PERFORM GET-TIME-SECONDS
               MOVE CURRENT-DATE TO PLAY-START-DATE
               MOVE CURRENT-TIME (1:6) TO PLAY-START-TIME
               MOVE BLITZ-NOW-SECONDS TO PLAY-START-SECONDS
               MOVE ZERO TO DEMO-TOTAL-SECONDS
               SET PLAYTIME-CLOCK-RUNNING TO TRUE
           END-IF
           .

       GET-PLAY-ELAPSED.
           PERFORM GET-TIME-SECONDS
           COMPUTE PLAY-ELAPSED-SECONDS =
               BLITZ-NOW-SECONDS - PLAY-START-SECONDS
           IF PLAY-ELAPSED-SECONDS < ZERO
      * THE CLOCK WRAPPED PAST MIDNIGHT MID-GAME.
               ADD 86400 TO PLAY-ELAPSED-SECONDS
           END-IF
           SUBTRACT DEMO-TOTAL-SECONDS FROM PLAY-ELAPSED-SECONDS
           IF PLAY-ELAPSED-SECONDS < ZERO
               MOVE ZERO TO PLAY-ELAPSED-SECONDS
           END-IF
           .

       BUILD-ALLOWANCE-MESSAGE.
           PERFORM GET-PLAY-ELAPSED
           COMPUTE PLAYTIME-LEFT-SECONDS = ALLOWANCE-SECONDS
               - PLAYTIME-USED-SECONDS - PLAY-ELAPSED-SECONDS
           EVALUATE TRUE
               WHEN PLAYTIME-LEFT-SECONDS <= ZERO
                   MOVE 'PLAY ALLOWANCE USED - FINISH THIS GAME'
                     TO ALLOWANCE-MESSAGE
               WHEN PLAYTIME-LEFT-SECONDS <= ALLOWANCE-WARN-SECONDS
                   COMPUTE PLAYTIME-LEFT-MINUTES =
                       (PLAYTIME-LEFT-SECONDS + 59) / 60
                   MOVE SPACES TO ALLOWANCE-MESSAGE
                   STRING 'PLAY ALLOWANCE: ' PLAYTIME-LEFT-MINUTES
                          ' MIN LEFT TODAY' DELIMITED BY SIZE
                       INTO ALLOWANCE-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO ALLOWANCE-MESSAGE
           END-EVALUATE
           .

       RECORD-PLAY-TIME.
      * THE GAME'S TIME GOES ON THE LEDGER UNDER EVERYONE WHO PLAYED
      * IT, DATED BY THE DAY IT STARTED.
           IF PLAYTIME-CLOCK-RUNNING
               PERFORM GET-PLAY-ELAPSED
               OPEN EXTEND PLAYTIME-FILE
               IF PLAYTIME-FILE-OK-OR-NEW
                   IF TWO-PLAYER-MODE-ACTIVE
                       MOVE MP-NAME (1) TO PLAYTIME-WANTED-NAME
                       PERFORM WRITE-PLAYTIME-RECORD
                       MOVE MP-NAME (2) TO PLAYTIME-WANTED-NAME
                       PERFORM WRITE-PLAYTIME-RECORD
                   ELSE
                       MOVE PLAYER-NAME TO PLAYTIME-WANTED-NAME
                       PERFORM WRITE-PLAYTIME-RECORD
                   END-IF
               END-IF
               CLOSE PLAYTIME-FILE
               MOVE 'N' TO PLAYTIME-SWITCH
           END-IF
           .

       WRITE-PLAYTIME-RECORD.
           MOVE SPACES TO PLAYTIME-RECORD
           MOVE PLAY-START-DATE TO PT-DATE
           MOVE PLAYTIME-WANTED-NAME TO PT-PLAYER
           MOVE PLAY-START-TIME TO PT-START-TIME
           MOVE PLAY-ELAPSED-SECONDS TO PT-SECONDS
           WRITE PLAYTIME-RECORD
           .

       GET-TWO-PLAYER-MODE.
           MOVE SPACES TO TWO-PLAYER-MODE-TEXT
           ACCEPT TWO-PLAYER-MODE-TEXT FROM ENVIRONMENT 'two_player'
           END-IF
           .

       GET-HARD-MODE.
      * hard_mode=Y TURNS ON THE ADVERSARIAL TILE DROPS.  MATCHES,
      * TOURNAMENTS, BLITZ, THE DAILY CHALLENGE AND PUZZLES ALL RANK
      * ON SHARED TERMS, SO THERE THE SETTING IS IGNORED.
           MOVE SPACES TO HARD-MODE-TEXT
           ACCEPT HARD-MODE-TEXT FROM ENVIRONMENT 'hard_mode'
           IF FUNCTION UPPER-CASE (HARD-MODE-TEXT (1:1)) = 'Y'
               IF TWO-PLAYER-MODE-ACTIVE OR TOURNAMENT-MODE-ACTIVE
               OR BLITZ-MODE-ACTIVE OR CHALLENGE-MODE-ACTIVE
               OR PUZZLE-MODE-ACTIVE
                   DISPLAY 'HARD MODE IGNORED FOR THIS KIND OF GAME'
               ELSE
                   SET HARD-MODE-ACTIVE TO TRUE
                   DISPLAY 'HARD MODE - THE TILES ARE AGAINST YOU'
               END-IF
           END-IF
           .

       GET-PUZZLE-MODE.
      * puzzle_name=<NAME> STARTS PLAY FROM THAT LIBRARY POSITION.
      * THE LATEST SECTION WITH THE NAME WINS, SO RE-SAVING A PUZZLE
           .

       SAVE-SESSION.
      * BUILT ON THE WORK FILE FIRST - SEE OPEN-SAFE-WORK.
           MOVE '.2048-SESSION' TO SAFE-LIVE-NAME
           PERFORM OPEN-SAFE-WORK
           MOVE SPACES TO SESSION-HEADER-RECORD
           MOVE CUMULATIVE-SCORE TO SH-SCORE
           MOVE NUMBER-OF-ROWS TO SH-ROW-COUNT
           MOVE NUMBER-OF-COLS TO SH-COL-COUNT
           MOVE PLAYER-NAME TO SH-PLAYER
           MOVE SESSION-HEADER-RECORD TO SAFE-WORK-RECORD
           PERFORM WRITE-SAFE-WORK

           SET ROW-INDEX TO ZERO
           PERFORM NUMBER-OF-ROWS TIMES
               SET ROW-INDEX UP BY 1
               MOVE ZERO TO SESSION-GRID-RECORD
               SET COL-INDEX TO ZERO
               PERFORM NUMBER-OF-COLS TIMES
                   SET COL-INDEX UP BY 1
                   MOVE GRID-CELL (ROW-INDEX, COL-INDEX)
                     TO SG-CELL (COL-INDEX)
               END-PERFORM
               MOVE SESSION-GRID-RECORD TO SAFE-WORK-RECORD
               PERFORM WRITE-SAFE-WORK
           END-PERFORM
           PERFORM CLOSE-SAFE-WORK
           IF SAFE-WORK-COMPLETE
               OPEN OUTPUT SESSION-FILE
               IF SESSION-FILE-OK-OR-NEW
                   WRITE SESSION-HEADER-RECORD FROM SAFE-WORK-RECORD
                   PERFORM READ-SAFE-WORK
                   PERFORM UNTIL SAFE-COPY-DONE
                       WRITE SESSION-GRID-RECORD FROM SAFE-WORK-RECORD
                       PERFORM READ-SAFE-WORK
                   END-PERFORM
                   CLOSE SESSION-FILE
                   PERFORM FINISH-SAFE-WORK
               ELSE
                   CLOSE SESSION-FILE
                   CLOSE SAFE-WORK-FILE
               END-IF
           END-IF
           .

       OPEN-SAFE-WORK.
      * START A CRASH-SAFE REWRITE OF SAFE-LIVE-NAME.  THE CALLER
      * WRITES EVERY NEW RECORD THROUGH WRITE-SAFE-WORK, THEN
      * PERFORMS CLOSE-SAFE-WORK; ONLY IF THAT LEAVES
      * SAFE-WORK-COMPLETE DOES IT OPEN THE REAL FILE FOR OUTPUT
      * AND COPY THE WORK RECORDS ACROSS (READ-SAFE-WORK UNTIL
      * SAFE-COPY-DONE), THEN PERFORMS FINISH-SAFE-WORK.  A CRASH
      * BEFORE THE COPY LEAVES THE REAL FILE AS IT WAS.
           PERFORM NAME-SAFE-WORK
           MOVE ZERO TO SAFE-WORK-COUNT
           OPEN OUTPUT SAFE-WORK-FILE
           IF SAFE-WORK-FILE-OK-OR-NEW
               SET SAFE-WORK-COMPLETE TO TRUE
           ELSE
               SET SAFE-WORK-FAILED TO TRUE
           END-IF
           .

       NAME-SAFE-WORK.
           MOVE SPACES TO SAFE-WORK-NAME
           STRING SAFE-LIVE-NAME DELIMITED BY SPACE
                  '-WORK' DELIMITED BY SIZE
               INTO SAFE-WORK-NAME
           SET ENVIRONMENT 'safe_work' TO SAFE-WORK-NAME
           .

       WRITE-SAFE-WORK.
           IF SAFE-WORK-COMPLETE
               WRITE SAFE-WORK-RECORD
               IF SAFE-WORK-FILE-OK
                   ADD 1 TO SAFE-WORK-COUNT
               ELSE
                   SET SAFE-WORK-FAILED TO TRUE
               END-IF
           END-IF
           .

       CLOSE-SAFE-WORK.
      * THE TRAILER GOES ON LAST, SO A WORK FILE WITHOUT ONE WAS
      * CUT OFF MID-WRITE.  A COMPLETE WORK FILE IS REOPENED WITH
      * ITS FIRST RECORD READ, READY FOR THE COPY.
           IF SAFE-WORK-COMPLETE
               MOVE SAFE-WORK-COUNT TO SWT-COUNT
               MOVE SAFE-WORK-TRAILER TO SAFE-WORK-RECORD
               WRITE SAFE-WORK-RECORD
               IF NOT SAFE-WORK-FILE-OK
                   SET SAFE-WORK-FAILED TO TRUE
               END-IF
           END-IF
           CLOSE SAFE-WORK-FILE
           IF SAFE-WORK-COMPLETE
               OPEN INPUT SAFE-WORK-FILE
               MOVE 'N' TO SAFE-COPY-SWITCH
               PERFORM READ-SAFE-WORK
           ELSE
               DISPLAY 'UNABLE TO WRITE THE WORK COPY - NOT SAVED: '
                       SAFE-LIVE-NAME
           END-IF
           .

       READ-SAFE-WORK.
           READ SAFE-WORK-FILE
           IF NOT SAFE-WORK-FILE-OK
           OR SAFE-WORK-RECORD (1:15) = SWT-MARK
               SET SAFE-COPY-DONE TO TRUE
           END-IF
           .

       FINISH-SAFE-WORK.
      * THE REAL FILE IS WHOLE AGAIN - EMPTY THE WORK FILE SO IT IS
      * NOT MISTAKEN FOR AN INTERRUPTED COPY.
           CLOSE SAFE-WORK-FILE
           OPEN OUTPUT SAFE-WORK-FILE
           CLOSE SAFE-WORK-FILE
           .

       RECOVER-INTERRUPTED-SAVES.
      * RUN BEFORE ANYTHING READS OR SAVES THE FOUR FILES.  A WORK
      * COPY THAT STILL HOLDS ITS TRAILER MEANS THE LAST SAVE WAS
      * CUT OFF WHILE IT WAS COPYING OVER THE REAL FILE, WHICH MAY
      * THEREFORE BE SHORT - FINISH THAT COPY NOW, BEFORE THE NEXT
      * SAVE'S OPEN-SAFE-WORK EMPTIES THE WORK FILE.  A WORK COPY
      * WITHOUT A MATCHING TRAILER WAS CUT OFF BEFORE THE REAL FILE
      * WAS OPENED, SO IT IS JUST EMPTIED.
           PERFORM RECOVER-ONE-SAVE
               VARYING SAFE-RECOVER-SLOT FROM 1 BY 1
               UNTIL SAFE-RECOVER-SLOT > 4
           .

       RECOVER-ONE-SAVE.
           EVALUATE SAFE-RECOVER-SLOT
               WHEN 1
                   MOVE '.2048-HIGH-SCORES' TO SAFE-LIVE-NAME
               WHEN 2
                   MOVE '.2048-PLAYER-STATS' TO SAFE-LIVE-NAME
               WHEN 3
                   MOVE '.2048-RATINGS' TO SAFE-LIVE-NAME
               WHEN 4
                   MOVE '.2048-SESSION' TO SAFE-LIVE-NAME
           END-EVALUATE
           PERFORM NAME-SAFE-WORK
           MOVE ZERO TO SAFE-DATA-COUNT
           MOVE 'N' TO SAFE-FOUND-SWITCH
           MOVE 'N' TO SAFE-TRAILER-SWITCH
           MOVE 'N' TO SAFE-EXTRA-SWITCH
           MOVE ZERO TO SWT-COUNT
           OPEN INPUT SAFE-WORK-FILE
           IF SAFE-WORK-FILE-OK
               READ SAFE-WORK-FILE
               PERFORM UNTIL NOT SAFE-WORK-FILE-OK
                   SET SAFE-WORK-FOUND TO TRUE
                   EVALUATE TRUE
                       WHEN SAFE-TRAILER-FOUND
                           SET SAFE-LINES-AFTER-TRAILER TO TRUE
                       WHEN SAFE-WORK-RECORD (1:15) = SWT-MARK
                           SET SAFE-TRAILER-FOUND TO TRUE
                           MOVE SAFE-WORK-RECORD (1:20)
                             TO SAFE-WORK-TRAILER
                       WHEN OTHER
                           ADD 1 TO SAFE-DATA-COUNT
                   END-EVALUATE
                   READ SAFE-WORK-FILE
               END-PERFORM
           END-IF
           CLOSE SAFE-WORK-FILE
           IF SAFE-WORK-FOUND
               IF SAFE-TRAILER-FOUND
               AND NOT SAFE-LINES-AFTER-TRAILER
               AND SWT-COUNT IS NUMERIC
               AND SWT-COUNT = SAFE-DATA-COUNT
                   SET ENVIRONMENT 'safe_live' TO SAFE-LIVE-NAME
                   OPEN INPUT SAFE-WORK-FILE
                   OPEN OUTPUT SAFE-LIVE-FILE
                   MOVE 'N' TO SAFE-COPY-SWITCH
                   PERFORM READ-SAFE-WORK
                   PERFORM UNTIL SAFE-COPY-DONE
                       WRITE SAFE-LIVE-RECORD FROM SAFE-WORK-RECORD
                       PERFORM READ-SAFE-WORK
                   END-PERFORM
                   CLOSE SAFE-LIVE-FILE
                   CLOSE SAFE-WORK-FILE
                   DISPLAY 'FINISHED AN INTERRUPTED SAVE OF '
                           SAFE-LIVE-NAME
               END-IF
               OPEN OUTPUT SAFE-WORK-FILE
               CLOSE SAFE-WORK-FILE
           END-IF
           .

       CLEAR-SESSION-FILE.
                       PERFORM BUILD-GHOST-STATUS-LINE
                   END-IF
               END-IF
               IF ALLOWANCE-ACTIVE
                   PERFORM BUILD-ALLOWANCE-MESSAGE
               END-IF
               IF NOT SCRIPT-MODE-ACTIVE
                   PERFORM COLOUR-CHECK
                   PERFORM FORMAT-GRID-FOR-DISPLAY
           .

       REWRITE-PLAYER-STATS.
      * BUILT ON THE WORK FILE FIRST - SEE OPEN-SAFE-WORK.
           MOVE '.2048-PLAYER-STATS' TO SAFE-LIVE-NAME
           PERFORM OPEN-SAFE-WORK
           PERFORM VARYING STATS-INDEX FROM 1 BY 1
               UNTIL STATS-INDEX > STATS-COUNT
               MOVE SPACES TO PLAYER-STATS-RECORD
               MOVE ST-PLAYER (STATS-INDEX)    TO PS-PLAYER
               MOVE ST-GAMES (STATS-INDEX)     TO PS-GAMES
               MOVE ST-WINS (STATS-INDEX)      TO PS-WINS
               MOVE ST-CUM-SCORE (STATS-INDEX) TO PS-CUM-SCORE
               MOVE ST-HIGH-TILE (STATS-INDEX) TO PS-HIGH-TILE
               MOVE ST-MOVES (STATS-INDEX)     TO PS-MOVES
               MOVE PLAYER-STATS-RECORD TO SAFE-WORK-RECORD
               PERFORM WRITE-SAFE-WORK
           END-PERFORM
           PERFORM CLOSE-SAFE-WORK
           IF SAFE-WORK-COMPLETE
               OPEN OUTPUT PLAYER-STATS-FILE
               IF PLAYER-STATS-FILE-OK-OR-NEW
                   PERFORM UNTIL SAFE-COPY-DONE
                       WRITE PLAYER-STATS-RECORD FROM SAFE-WORK-RECORD
                       PERFORM READ-SAFE-WORK
                   END-PERFORM
                   CLOSE PLAYER-STATS-FILE
                   PERFORM FINISH-SAFE-WORK
               ELSE
                   CLOSE PLAYER-STATS-FILE
                   CLOSE SAFE-WORK-FILE
               END-IF
           END-IF
           .

       SHOW-PLAYER-STATS.
               PERFORM LOAD-ROSTER
               IF ROSTER-COUNT > ZERO
                   SET TOURNAMENT-MODE-ACTIVE TO TRUE
                   MOVE SPACES TO TOURNAMENT-SEED-TEXT
                   ACCEPT TOURNAMENT-SEED-TEXT FROM ENVIRONMENT
                       'tournament_seed'
                   IF FUNCTION UPPER-CASE (TOURNAMENT-SEED-TEXT (1:1))
                      = 'Y'
                       PERFORM SEED-ROSTER-BY-RATING
                   END-IF
      * TOURNAMENT BOARDS ARE FAIR: EVERY ENTRANT GETS THE
      * DAILY-CHALLENGE DETERMINISTIC TILE SEQUENCE.
                   SET CHALLENGE-MODE-ACTIVE TO TRUE
                         TO ROSTER-PLAYER (ROSTER-INDEX)
                       MOVE ZERO TO ROSTER-SCORE (ROSTER-INDEX)
                       MOVE ZERO TO ROSTER-HIGH-TILE (ROSTER-INDEX)
                       MOVE RATING-START
                         TO ROSTER-RATING (ROSTER-INDEX)
                       MOVE ROSTER-COUNT TO ROSTER-ORDER (ROSTER-INDEX)
                   END-IF
                   READ ROSTER-FILE
               END-PERFORM
           CLOSE ROSTER-FILE
           .

       SEED-ROSTER-BY-RATING.
      * STRONGEST ENTRANT FIRST.  AN ENTRANT WITH NO RATED MATCH YET
      * SEEDS AT THE STARTING RATING; ENTRANTS ON EQUAL RATINGS KEEP
      * THEIR 2048-roster.dat ORDER.
           PERFORM LOAD-RATINGS
           PERFORM VARYING ROSTER-SLOT FROM 1 BY 1
               UNTIL ROSTER-SLOT > ROSTER-COUNT
               MOVE ROSTER-PLAYER (ROSTER-SLOT) TO RATING-WANTED-NAME
               PERFORM FIND-RATING-SLOT
               IF RATING-SLOT > ZERO
                   MOVE RA-RATING (RATING-SLOT)
                     TO ROSTER-RATING (ROSTER-SLOT)
               END-IF
           END-PERFORM
           SORT ROSTER-ENTRY ON DESCENDING KEY ROSTER-RATING
                                ASCENDING KEY ROSTER-ORDER
           DISPLAY 'TOURNAMENT SEEDED BY RATING'
           PERFORM VARYING ROSTER-SLOT FROM 1 BY 1
               UNTIL ROSTER-SLOT > ROSTER-COUNT
               DISPLAY ROSTER-SLOT '. ' ROSTER-PLAYER (ROSTER-SLOT)
                       ' ' ROSTER-RATING (ROSTER-SLOT)
           END-PERFORM
           .

       RUN-TOURNAMENT.
           PERFORM VARYING ROSTER-SLOT FROM 1 BY 1
               UNTIL ROSTER-SLOT > ROSTER-COUNT
      * WITH THE ADVISOR'S EVALUATION, AND HAND THE REAL BOARD BACK
      * UNTOUCHED AS SOON AS ANYTHING IS TYPED.  THE DEMO NEVER
      * TOUCHES THE HIGH SCORES, THE SESSION FILE OR THE MOVE LOG.
           PERFORM GET-TIME-SECONDS
           MOVE BLITZ-NOW-SECONDS TO DEMO-START-SECONDS
           MOVE GAME-GRID TO DEMO-SAVE-GRID
           MOVE CUMULATIVE-SCORE TO DEMO-SAVE-SCORE
           MOVE GRID-MESSAGE TO DEMO-SAVE-MESSAGE
           MOVE DEMO-SAVE-MESSAGE TO GRID-MESSAGE
           MOVE 'P' TO GAME-STATUS
           SET UNDO-NOT-AVAILABLE TO TRUE
      * THE DEMO IS NOBODY'S PLAY TIME - KEEP IT OFF THE LEDGER.
           PERFORM GET-TIME-SECONDS
           COMPUTE DEMO-ELAPSED-SECONDS =
               BLITZ-NOW-SECONDS - DEMO-START-SECONDS
           IF DEMO-ELAPSED-SECONDS < ZERO
               ADD 86400 TO DEMO-ELAPSED-SECONDS
           END-IF
           ADD DEMO-ELAPSED-SECONDS TO DEMO-TOTAL-SECONDS
           .

       DEMO-ONE-MOVE.
           END-IF
           .

       SAVE-HARD-SCORE.
      * HARD-MODE RESULTS GO TO THEIR OWN FILE, LIKE BLITZ, SO THEY
      * ARE RANKED ONLY AGAINST OTHER GAMES WITH ADVERSARIAL DROPS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CUMULATIVE-SCORE TO HS-NUMBER
           MOVE PLAYER-NAME TO HS-PLAYER-OUT
           MOVE CD-YEAR TO HS-YEAR
           MOVE CD-MONTH TO HS-MONTH
           MOVE CD-DAY   TO HS-DAY
           MOVE CT-HOUR  TO HS-HOUR
           MOVE CT-MINUTE TO HS-MINUTE
           MOVE 42 TO WS-HARD-RECORD-LENGTH
           OPEN EXTEND HARD-SCORE-FILE
           IF HARD-SCORE-FILE-OK-OR-NEW
               WRITE HARD-SCORE-RECORD FROM HIGH-SCORE-ENTRY
           END-IF
           CLOSE HARD-SCORE-FILE
           DISPLAY 'HARD-MODE SCORE RECORDED: ' CUMULATIVE-SCORE
           .

       LOAD-HARD-TOP-SCORES.
      * SAME KEEP-THE-BEST-TEN READ AS LOAD-BLITZ-TOP-SCORES.
           MOVE ZERO TO HARD-TOP-COUNT
           OPEN INPUT HARD-SCORE-FILE
           IF HARD-SCORE-FILE-OK
               READ HARD-SCORE-FILE
               PERFORM UNTIL NOT HARD-SCORE-FILE-OK
                   PERFORM TAKE-ONE-HARD-RECORD
                   READ HARD-SCORE-FILE
               END-PERFORM
           END-IF
           CLOSE HARD-SCORE-FILE
           IF HARD-TOP-COUNT > 0
               SORT HARD-TOP-ENTRY ON DESCENDING KEY HARD-TOP-SCORE
           END-IF
           .

       TAKE-ONE-HARD-RECORD.
           IF HARD-SCORE-RECORD (1:7) IS NUMERIC
               MOVE HARD-SCORE-RECORD (1:7) TO HARD-CANDIDATE-SCORE
           ELSE
               MOVE ZERO TO HARD-CANDIDATE-SCORE
           END-IF
           IF HARD-TOP-COUNT < 10
               ADD 1 TO HARD-TOP-COUNT
               SET HARD-INDEX TO HARD-TOP-COUNT
               MOVE HARD-SCORE-RECORD TO HARD-TOP-LINE (HARD-INDEX)
               MOVE HARD-CANDIDATE-SCORE
                 TO HARD-TOP-SCORE (HARD-INDEX)
           ELSE
               MOVE 1 TO HARD-LOW-SLOT
               PERFORM VARYING HARD-SCAN-SLOT FROM 2 BY 1
                   UNTIL HARD-SCAN-SLOT > 10
                   IF HARD-TOP-SCORE (HARD-SCAN-SLOT) <
                      HARD-TOP-SCORE (HARD-LOW-SLOT)
                       MOVE HARD-SCAN-SLOT TO HARD-LOW-SLOT
                   END-IF
               END-PERFORM
               IF HARD-CANDIDATE-SCORE >
                  HARD-TOP-SCORE (HARD-LOW-SLOT)
                   MOVE HARD-SCORE-RECORD
                     TO HARD-TOP-LINE (HARD-LOW-SLOT)
                   MOVE HARD-CANDIDATE-SCORE
                     TO HARD-TOP-SCORE (HARD-LOW-SLOT)
               END-IF
           END-IF
           .

       START-MATCH-BOARDS.
      * ONE OPENING TILE ON EACH PLAYER'S BOARD, PLAYER 1 TO MOVE.
           MOVE 1 TO ACTIVE-PLAYER-NUMBER
           MOVE GAME-GRID TO MP-GRID (ACTIVE-PLAYER-NUMBER)
           MOVE CUMULATIVE-SCORE TO MP-SCORE (ACTIVE-PLAYER-NUMBER)
           IF MATCH-WINNER-NUMBER = ZERO
      * NOBODY REACHED THE WIN TILE AND THE SCORES ARE LEVEL - THE
      * HIGH-SCORE FILE STILL TAKES PLAYER 1, THE RATINGS A DRAW.
               IF MP-SCORE (1) = MP-SCORE (2)
                   SET MATCH-WAS-DRAWN TO TRUE
               END-IF
               IF MP-SCORE (1) >= MP-SCORE (2)
                   MOVE 1 TO MATCH-WINNER-NUMBER
               ELSE
                   ' WITH ' CUMULATIVE-SCORE
           .

       UPDATE-MATCH-RATINGS.
      * A RATING MOVES ONLY ON A FINISHED MATCH BETWEEN TWO SIGNED-IN
      * REGISTERED PLAYERS.  A SHOP WITHOUT .2048-PLAYERS HAS NOBODY
      * REGISTERED, SO NOTHING IS RATED THERE.
           EVALUATE TRUE
               WHEN GAME-QUIT
                   DISPLAY 'MATCH NOT FINISHED - NOT RATED'
               WHEN GUEST-MODE-ACTIVE OR NOT REGISTRY-PRESENT
                   DISPLAY 'GUEST MATCH - NOT RATED'
               WHEN MP-NAME (1) = MP-NAME (2)
                   CONTINUE
               WHEN OTHER
                   PERFORM RATE-COMPLETED-MATCH
           END-EVALUATE
           .

       RATE-COMPLETED-MATCH.
           PERFORM LOAD-RATINGS
           MOVE MP-NAME (1) TO RATING-WANTED-NAME
           PERFORM FIND-OR-ADD-RATING-SLOT
           MOVE RATING-SLOT TO RATING-SLOT-1
           MOVE MP-NAME (2) TO RATING-WANTED-NAME
           PERFORM FIND-OR-ADD-RATING-SLOT
           MOVE RATING-SLOT TO RATING-SLOT-2
           IF RATING-SLOT-1 = ZERO OR RATING-SLOT-2 = ZERO
               DISPLAY 'RATING FILE FULL - MATCH NOT RATED'
           ELSE
      * EXPECTED SCORE FOR PLAYER 1 FROM THE GAP, CAPPED AT 800 SO
      * A MISMATCH STILL MOVES A POINT OR TWO EITHER WAY.
               COMPUTE RATING-GAP =
                   RA-RATING (RATING-SLOT-2) - RA-RATING (RATING-SLOT-1)
               IF RATING-GAP > 800
                   MOVE 800 TO RATING-GAP
               END-IF
               IF RATING-GAP < -800
                   MOVE -800 TO RATING-GAP
               END-IF
               COMPUTE RATING-POWER ROUNDED = 10 ** (RATING-GAP / 400)
               COMPUTE RATING-EXPECTED ROUNDED = 1 / (1 + RATING-POWER)
               EVALUATE TRUE
                   WHEN MATCH-WAS-DRAWN
                       MOVE 0.5 TO RATING-RESULT
                   WHEN MATCH-WINNER-NUMBER = 1
                       MOVE 1 TO RATING-RESULT
                   WHEN OTHER
                       MOVE ZERO TO RATING-RESULT
               END-EVALUATE
               COMPUTE RATING-CHANGE ROUNDED =
                   RATING-K-FACTOR * (RATING-RESULT - RATING-EXPECTED)
               ADD 1 TO RA-MATCHES (RATING-SLOT-1)
                        RA-MATCHES (RATING-SLOT-2)
               IF NOT MATCH-WAS-DRAWN
                   IF MATCH-WINNER-NUMBER = 1
                       ADD 1 TO RA-WINS (RATING-SLOT-1)
                   ELSE
                       ADD 1 TO RA-WINS (RATING-SLOT-2)
                   END-IF
               END-IF
               MOVE RATING-SLOT-1 TO RATING-SLOT
               PERFORM APPLY-RATING-CHANGE
               COMPUTE RATING-CHANGE = 0 - RATING-CHANGE
               MOVE RATING-SLOT-2 TO RATING-SLOT
               PERFORM APPLY-RATING-CHANGE
               PERFORM REWRITE-RATINGS
           END-IF
           .

       APPLY-RATING-CHANGE.
           COMPUTE RATING-NEW = RA-RATING (RATING-SLOT) + RATING-CHANGE
           IF RATING-NEW < RATING-FLOOR
               MOVE RATING-FLOOR TO RATING-NEW
           END-IF
           IF RATING-NEW > 9999
               MOVE 9999 TO RATING-NEW
           END-IF
           MOVE RATING-CHANGE TO RATING-CHANGE-DISPLAY
           DISPLAY 'RATING: ' RA-PLAYER (RATING-SLOT) ' '
                   RA-RATING (RATING-SLOT) ' -> ' RATING-NEW (2:4)
                   ' (' RATING-CHANGE-DISPLAY ')'
           MOVE RATING-NEW TO RA-RATING (RATING-SLOT)
           .

       LOAD-RATINGS.
           MOVE ZERO TO RATING-COUNT
           OPEN INPUT RATING-FILE
           IF RATING-FILE-OK
               READ RATING-FILE
               PERFORM UNTIL NOT RATING-FILE-OK
                   OR RATING-COUNT >= 200
                   IF RT-RATING IS NUMERIC AND RT-PLAYER NOT = SPACES
                       ADD 1 TO RATING-COUNT
                       SET RATING-INDEX TO RATING-COUNT
                       MOVE RT-PLAYER  TO RA-PLAYER (RATING-INDEX)
                       MOVE RT-RATING  TO RA-RATING (RATING-INDEX)
                       MOVE RT-MATCHES TO RA-MATCHES (RATING-INDEX)
                       MOVE RT-WINS    TO RA-WINS (RATING-INDEX)
                   END-IF
                   READ RATING-FILE
               END-PERFORM
           END-IF
           CLOSE RATING-FILE
           .

       FIND-RATING-SLOT.
           MOVE ZERO TO RATING-SLOT
           PERFORM VARYING RATING-INDEX FROM 1 BY 1
               UNTIL RATING-INDEX > RATING-COUNT
               IF RA-PLAYER (RATING-INDEX) = RATING-WANTED-NAME
                   SET RATING-SLOT TO RATING-INDEX
               END-IF
           END-PERFORM
           .

       FIND-OR-ADD-RATING-SLOT.
           PERFORM FIND-RATING-SLOT
           IF RATING-SLOT = ZERO AND RATING-COUNT < 200
               ADD 1 TO RATING-COUNT
               MOVE RATING-COUNT TO RATING-SLOT
               MOVE RATING-WANTED-NAME TO RA-PLAYER (RATING-SLOT)
               MOVE RATING-START TO RA-RATING (RATING-SLOT)
               MOVE ZERO TO RA-MATCHES (RATING-SLOT)
                            RA-WINS (RATING-SLOT)
           END-IF
           .

       SORT-RATING-LADDER.
           IF RATING-COUNT > 0
               SORT RATING-ENTRY ON DESCENDING KEY RA-RATING
                                    ASCENDING KEY RA-PLAYER
           END-IF
           .

       REWRITE-RATINGS.
      * BUILT ON THE WORK FILE FIRST - SEE OPEN-SAFE-WORK.
           PERFORM SORT-RATING-LADDER
           MOVE '.2048-RATINGS' TO SAFE-LIVE-NAME
           PERFORM OPEN-SAFE-WORK
           PERFORM VARYING RATING-INDEX FROM 1 BY 1
               UNTIL RATING-INDEX > RATING-COUNT
               MOVE SPACES TO RATING-RECORD
               MOVE RA-PLAYER (RATING-INDEX)  TO RT-PLAYER
               MOVE RA-RATING (RATING-INDEX)  TO RT-RATING
               MOVE RA-MATCHES (RATING-INDEX) TO RT-MATCHES
               MOVE RA-WINS (RATING-INDEX)    TO RT-WINS
               MOVE RATING-RECORD TO SAFE-WORK-RECORD
               PERFORM WRITE-SAFE-WORK
           END-PERFORM
           PERFORM CLOSE-SAFE-WORK
           IF SAFE-WORK-COMPLETE
               OPEN OUTPUT RATING-FILE
               IF RATING-FILE-OK-OR-NEW
                   PERFORM UNTIL SAFE-COPY-DONE
                       WRITE RATING-RECORD FROM SAFE-WORK-RECORD
                       PERFORM READ-SAFE-WORK
                   END-PERFORM
                   CLOSE RATING-FILE
                   PERFORM FINISH-SAFE-WORK
               ELSE
                   CLOSE RATING-FILE
                   CLOSE SAFE-WORK-FILE
               END-IF
           END-IF
           .

       POPULATE-RATING-LADDER.
           PERFORM LOAD-RATINGS
           PERFORM SORT-RATING-LADDER
           PERFORM VARYING LADDER-RANK FROM 1 BY 1
               UNTIL LADDER-RANK > 5
               IF LADDER-RANK > RATING-COUNT
                   MOVE SPACES TO LADDER-LINE (LADDER-RANK)
               ELSE
                   SET RATING-INDEX TO LADDER-RANK
                   MOVE LADDER-RANK TO LD-RANK
                   MOVE RA-RATING (RATING-INDEX) TO LD-RATING
                   MOVE RA-PLAYER (RATING-INDEX) TO LD-PLAYER
                   MOVE RA-WINS (RATING-INDEX) TO LD-WINS
                   MOVE RA-MATCHES (RATING-INDEX) TO LD-MATCHES
                   MOVE RATING-LADDER-LINE TO LADDER-LINE (LADDER-RANK)
               END-IF
           END-PERFORM
           IF RATING-COUNT = ZERO
               MOVE '(NO RATED MATCHES YET)' TO LADDER-LINE (1)
           END-IF
           .

       COLOUR-CHECK.
      * COUNTER IS THE SUBSCRIPT INTO COLOUR(1-36), WHICH THE SCREEN
      * SECTION'S GRID-DISPLAY-nn ITEMS BIND AT A FIXED STRIDE OF
                   DISPLAY GAME-GRID-SCREEN
               END-IF
           ELSE
      * THE DEMO ADVERTISES THE ORDINARY GAME, EVEN IN HARD MODE.
               IF HARD-MODE-ACTIVE AND NOT DEMO-MODE-ACTIVE
                   PERFORM PLACE-HARD-TILE
               ELSE
                   PERFORM GET-TILE-FRACTION
                   COMPUTE RANDOM-NUMBER =
                       TILE-FRACTION * EMPTY-COUNT + 1
                   MOVE ZERO TO CELL-COUNT
                   PERFORM VARYING ROW-INDEX FROM 1 BY 1
                       UNTIL ROW-INDEX > NUMBER-OF-ROWS
                           OR CELL-COUNT >= RANDOM-NUMBER
                       PERFORM VARYING COL-INDEX FROM 1 BY 1
                           UNTIL COL-INDEX > NUMBER-OF-COLS
                               OR CELL-COUNT >= RANDOM-NUMBER
                           IF GRID-CELL (ROW-INDEX, COL-INDEX) = ZERO
                               ADD 1 TO CELL-COUNT
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   SET ROW-INDEX DOWN BY 1
                   SET COL-INDEX DOWN BY 1
                   PERFORM GET-TILE-FRACTION
                   COMPUTE RANDOM-NUMBER = TILE-FRACTION * 10 + 1
                   IF RANDOM-NUMBER > 8
                       MOVE 4 TO GRID-CELL (ROW-INDEX, COL-INDEX)
                   ELSE
                       MOVE 2 TO GRID-CELL (ROW-INDEX, COL-INDEX)
                   END-IF
               END-IF
               SET NEW-TILE-ROW TO ROW-INDEX
               SET NEW-TILE-COL TO COL-INDEX
      * THE MOVE-LOG ANALYTICS CAN TELL WHOSE GAME EACH SEGMENT IS.
           STRING 'START GRID ' NUMBER-OF-ROWS ' ' PLAYER-NAME
               DELIMITED BY SIZE INTO MOVE-LOG-RECORD
      * A HARD-MODE GAME IS FLAGGED AFTER THE NAME SO THE REPLAY AND
      * THE SCORE AUDIT KNOW WHICH DROP RULE AND WHICH SCORE FILE
      * THE SEGMENT BELONGS TO.
           IF HARD-MODE-ACTIVE
               MOVE 'HARD' TO MOVE-LOG-RECORD (31:4)
           END-IF
           WRITE MOVE-LOG-RECORD
           SET ROW-INDEX TO ZERO
           PERFORM NUMBER-OF-ROWS TIMES
      * MANY CELLS ARE LEFT EMPTY AFTERWARDS (MORE MERGES LEAVE MORE
      * EMPTY CELLS), AND RECOMMENDS THE BEST ONE WITHOUT COMMITTING
      * TO THE MOVE.
           PERFORM EVALUATE-BEST-SLIDE
           STRING 'HINT: TRY ' HINT-BEST-DIRECTION
               ' (PRESS ENTER TO CONTINUE)' DELIMITED BY SIZE
               INTO GRID-MESSAGE
           SET TILE-NOT-NEEDED TO TRUE
           .

       EVALUATE-BEST-SLIDE.
      * THE ADVISOR'S BOARD EVALUATION, SHARED WITH HARD MODE'S TILE
      * PLACEMENT: HINT-SAVE-EMPTY IS THE MOST EMPTY CELLS ANY ONE
      * SLIDE LEAVES, HINT-BEST-DIRECTION THE SLIDE THAT DOES IT.
      * GAME-GRID AND CUMULATIVE-SCORE ARE HANDED BACK UNCHANGED.
           MOVE CUMULATIVE-SCORE TO HINT-SAVE-SCORE
           MOVE GAME-GRID TO HINT-GRID

               MOVE CONTROL-RIGHT TO HINT-BEST-DIRECTION
               MOVE HINT-EMPTY-RIGHT TO HINT-SAVE-EMPTY
           END-IF
           .

       PLACE-HARD-TILE.
      * HARD MODE: DRAW THE TILE FIRST (A 4 FOUR TIMES IN TEN), THEN
      * TRY IT IN EVERY EMPTY CELL AND KEEP THE CELL WHERE THE
      * PLAYER'S BEST SLIDE LEAVES THE FEWEST EMPTY CELLS - THE
      * FIRST SUCH CELL, ROW BY ROW, ON A TIE.  THE SLIDES RUN BY
      * THE EVALUATION MOVE ROW-INDEX AND COL-INDEX, SO THE SCAN
      * KEEPS ITS OWN SUBSCRIPTS.
           PERFORM GET-TILE-FRACTION
           COMPUTE RANDOM-NUMBER = TILE-FRACTION * 10 + 1
           IF RANDOM-NUMBER > 6
               MOVE 4 TO HARD-TILE-VALUE
           ELSE
               MOVE 2 TO HARD-TILE-VALUE
           END-IF
           MOVE 99 TO HARD-WORST-EMPTY
           MOVE ZERO TO HARD-WORST-ROW HARD-WORST-COL
           PERFORM VARYING HARD-ROW FROM 1 BY 1
               UNTIL HARD-ROW > NUMBER-OF-ROWS
               PERFORM VARYING HARD-COL FROM 1 BY 1
                   UNTIL HARD-COL > NUMBER-OF-COLS
                   IF GRID-CELL (HARD-ROW, HARD-COL) = ZERO
                       MOVE HARD-TILE-VALUE
                         TO GRID-CELL (HARD-ROW, HARD-COL)
                       PERFORM EVALUATE-BEST-SLIDE
                       IF HINT-SAVE-EMPTY < HARD-WORST-EMPTY
                           MOVE HINT-SAVE-EMPTY TO HARD-WORST-EMPTY
                           MOVE HARD-ROW TO HARD-WORST-ROW
                           MOVE HARD-COL TO HARD-WORST-COL
                       END-IF
                       MOVE ZERO TO GRID-CELL (HARD-ROW, HARD-COL)
                   END-IF
               END-PERFORM
           END-PERFORM
           SET ROW-INDEX TO HARD-WORST-ROW
           SET COL-INDEX TO HARD-WORST-COL
           MOVE HARD-TILE-VALUE TO GRID-CELL (ROW-INDEX, COL-INDEX)
           .

       ADMIN-RESET.
           PERFORM GET-HIGH-SCORES
           PERFORM POPULATE-HIGH-SCORE-DISPLAY
           PERFORM POPULATE-BLITZ-DISPLAY
           PERFORM POPULATE-HARD-DISPLAY
           PERFORM BUILD-BADGE-LINE
           PERFORM POPULATE-RATING-LADDER
           MOVE PLAYER-BEST-SCORE TO DISPLAY-PLAYER-BEST
           MOVE CUMULATIVE-SCORE TO DISPLAY-SESSION-SCORE
           MOVE SPACES TO USER-ENTRY
           END-IF
           .

       POPULATE-HARD-DISPLAY.
           PERFORM LOAD-HARD-TOP-SCORES
           IF HARD-TOP-COUNT > 0
               MOVE HARD-TOP-LINE (1) TO HARD-SCORE-1
           ELSE
               MOVE SPACES TO HARD-SCORE-1
           END-IF
           IF HARD-TOP-COUNT > 1
               MOVE HARD-TOP-LINE (2) TO HARD-SCORE-2
           ELSE
               MOVE SPACES TO HARD-SCORE-2
           END-IF
           IF HARD-TOP-COUNT > 2
               MOVE HARD-TOP-LINE (3) TO HARD-SCORE-3
           ELSE
               MOVE SPACES TO HARD-SCORE-3
           END-IF
           .

       GET-HIGH-SCORES.
           MOVE ZERO TO HS-COUNT
           OPEN INPUT HIGH-SCORE-FILE
                   MOVE HIGH-SCORE-ENTRY TO HS-TABLE (HS-INDEX)
               END-IF
           END-PERFORM
      * BUILT ON THE WORK FILE FIRST - SEE OPEN-SAFE-WORK.
           MOVE '.2048-HIGH-SCORES' TO SAFE-LIVE-NAME
           PERFORM OPEN-SAFE-WORK
           PERFORM VARYING HS-INDEX FROM 1 BY 1
               UNTIL HS-INDEX > HS-COUNT
      * ALWAYS WRITE THE CURRENT 42-BYTE LAYOUT, EVEN WHEN SOME
      * ENTRIES IN HS-TABLE WERE JUST MIGRATED UP FROM THE OLD
      * 23-BYTE FORMAT - THIS IS WHAT UPGRADES THE FILE ON DISK.
               MOVE HS-TABLE (HS-INDEX) TO SAFE-WORK-RECORD
               PERFORM WRITE-SAFE-WORK
           END-PERFORM
           PERFORM CLOSE-SAFE-WORK
           IF NOT SAFE-WORK-COMPLETE
               DISPLAY 'UNABLE TO WRITE TO HIGH SCORE FILE'
               STOP RUN
           END-IF
           OPEN OUTPUT HIGH-SCORE-FILE
           IF NOT HIGH-SCORE-FILE-OK-OR-NEW
               DISPLAY 'UNABLE TO WRITE TO HIGH SCORE FILE'
               STOP RUN
           END-IF
           MOVE 42 TO WS-HS-RECORD-LENGTH
           PERFORM UNTIL SAFE-COPY-DONE
               WRITE HIGH-SCORE-RECORD FROM SAFE-WORK-RECORD
               IF NOT HIGH-SCORE-FILE-OK
                   DISPLAY 'UNABLE TO WRITE TO HIGH SCORE FILE'
                   CLOSE HIGH-SCORE-FILE
                   STOP RUN
               END-IF
               PERFORM READ-SAFE-WORK
           END-PERFORM
           CLOSE HIGH-SCORE-FILE
           PERFORM FINISH-SAFE-WORK
           .

       SLIDE-UP.
