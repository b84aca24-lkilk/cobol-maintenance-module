       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2048-PLAYTIME-REPORT.

      * WEEKLY PLAY-TIME REPORT FOR THE SHIFT SUPERVISOR.  THE GAME
      * PUTS EVERY FINISHED GAME ON THE PLAY-TIME LEDGER
      * (.2048-PLAYTIME: DATE, PLAYER, START TIME, SECONDS PLAYED -
      * ATTRACT-DEMO TIME AND STAFF-RUN TOURNAMENT GAMES ARE NEVER
      * WRITTEN THERE).  THIS PRINTS THE SEVEN DAYS ENDING TODAY TO
      * 2048-playtime.txt: MINUTES PLAYED BY EACH PLAYER ON EACH
      * DAY, THE WEEK'S TOTAL AND GAME COUNT, HEAVIEST USER FIRST,
      * WITH A * AGAINST ANY DAY OVER THE DAILY ALLOWANCE
      * (play_allowance, THE SAME SETTING THE GAME ENFORCES).  A DAY
      * CAN RUN OVER BECAUSE A GAME STARTED INSIDE THE ALLOWANCE IS
      * ALLOWED TO FINISH.
      *
      * MODIFICATION HISTORY:
      * - NEW PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PLAYTIME-FILE
           ASSIGN TO '.2048-PLAYTIME'
           FILE STATUS IS PLAYTIME-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE
           ASSIGN TO '2048-playtime.txt'
           FILE STATUS IS REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAYTIME-FILE.
       01  PLAYTIME-RECORD.
           05  PT-DATE                      PIC X(8).
           05  PT-DATE-NUMBER REDEFINES PT-DATE PIC 9(8).
           05  FILLER                       PIC X.
           05  PT-PLAYER                    PIC X(16).
           05  FILLER                       PIC X.
           05  PT-START-TIME                PIC X(6).
           05  FILLER                       PIC X.
           05  PT-SECONDS                   PIC 9(5).

       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(70).

       WORKING-STORAGE SECTION.

       01  PLAYTIME-FILE-STATUS             PIC 99.
           88  PLAYTIME-FILE-OK             VALUE 00.
       01  REPORT-FILE-STATUS               PIC 99.

       01  CURRENT-DATE.
           05  CD-YEAR                      PIC 9(4).
           05  CD-MONTH                     PIC 99.
           05  CD-DAY                       PIC 99.
       01  CURRENT-DATE-NUMBER REDEFINES CURRENT-DATE PIC 9(8).
       01  FIRST-DAY-INT                    PIC 9(8).
       01  FIRST-DAY-DATE                   PIC 9(8).
       01  DAY-INT                          PIC 9(8).
       01  DAY-DATE                         PIC 9(8).
       01  DAY-SLOT                         PIC 99.
       01  DAY-OFFSET                       PIC S9(8).

       01  ALLOWANCE-TEXT                   PIC X(4).
       01  ALLOWANCE-MINUTES                PIC 9(3) VALUE ZERO.
       01  ALLOWANCE-SECONDS                PIC 9(6) VALUE ZERO.
       01  ALLOWANCE-DISPLAY                PIC ZZ9.

      * ONE ENTRY PER PLAYER SEEN ON THE LEDGER THIS WEEK.
       01  USAGE-COUNT                      PIC 9(3) VALUE ZERO.
       01  USAGE-TABLE.
           05  USAGE-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON USAGE-COUNT
               INDEXED BY USAGE-INDEX.
               10  UT-PLAYER                PIC X(16).
               10  UT-WEEK-SECONDS          PIC 9(7).
               10  UT-GAMES                 PIC 9(4).
               10  UT-DAY-SECONDS OCCURS 7 TIMES PIC 9(6).
       01  USAGE-SLOT                       PIC 9(3).
       01  TOTAL-DAY-SECONDS OCCURS 7 TIMES PIC 9(7).
       01  TOTAL-WEEK-SECONDS               PIC 9(8) VALUE ZERO.
       01  TOTAL-GAMES                      PIC 9(5) VALUE ZERO.

       01  HEADING-LINE                     PIC X(70).
       01  HEADING-POINTER                  PIC 99.
       01  DETAIL-LINE.
           05  DL-PLAYER                    PIC X(16).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-DAY OCCURS 7 TIMES.
               10  DL-DAY-MINUTES           PIC ZZZ9.
               10  DL-DAY-FLAG              PIC X.
           05  DL-WEEK-MINUTES              PIC ZZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-GAMES                     PIC ZZZZ9.
       01  MINUTES-WORK                     PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE FIRST-DAY-INT =
               FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUMBER) - 6
           COMPUTE FIRST-DAY-DATE =
               FUNCTION DATE-OF-INTEGER (FIRST-DAY-INT)
           PERFORM GET-PLAY-ALLOWANCE
           PERFORM LOAD-WEEK-USAGE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING '*** 2048 BREAK-ROOM PLAY TIME - WEEK ENDING '
               CURRENT-DATE-NUMBER ' ***'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF ALLOWANCE-MINUTES > ZERO
               MOVE ALLOWANCE-MINUTES TO ALLOWANCE-DISPLAY
               STRING 'DAILY ALLOWANCE ' ALLOWANCE-DISPLAY
                   ' MINUTES  (* = DAY OVER THE ALLOWANCE)'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE 'NO DAILY ALLOWANCE SET' TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           PERFORM PRINT-USAGE-TABLE

           CLOSE REPORT-FILE
           DISPLAY 'PLAY-TIME REPORT PRINTED TO 2048-playtime.txt'
           STOP RUN
           .

       GET-PLAY-ALLOWANCE.
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
           COMPUTE ALLOWANCE-SECONDS = ALLOWANCE-MINUTES * 60
           .

       LOAD-WEEK-USAGE.
           MOVE ZERO TO USAGE-COUNT
           OPEN INPUT PLAYTIME-FILE
           IF PLAYTIME-FILE-OK
               READ PLAYTIME-FILE
               PERFORM UNTIL NOT PLAYTIME-FILE-OK
                   IF PT-DATE IS NUMERIC
                   AND PT-DATE-NUMBER >= FIRST-DAY-DATE
                   AND PT-DATE-NUMBER <= CURRENT-DATE-NUMBER
                   AND PT-SECONDS IS NUMERIC
                   AND PT-PLAYER NOT = SPACES
                       PERFORM TAKE-ONE-LEDGER-LINE
                   END-IF
                   READ PLAYTIME-FILE
               END-PERFORM
           END-IF
           CLOSE PLAYTIME-FILE
           .

       TAKE-ONE-LEDGER-LINE.
      * A HAND-EDITED LINE WITH AN IMPOSSIBLE DATE GETS DAY ZERO
      * BACK FROM INTEGER-OF-DATE AND FALLS OUT OF THE WEEK HERE.
           COMPUTE DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE (PT-DATE-NUMBER)
               - FIRST-DAY-INT + 1
           IF DAY-OFFSET >= 1 AND DAY-OFFSET <= 7
               MOVE DAY-OFFSET TO DAY-SLOT
               MOVE ZERO TO USAGE-SLOT
               SET USAGE-INDEX TO 1
               SEARCH USAGE-ENTRY
                   WHEN UT-PLAYER (USAGE-INDEX) = PT-PLAYER
                       SET USAGE-SLOT TO USAGE-INDEX
               END-SEARCH
               IF USAGE-SLOT = ZERO AND USAGE-COUNT < 200
                   ADD 1 TO USAGE-COUNT
                   MOVE USAGE-COUNT TO USAGE-SLOT
                   INITIALIZE USAGE-ENTRY (USAGE-SLOT)
                   MOVE PT-PLAYER TO UT-PLAYER (USAGE-SLOT)
               END-IF
               IF USAGE-SLOT > ZERO
                   ADD PT-SECONDS
                     TO UT-DAY-SECONDS (USAGE-SLOT, DAY-SLOT)
                   ADD PT-SECONDS TO UT-WEEK-SECONDS (USAGE-SLOT)
                   ADD 1 TO UT-GAMES (USAGE-SLOT)
               END-IF
           END-IF
           .

       PRINT-USAGE-TABLE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MINUTES PLAYED BY DAY OF THE MONTH' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM BUILD-HEADING-LINE
           MOVE HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF USAGE-COUNT = ZERO
               MOVE '  (NO PLAY ON THE LEDGER THIS WEEK)'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
      * HEAVIEST USER FIRST - THAT IS WHO THE SUPERVISOR ASKS ABOUT.
               SORT USAGE-ENTRY ON DESCENDING KEY UT-WEEK-SECONDS
                                   ASCENDING KEY UT-PLAYER
               PERFORM VARYING DAY-SLOT FROM 1 BY 1
                   UNTIL DAY-SLOT > 7
                   MOVE ZERO TO TOTAL-DAY-SECONDS (DAY-SLOT)
               END-PERFORM
               PERFORM VARYING USAGE-INDEX FROM 1 BY 1
                   UNTIL USAGE-INDEX > USAGE-COUNT
                   PERFORM PRINT-ONE-PLAYER
               END-PERFORM
               PERFORM PRINT-TOTAL-LINE
           END-IF
           .

       BUILD-HEADING-LINE.
           MOVE SPACES TO HEADING-LINE
           MOVE 'PLAYER' TO HEADING-LINE
           MOVE 19 TO HEADING-POINTER
           PERFORM VARYING DAY-SLOT FROM 1 BY 1
               UNTIL DAY-SLOT > 7
               COMPUTE DAY-INT = FIRST-DAY-INT + DAY-SLOT - 1
               COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER (DAY-INT)
               STRING '  ' DAY-DATE (7:2) ' '
                   DELIMITED BY SIZE INTO HEADING-LINE
                   WITH POINTER HEADING-POINTER
           END-PERFORM
           STRING '  WEEK  GAMES'
               DELIMITED BY SIZE INTO HEADING-LINE
               WITH POINTER HEADING-POINTER
           .

       PRINT-ONE-PLAYER.
           MOVE UT-PLAYER (USAGE-INDEX) TO DL-PLAYER
           PERFORM VARYING DAY-SLOT FROM 1 BY 1
               UNTIL DAY-SLOT > 7
               COMPUTE MINUTES-WORK ROUNDED =
                   UT-DAY-SECONDS (USAGE-INDEX, DAY-SLOT) / 60
               MOVE MINUTES-WORK TO DL-DAY-MINUTES (DAY-SLOT)
               IF ALLOWANCE-SECONDS > ZERO
               AND UT-DAY-SECONDS (USAGE-INDEX, DAY-SLOT)
                   > ALLOWANCE-SECONDS
                   MOVE '*' TO DL-DAY-FLAG (DAY-SLOT)
               ELSE
                   MOVE SPACE TO DL-DAY-FLAG (DAY-SLOT)
               END-IF
               ADD UT-DAY-SECONDS (USAGE-INDEX, DAY-SLOT)
                 TO TOTAL-DAY-SECONDS (DAY-SLOT)
           END-PERFORM
           COMPUTE MINUTES-WORK ROUNDED =
               UT-WEEK-SECONDS (USAGE-INDEX) / 60
           MOVE MINUTES-WORK TO DL-WEEK-MINUTES
           MOVE UT-GAMES (USAGE-INDEX) TO DL-GAMES
           ADD UT-WEEK-SECONDS (USAGE-INDEX) TO TOTAL-WEEK-SECONDS
           ADD UT-GAMES (USAGE-INDEX) TO TOTAL-GAMES
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       PRINT-TOTAL-LINE.
           MOVE 'ALL PLAYERS' TO DL-PLAYER
           PERFORM VARYING DAY-SLOT FROM 1 BY 1
               UNTIL DAY-SLOT > 7
               COMPUTE MINUTES-WORK ROUNDED =
                   TOTAL-DAY-SECONDS (DAY-SLOT) / 60
               MOVE MINUTES-WORK TO DL-DAY-MINUTES (DAY-SLOT)
               MOVE SPACE TO DL-DAY-FLAG (DAY-SLOT)
           END-PERFORM
           COMPUTE MINUTES-WORK ROUNDED = TOTAL-WEEK-SECONDS / 60
           MOVE MINUTES-WORK TO DL-WEEK-MINUTES
           MOVE TOTAL-GAMES TO DL-GAMES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
