      * CARRY NO DATES.
      *
      * MODIFICATION HISTORY:
      * - ADDED THE RATING LADDER (.2048-RATINGS, KEPT BY THE GAME
      *   FROM RATED TWO-PLAYER MATCHES): THE TOP TEN BY RATING WITH
      *   MATCHES WON AND PLAYED.
      * - NEW PROGRAM.

       ENVIRONMENT DIVISION.
           FILE STATUS IS HOUSE-SCORE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RATING-FILE
           ASSIGN TO '.2048-RATINGS'
           FILE STATUS IS RATING-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWSLETTER-FILE
           ASSIGN TO '2048-newsletter.txt'
           FILE STATUS IS NEWSLETTER-FILE-STATUS
           DEPENDING ON WS-HOUSE-RECORD-LENGTH.
       01  HOUSE-SCORE-RECORD               PIC X(42).

       FD  RATING-FILE.
       01  RATING-RECORD.
           05  RT-PLAYER                    PIC X(16).
           05  FILLER                       PIC X.
           05  RT-RATING                    PIC 9(4).
           05  FILLER                       PIC X.
           05  RT-MATCHES                   PIC 9(5).
           05  FILLER                       PIC X.
           05  RT-WINS                      PIC 9(5).

       FD  NEWSLETTER-FILE.
       01  NEWSLETTER-RECORD                PIC X(70).

           88  STATS-SNAPSHOT-OK-OR-NEW     VALUE 00 05.
       01  HOUSE-SCORE-FILE-STATUS          PIC 99.
           88  HOUSE-SCORE-FILE-OK          VALUE 00.
       01  RATING-FILE-STATUS               PIC 99.
           88  RATING-FILE-OK               VALUE 00.
       01  NEWSLETTER-FILE-STATUS           PIC 99.

       01  WS-HS-RECORD-LENGTH              PIC 9(4).
       01  CLIMB-DISPLAY                    PIC ZZZZZZZZ9.

       01  HOUSE-RECORD-LINE                PIC X(42) VALUE SPACES.
       01  LADDER-RANK                      PIC 99 VALUE ZERO.
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
       01  BLITZ-RANK                       PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM PRINT-DAILY-WINNERS
           PERFORM PRINT-NEW-ACHIEVEMENTS
           PERFORM PRINT-BIGGEST-CLIMBER
           PERFORM PRINT-RATING-LADDER
           PERFORM PRINT-HOUSE-RECORD

           CLOSE NEWSLETTER-FILE
           END-IF
           .

       PRINT-RATING-LADDER.
      * THE GAME REWRITES THE RATING FILE IN LADDER ORDER AFTER EVERY
      * RATED MATCH, SO THE FIRST TEN LINES ARE THE TOP TEN.
           MOVE SPACES TO NEWSLETTER-RECORD
           WRITE NEWSLETTER-RECORD
           MOVE 'RATING LADDER (TWO-PLAYER MATCHES)'
             TO NEWSLETTER-RECORD
           WRITE NEWSLETTER-RECORD
           MOVE ZERO TO LADDER-RANK
           OPEN INPUT RATING-FILE
           IF RATING-FILE-OK
               READ RATING-FILE
               PERFORM UNTIL NOT RATING-FILE-OK
                   OR LADDER-RANK >= 10
                   IF RT-RATING IS NUMERIC
                       ADD 1 TO LADDER-RANK
                       MOVE LADDER-RANK TO LD-RANK
                       MOVE RT-RATING TO LD-RATING
                       MOVE RT-PLAYER TO LD-PLAYER
                       MOVE RT-WINS TO LD-WINS
                       MOVE RT-MATCHES TO LD-MATCHES
                       MOVE SPACES TO NEWSLETTER-RECORD
                       STRING '  ' RATING-LADDER-LINE
                           DELIMITED BY SIZE INTO NEWSLETTER-RECORD
                       WRITE NEWSLETTER-RECORD
                   END-IF
                   READ RATING-FILE
               END-PERFORM
           END-IF
           CLOSE RATING-FILE
           IF LADDER-RANK = ZERO
               MOVE '  (NO RATED MATCHES YET)' TO NEWSLETTER-RECORD
               WRITE NEWSLETTER-RECORD
           END-IF
           .

       PRINT-HOUSE-RECORD.
           MOVE SPACES TO HOUSE-RECORD-LINE
           OPEN INPUT HOUSE-SCORE-FILE
