      * SO A DISPUTED GRID CAN ACTUALLY BE RE-WATCHED AND TRUSTED.
      *
      * MODIFICATION HISTORY:
      * - A GAME FLAGGED HARD ON ITS START MARKER IS ANNOUNCED AS
      *   SUCH, AND A TAKEOVER FROM IT KEEPS THE HARD-MODE DROP RULE
      *   (WORST CELL FOR THE PLAYER BY THE ADVISOR'S EVALUATION,
      *   4S FOUR TIMES IN TEN) SO THE WHAT-IF PLAYS THE SAME GAME.
      * - ADDED A TAKEOVER OPTION: T AT THE STEP PROMPT HANDS THE
      *   BOARD AT THE CURRENT REPLAY POSITION OVER TO LIVE PLAY -
      *   RANDOM TILE DROPS, U/D/L/R SLIDES, SCORE CONTINUING FROM
       01  RANDOM-NUMBER                    PIC 99 USAGE COMP.
       01  TILE-FRACTION                    PIC V9(9) USAGE COMP-3.

      * HARD-MODE GAMES (FLAGGED ON THE START MARKER): A TAKEOVER
      * DROPS EACH TILE WHERE THE PLAYER'S BEST SLIDE LEAVES THE
      * FEWEST EMPTY CELLS, AS THE GAME DOES.
       01  HARD-GAME-SWITCH                 PIC X VALUE 'N'.
           88  HARD-GAME                    VALUE 'Y'.
       01  HARD-TILE-VALUE                  PIC 9.
       01  HARD-ROW                         PIC 9.
       01  HARD-COL                         PIC 9.
       01  HARD-WORST-ROW                   PIC 9.
       01  HARD-WORST-COL                   PIC 9.
       01  HARD-WORST-EMPTY                 PIC 99 USAGE COMP.
       01  HINT-GRID.
           05  HINT-GRID-ROW OCCURS 6 TIMES.
               10  HINT-GRID-COL OCCURS 6 TIMES.
                   15  HINT-GRID-CELL       PIC 999999.
       01  HINT-SAVE-SCORE                  PIC 9(7).
       01  HINT-SAVE-EMPTY                  PIC 99 USAGE COMP.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-MOVE-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-OPENING-BOARD
           IF HARD-GAME
               DISPLAY 'HARD-MODE GAME - ADVERSARIAL TILE DROPS'
           END-IF
           DISPLAY 'REPLAYING MOST RECENT GAME - ENTER=STEP  '
                   'G NNNN=JUMP  R=RUN  T=TAKE OVER  Q=QUIT'
           PERFORM SHOW-BOARD
               MOVE LOG-WORK-LINE (12:1) TO NUMBER-OF-ROWS
               MOVE LOG-WORK-LINE (12:1) TO NUMBER-OF-COLS
           END-IF
           IF LOG-WORK-LINE (31:4) = 'HARD'
               MOVE 'Y' TO HARD-GAME-SWITCH
           END-IF
           COMPUTE ROWS-PLUS-1 = NUMBER-OF-ROWS + 1
           COMPUTE COLS-PLUS-1 = NUMBER-OF-COLS + 1
           MOVE ZERO TO CUMULATIVE-SCORE

       PLACE-RANDOM-TILE.
      * SAME DROP RULE AS THE GAME'S PLACE-NEW-TILE: A RANDOM EMPTY
      * CELL, 2 NINE TIMES IN TEN AND 4 OTHERWISE - OR, FOR A
      * HARD-MODE GAME, THE GAME'S HARD-MODE DROP.
           PERFORM COUNT-EMPTY
           IF EMPTY-COUNT = ZERO
               MOVE 'F' TO TAKEOVER-STATUS
           ELSE
           IF HARD-GAME
               PERFORM PLACE-HARD-TILE
           ELSE
               COMPUTE TILE-FRACTION = FUNCTION RANDOM
               COMPUTE RANDOM-NUMBER = TILE-FRACTION * EMPTY-COUNT + 1
                   MOVE 2 TO GRID-CELL (ROW-INDEX, COL-INDEX)
               END-IF
           END-IF
           END-IF
           .

       PLACE-HARD-TILE.
      * THE GAME'S HARD-MODE DROP: DRAW THE TILE (A 4 FOUR TIMES IN
      * TEN), TRY IT IN EVERY EMPTY CELL AND KEEP THE FIRST CELL
      * WHERE THE BEST SLIDE LEAVES THE FEWEST EMPTY CELLS.
           COMPUTE TILE-FRACTION = FUNCTION RANDOM
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
           MOVE HARD-TILE-VALUE
             TO GRID-CELL (HARD-WORST-ROW, HARD-WORST-COL)
           .

       EVALUATE-BEST-SLIDE.
      * THE GAME ADVISOR'S EVALUATION: THE MOST EMPTY CELLS ANY ONE
      * SLIDE LEAVES.  GRID AND SCORE ARE HANDED BACK UNCHANGED.
           MOVE CUMULATIVE-SCORE TO HINT-SAVE-SCORE
           MOVE GAME-GRID TO HINT-GRID
           MOVE ZERO TO HINT-SAVE-EMPTY
           PERFORM SLIDE-UP
           PERFORM KEEP-BEST-EMPTY
           PERFORM SLIDE-DOWN
           PERFORM KEEP-BEST-EMPTY
           PERFORM SLIDE-LEFT
           PERFORM KEEP-BEST-EMPTY
           PERFORM SLIDE-RIGHT
           PERFORM KEEP-BEST-EMPTY
           .

       KEEP-BEST-EMPTY.
           PERFORM COUNT-EMPTY
           IF EMPTY-COUNT > HINT-SAVE-EMPTY
               MOVE EMPTY-COUNT TO HINT-SAVE-EMPTY
           END-IF
           MOVE HINT-GRID TO GAME-GRID
           MOVE HINT-SAVE-SCORE TO CUMULATIVE-SCORE
           .

       COUNT-EMPTY.
