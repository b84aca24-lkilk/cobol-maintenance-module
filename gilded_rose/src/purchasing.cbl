       PROGRAM-ID. "purchasing".

      * MODIFICATION HISTORY:
      * - SHELF CAPACITY.  WHEN data/shelf-capacity.dat HOLDS ANY
      *   LIMITS EACH SUGGESTED ORDER IS CAPPED AT THE FREE SHELF
      *   SPACE FOR THE ITEM (SEE shelf-capacity): THE ROOM LEFT
      *   UNDER ITS ITEM AND CLASS LIMITS IN STORES A, B AND C
      *   TOGETHER, MEASURED AGAINST EVERY UNIT ON out.dat.  A STORE
      *   WITH NO LIMIT FOR THE ITEM CAN TAKE ANY ORDER, SO THE LINE
      *   IS NOT CAPPED.  A CAPPED LINE SAYS SO IN ITS REASON, AND A
      *   LINE WITH NO SPACE LEFT ANYWHERE IS WRITTEN WITH ZERO UNITS
      *   SO THE BUYER STILL SEES THE ITEM IS SHORT.
      * - LOTS ON INBOUND QC HOLD (qc-holds.dat, SEE QCHOLD AND
      *   receiving) ARE NOT USABLE STOCK UNTIL qc-inspection RELEASES
      *   THEM, SO THEIR UNITS ARE LEFT OUT OF THE ON-HAND FIGURE THE
      *   REORDER POINT IS TESTED AGAINST.
      * - OPEN CUSTOMER RESERVATIONS (reservations.dat, SEE
      *   reservation-maint) NOW COUNT AS CONSUMED STOCK: UNITS HELD
      *   FOR A CUSTOMER ARE NOT USABLE AGAINST THE REORDER POINT.
      * - NEW PROGRAM.  REORDER-POINT PURCHASING RUN.  THE FORECAST
      *   TELLS US THE DATE EACH ITEM DIES AND THE MARKDOWN REPORT
      *   TELLS US WHAT ALREADY DIED, BUT SOMEBODY STILL RE-KEYED ALL
             SELECT OPTIONAL FI-MARKDOWN ASSIGN "markdown.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKDOWN-FILE-STATUS.
             SELECT OPTIONAL FI-RESERVATIONS ASSIGN "reservations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
             SELECT OPTIONAL FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               05 FILLER                PIC X(7).
               05 MD-STORE              PIC X(3).

           FD FI-RESERVATIONS.
           COPY "resvrec.cpy".

           FD FI-QCHOLD.
           COPY "qchold.cpy".

           FD FI-MASTER.
           COPY "itemmst.cpy".

               88 WS-MARKDOWN-OK        VALUE 00.
               88 WS-MARKDOWN-EOF       VALUE 10.

           01 WS-RESV-FILE-STATUS       PIC 99.
               88 WS-RESV-OK            VALUE 00.
               88 WS-RESV-EOF           VALUE 10.

           01 WS-QCHOLD-FILE-STATUS     PIC 99.
               88 WS-QCHOLD-OK          VALUE 00.
               88 WS-QCHOLD-EOF         VALUE 10.

      * LOTS ON INBOUND QC HOLD (qc-holds.dat, SEE QCHOLD).
           01 WS-HELD-LOT-COUNT         PIC 9(4) VALUE 0.
           01 WS-HELD-LOT-TABLE.
               05 WS-HELD-LOT OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-HELD-LOT-COUNT
                   INDEXED BY HELD-IDX  PIC 9(6).
           01 WS-QC-SWITCH              PIC X.
               88 WS-LOT-ON-QC-HOLD     VALUE "Y".
               88 WS-LOT-NOT-HELD       VALUE "N".
           01 WS-HELD-UNITS             PIC 9(7) VALUE 0.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

      * ITEM MASTER ROWS WITH A REORDER POINT SET, PLUS THE ON-HAND,
      * MARKED-DOWN, RESERVED AND FORECAST FIGURES ACCUMULATED AGAINST
      * EACH.
           01 WS-ITEM-COUNT             PIC 9(4) VALUE 0.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 0 TO 9999 TIMES
                   10 WS-ITEM-TBL-ORDER  PIC 9(5).
                   10 WS-ITEM-TBL-ONHAND PIC 9(7).
                   10 WS-ITEM-TBL-DEAD   PIC 9(7).
                   10 WS-ITEM-TBL-RESERVED PIC 9(7).
                   10 WS-ITEM-TBL-ZERO-DATE PIC X(8).

           01 WS-USABLE-UNITS           PIC S9(7).

           01 WS-SUGGESTED-COUNT        PIC 9(5) VALUE 0.

      * SHARED SHELF CAPACITY PARAMETER BLOCK (SEE shelf-capacity).
      * NO LIMITS LOADED DISABLES THE CAP.
           COPY "shelfreq.cpy".
           01 WS-SHELF-LIMITS           PIC 9(4) VALUE 0.
           01 WS-SHELF-FREE             PIC 9(7).
           01 WS-CAPPED-COUNT           PIC 9(5) VALUE 0.
           01 WS-STORE-LIST             PIC X(3) VALUE "ABC".
           01 WS-STORE-SUB              PIC 9.

           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
                   "POINT SET - NOTHING TO SUGGEST"
               GOBACK
           END-IF.
           PERFORM 0105-LOAD-QC-HOLDS.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-LOAD TO TRUE.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.
           MOVE SCR-LIMIT-COUNT TO WS-SHELF-LIMITS.
           PERFORM 0110-LOAD-ON-HAND.
           PERFORM 0120-LOAD-MARKDOWNS.
           PERFORM 0130-LOAD-FORECAST.
           PERFORM 0140-LOAD-RESERVATIONS.
           PERFORM 0200-WRITE-SUGGESTIONS.
           DISPLAY "PURCHASING: " WS-SUGGESTED-COUNT
               " SUGGESTED ORDER(S) - SEE suggested-orders.dat".
           IF WS-HELD-UNITS > 0
               DISPLAY "PURCHASING: " WS-HELD-UNITS
                   " UNIT(S) ON QC HOLD NOT COUNTED AS ON HAND"
           END-IF.
           IF WS-CAPPED-COUNT > 0
               DISPLAY "PURCHASING: " WS-CAPPED-COUNT
                   " SUGGESTION(S) CAPPED AT THE FREE SHELF SPACE"
           END-IF.

       0300-RETURN.
           GOBACK.
                           TO WS-ITEM-TBL-ORDER (ITEM-IDX)
                       MOVE 0 TO WS-ITEM-TBL-ONHAND (ITEM-IDX)
                       MOVE 0 TO WS-ITEM-TBL-DEAD (ITEM-IDX)
                       MOVE 0 TO WS-ITEM-TBL-RESERVED (ITEM-IDX)
                       MOVE SPACES
                           TO WS-ITEM-TBL-ZERO-DATE (ITEM-IDX)
                   END-IF
           END-IF.
           CLOSE FI-MASTER.

       0105-LOAD-QC-HOLDS.
      * ONLY OPEN HOLDS MATTER; A RELEASED, RETURNED OR DISCARDED ROW
      * IS HISTORY.  NO FILE MEANS NOTHING IS ON HOLD.
           MOVE 0 TO WS-HELD-LOT-COUNT.
           OPEN INPUT FI-QCHOLD.
           IF WS-QCHOLD-OK
               READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-QCHOLD-OK
                   OR WS-HELD-LOT-COUNT >= 2000
                   IF QCH-ON-HOLD AND QCH-LOT NUMERIC
                       ADD 1 TO WS-HELD-LOT-COUNT
                       SET HELD-IDX TO WS-HELD-LOT-COUNT
                       MOVE QCH-LOT TO WS-HELD-LOT (HELD-IDX)
                   END-IF
                   READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-QCHOLD.

       0107-CHECK-QC-HOLD.
      * A PRE-LOT RECORD (LOT SPACES OR ZERO) CAN NEVER BE HELD.
           SET WS-LOT-NOT-HELD TO TRUE.
           IF WS-HELD-LOT-COUNT > 0 AND ITEM-LOT NUMERIC
               SET HELD-IDX TO 1
               SEARCH WS-HELD-LOT
                   WHEN WS-HELD-LOT (HELD-IDX) = ITEM-LOT
                       SET WS-LOT-ON-QC-HOLD TO TRUE
               END-SEARCH
           END-IF.

       0110-LOAD-ON-HAND.
      * ON-HAND UNITS PER ITEM, SUMMED ACROSS THE STORE ROOMS - THE
      * REORDER POINT IS PER ITEM, NOT PER STORE.  A LOT ON QC HOLD
      * COUNTS AS NOTHING ON HAND.
           OPEN INPUT FI-DAY1.
           IF WS-DAY1-OK
               READ FI-DAY1 AT END SET WS-DAY1-EOF TO TRUE END-READ
                   ELSE
                       MOVE 1 TO WS-ITEM-UNITS
                   END-IF
                   IF WS-SHELF-LIMITS > 0
                       PERFORM 0115-OCCUPY-SHELF
                   END-IF
                   PERFORM 0107-CHECK-QC-HOLD
                   IF WS-LOT-ON-QC-HOLD
                       ADD WS-ITEM-UNITS TO WS-HELD-UNITS
                       MOVE 0 TO WS-ITEM-UNITS
                   END-IF
                   SET ITEM-IDX TO 1
                   PERFORM UNTIL ITEM-IDX > WS-ITEM-COUNT
                       IF WS-ITEM-TBL-NAME (ITEM-IDX) = ITEM-NAME
           END-IF.
           CLOSE FI-DAY1.

       0115-OCCUPY-SHELF.
      * A LOT ON QC HOLD OR AT ZERO QUALITY STILL TAKES UP THE SHELF.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-OCCUPY TO TRUE.
           MOVE ITEM-STORE TO SCR-STORE.
           MOVE ITEM-ID TO SCR-ITEM-ID.
           MOVE ITEM-NAME TO SCR-ITEM-NAME.
           MOVE WS-ITEM-UNITS TO SCR-UNITS.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.

       0120-LOAD-MARKDOWNS.
      * MARKED-DOWN UNITS ARE AT ZERO QUALITY AND DO NOT COUNT AS
      * USABLE STOCK AGAINST THE REORDER POINT.
           END-IF.
           CLOSE FI-FORECAST.

       0140-LOAD-RESERVATIONS.
      * UNITS HELD BY AN OPEN RESERVATION ARE SPOKEN FOR AND DO NOT
      * COUNT AS USABLE STOCK EITHER.  MATCHED ON THE PERMANENT ITEM
      * ID, SUMMED ACROSS STORES LIKE THE ON-HAND FIGURE.
           OPEN INPUT FI-RESERVATIONS.
           IF WS-RESV-OK
               READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RESV-OK
                   IF RSV-IS-OPEN AND RSV-UNITS NUMERIC
                       SET ITEM-IDX TO 1
                       PERFORM UNTIL ITEM-IDX > WS-ITEM-COUNT
                           IF WS-ITEM-TBL-ID (ITEM-IDX) = RSV-ITEM-ID
                               ADD RSV-UNITS
                                   TO WS-ITEM-TBL-RESERVED (ITEM-IDX)
                               SET ITEM-IDX TO WS-ITEM-COUNT
                           END-IF
                           SET ITEM-IDX UP BY 1
                       END-PERFORM
                   END-IF
                   READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RESERVATIONS.

       0200-WRITE-SUGGESTIONS.
           OPEN OUTPUT FI-SUGGESTED.
           SET ITEM-IDX TO 1.
       0210-SUGGEST-ONE-ITEM.
           COMPUTE WS-USABLE-UNITS =
               WS-ITEM-TBL-ONHAND (ITEM-IDX) -
               WS-ITEM-TBL-DEAD (ITEM-IDX) -
               WS-ITEM-TBL-RESERVED (ITEM-IDX).
           IF WS-USABLE-UNITS < 0
               MOVE 0 TO WS-USABLE-UNITS
           END-IF.
               WHEN WS-USABLE-UNITS <= WS-ITEM-TBL-POINT (ITEM-IDX)
                   PERFORM 0220-WRITE-SUGGESTION-LINE
                   MOVE "BELOW REORDER POINT" TO SO-REASON
                   PERFORM 0230-CAP-AT-SHELF-SPACE THRU 0230-EXIT
                   WRITE FS-SUGGESTED-RECORD
               WHEN WS-ITEM-TBL-ZERO-DATE (ITEM-IDX) NOT = SPACES
                    AND WS-ITEM-TBL-ZERO-DATE (ITEM-IDX) <=
                   STRING "FORECAST ZERO BY "
                       WS-ITEM-TBL-ZERO-DATE (ITEM-IDX)
                       DELIMITED BY SIZE INTO SO-REASON
                   PERFORM 0230-CAP-AT-SHELF-SPACE THRU 0230-EXIT
                   WRITE FS-SUGGESTED-RECORD
           END-EVALUATE.
           SET ITEM-IDX UP BY 1.
           MOVE WS-ITEM-TBL-ID (ITEM-IDX)    TO SO-ITEM-ID.
           MOVE WS-ITEM-TBL-NAME (ITEM-IDX)  TO SO-ITEM-NAME.
           MOVE WS-ITEM-TBL-ORDER (ITEM-IDX) TO SO-QTY.

       0230-CAP-AT-SHELF-SPACE.
      * THE ORDER CAN BE PUT AWAY IN ANY STORE ROOM, SO THE SPACE FOR
      * IT IS THE FREE SPACE OF ALL THREE TOGETHER - UNLESS ONE OF
      * THEM HAS NO LIMIT FOR THE ITEM AT ALL.  A ROOM ALREADY OVER
      * ITS LIMIT ADDS NOTHING.
           IF WS-SHELF-LIMITS = 0
               GO TO 0230-EXIT
           END-IF.
           MOVE 0 TO WS-SHELF-FREE.
           MOVE 1 TO WS-STORE-SUB.
           PERFORM UNTIL WS-STORE-SUB > 3
               MOVE SPACES TO SHELF-CAPACITY-REQUEST
               MOVE 0 TO SCR-UNITS
               SET SCR-CHECK TO TRUE
               MOVE WS-STORE-LIST (WS-STORE-SUB:1) TO SCR-STORE
               MOVE WS-ITEM-TBL-ID (ITEM-IDX) TO SCR-ITEM-ID
               MOVE WS-ITEM-TBL-NAME (ITEM-IDX) TO SCR-ITEM-NAME
               CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST
               IF SCR-UNLIMITED
                   GO TO 0230-EXIT
               END-IF
               IF SCR-FREE-UNITS > 0
                   ADD SCR-FREE-UNITS TO WS-SHELF-FREE
               END-IF
               ADD 1 TO WS-STORE-SUB
           END-PERFORM.
           IF SO-QTY > WS-SHELF-FREE
               ADD 1 TO WS-CAPPED-COUNT
               MOVE WS-SHELF-FREE TO SO-QTY
               MOVE SPACES TO SO-REASON
               IF SO-QTY = 0
                   MOVE "NO SHELF SPACE" TO SO-REASON
               ELSE
                   MOVE "CAPPED AT FREE SHELF SPACE" TO SO-REASON
               END-IF
           END-IF.

       0230-EXIT.
           EXIT.
