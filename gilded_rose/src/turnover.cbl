       PROGRAM-ID. "turnover".

      * MODIFICATION HISTORY:
      * - THE REPORT NOW ENDS WITH THE WINDOW'S MOVEMENT SUBTOTALLED
      *   BY DEPARTMENT AND CATEGORY OF THE MERCHANDISE HIERARCHY
      *   (THROUGH merch-rollup, SEE MERCHREQ) WITH EACH ONE'S
      *   SELL-THROUGH RATE, AND LISTS THE ITEMS NOT YET
      *   CATEGORISED ON THE ITEM MASTER.
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - NEW PROGRAM.  INVENTORY TURNOVER REPORT.  forecast PREDICTS
      *   QUALITY DEATH BUT NOTHING MEASURED MOVEMENT - AN ITEM CAN
      *   SIT AT HEALTHY QUALITY FOR MONTHS WHILE ITS UNITS NEVER
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-DAY1.
           COPY "itemout.cpy".

           01 WS-SLOW-COUNT             PIC 9(4) VALUE 0.

      * SHARED DEPARTMENT/CATEGORY ROLLUP BLOCK (SEE merch-rollup).
      * AMOUNT 1 IS UNITS RECEIVED, 2 SOLD, 3 SCRAPPED, 4 ON HAND.
           COPY "merchreq.cpy".
           01 WS-MERCH-RECEIVED         PIC 9(7).
           01 WS-MERCH-SOLD             PIC 9(7).
           01 WS-MERCH-REMOVED          PIC 9(7).
           01 WS-MERCH-ON-HAND          PIC 9(7).
           01 WS-MERCH-UNC-SWITCH       PIC X.
               88 WS-MERCH-HAD-UNCATEGORISED VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
           SET BKT-IDX TO 1.
           PERFORM 0220-WRITE-ONE-SLOW-MOVER
               UNTIL BKT-IDX > WS-BKT-COUNT.
           PERFORM 0240-WRITE-MERCH-SECTION.
           CLOSE FI-REPORT.

       0210-WRITE-ONE-BUCKET.
           ELSE
               MOVE 99999.9 TO WS-DAYS-SUPPLY
           END-IF.

       0240-WRITE-MERCH-SECTION.
      * EVERY ITEM/STORE BUCKET IS HANDED TO THE ROLLUP BY NAME,
      * THEN THE DEPARTMENT SUBTOTALS ARE WRITTEN WITH THEIR
      * CATEGORIES INDENTED BENEATH, THEN THE ITEMS NOT YET
      * CATEGORISED.
           MOVE "R" TO MRQ-FUNCTION.
           CALL "merch-rollup" USING MERCH-REQUEST.
           SET BKT-IDX TO 1.
           PERFORM UNTIL BKT-IDX > WS-BKT-COUNT
               MOVE "A" TO MRQ-FUNCTION
               MOVE 0 TO MRQ-ITEM-ID
               MOVE WS-BKT-NAME (BKT-IDX) TO MRQ-ITEM-NAME
               MOVE WS-BKT-RECEIVED (BKT-IDX) TO MRQ-AMOUNT (1)
               MOVE WS-BKT-SOLD (BKT-IDX) TO MRQ-AMOUNT (2)
               MOVE WS-BKT-REMOVED (BKT-IDX) TO MRQ-AMOUNT (3)
               MOVE WS-BKT-ON-HAND (BKT-IDX) TO MRQ-AMOUNT (4)
               CALL "merch-rollup" USING MERCH-REQUEST
               SET BKT-IDX UP BY 1
           END-PERFORM.
           MOVE "TURNOVER BY DEPARTMENT AND CATEGORY"
               TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "N" TO WS-MERCH-UNC-SWITCH.
           MOVE "N" TO MRQ-FUNCTION.
           CALL "merch-rollup" USING MERCH-REQUEST.
           PERFORM UNTIL MRQ-LINE-END
               PERFORM 0245-WRITE-MERCH-LINE
               MOVE "N" TO MRQ-FUNCTION
               CALL "merch-rollup" USING MERCH-REQUEST
           END-PERFORM.
           IF NOT WS-MERCH-HAD-UNCATEGORISED
               MOVE "ITEMS NOT YET CATEGORISED . (NONE)"
                   TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0245-WRITE-MERCH-LINE.
           MOVE SPACES TO FS-REPORT-RECORD.
           MOVE MRQ-AMOUNT (1) TO WS-MERCH-RECEIVED.
           MOVE MRQ-AMOUNT (2) TO WS-MERCH-SOLD.
           MOVE MRQ-AMOUNT (3) TO WS-MERCH-REMOVED.
           MOVE MRQ-AMOUNT (4) TO WS-MERCH-ON-HAND.
      * SAME SELL-THROUGH RULE AS 0230-COMPUTE-RATES.
           MOVE 0 TO WS-SELL-THROUGH.
           IF WS-MERCH-SOLD + WS-MERCH-ON-HAND > 0
               COMPUTE WS-SELL-THROUGH ROUNDED =
                   WS-MERCH-SOLD * 100 /
                   (WS-MERCH-SOLD + WS-MERCH-ON-HAND)
           END-IF.
           MOVE WS-SELL-THROUGH TO WS-DISPLAY-PCT.
           EVALUATE TRUE
               WHEN MRQ-LINE-DEPARTMENT
               WHEN MRQ-LINE-UNCATEGORISED
                   STRING "  " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:24)
                       " RCVD " WS-MERCH-RECEIVED
                       " SOLD " WS-MERCH-SOLD
                       " SCRAPPED " WS-MERCH-REMOVED
                       " ON-HAND " WS-MERCH-ON-HAND
                       " SELL-THRU " WS-DISPLAY-PCT " PCT"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN MRQ-LINE-CATEGORY
                   STRING "    " MRQ-LINE-CODE " " MRQ-LINE-DESC (1:22)
                       " RCVD " WS-MERCH-RECEIVED
                       " SOLD " WS-MERCH-SOLD
                       " SCRAPPED " WS-MERCH-REMOVED
                       " ON-HAND " WS-MERCH-ON-HAND
                       " SELL-THRU " WS-DISPLAY-PCT " PCT"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WHEN MRQ-LINE-ITEM
                   STRING "    " MRQ-ITEM-ID " " MRQ-ITEM-NAME
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   IF MRQ-NOT-ON-MASTER
                       MOVE "NOT ON MASTER" TO FS-REPORT-RECORD (63:13)
                   END-IF
           END-EVALUATE.
           WRITE FS-REPORT-RECORD.
           IF MRQ-LINE-UNCATEGORISED
               SET WS-MERCH-HAD-UNCATEGORISED TO TRUE
               MOVE "ITEMS NOT YET CATEGORISED:" TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
