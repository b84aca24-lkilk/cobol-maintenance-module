       PROGRAM-ID. "transfer".

      * MODIFICATION HISTORY:
      * - SHELF CAPACITY.  WHEN data/shelf-capacity.dat HOLDS ANY
      *   LIMITS, A RECEIPT CONFIRMATION THAT WOULD TAKE THE TO-STORE
      *   OVER THE ITEM'S OR ITS RULE CLASS'S LIMIT (SEE
      *   shelf-capacity, MEASURED AGAINST in.dat AFTER TONIGHT'S
      *   SENDS) IS BOUNCED TO THE REGISTER AS OVER SHELF CAPACITY.
      *   THE UNITS STAY HELD ON in-transit.dat UNTIL THE STORE MAKES
      *   ROOM AND CONFIRMS AGAIN; THE SUMMARY LINE COUNTS THEM.
      * - EVERY TRANSFER NOW POSTS TO THE STOCK LEDGER THROUGH
      *   stock-ledger (SEE STKMOVE): AN XFER-OUT FROM THE FROM-STORE
      *   WHEN THE UNITS ARE SENT AND AN XFER-IN TO THE TO-STORE WHEN
      *   THEIR RECEIPT IS CONFIRMED.  UNITS STILL ON in-transit.dat
      *   ARE IN NEITHER STORE'S in.dat STOCK.
      * - REFUSES TO START WHILE THE NIGHTLY RUN HOLDS run-lock.dat
      *   (SEE main-program), LIKE THE OTHER OPERATOR UTILITIES - IT
      *   REWRITES FILES THE RUN MAY HAVE IN FLIGHT.  A SUPERVISOR
      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

      * SHARED SHELF CAPACITY PARAMETER BLOCK (SEE shelf-capacity).
      * NO LIMITS LOADED DISABLES THE CHECK.
           COPY "shelfreq.cpy".
           01 WS-SHELF-LIMITS           PIC 9(4) VALUE 0.

           01 WS-TRANSFER-FILE-STATUS   PIC 99.
               88 WS-TRANSFER-OK        VALUE 00.
               88 WS-TRANSFER-EOF       VALUE 10.

           01 WS-SENT-COUNT             PIC 9(5) VALUE 0.
           01 WS-RECEIVED-COUNT         PIC 9(5) VALUE 0.
           01 WS-BOUNCED-COUNT          PIC 9(5) VALUE 0.
           01 WS-NO-STOCK-COUNT         PIC 9(5) VALUE 0.
           01 WS-BAD-LINE-COUNT         PIC 9(5) VALUE 0.
           01 WS-OVERDUE-COUNT          PIC 9(5) VALUE 0.
           PERFORM 0115-LOAD-IN-TRANSIT.

           PERFORM 0120-APPLY-OUTGOING.
           PERFORM 0138-LOAD-SHELF-SPACE.
           PERFORM 0140-APPLY-RECEIPTS THRU 0140-EXIT.
           PERFORM 0130-REWRITE-INVENTORY.
           PERFORM 0160-REWRITE-IN-TRANSIT.
               " NO-STOCK " WS-NO-STOCK-COUNT
               " BAD-LINE " WS-BAD-LINE-COUNT
               " OVERDUE " WS-OVERDUE-COUNT
               " BOUNCED " WS-BOUNCED-COUNT
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.
           CLOSE FI-REGISTER.
           DISPLAY "TRANSFER: " WS-SENT-COUNT " SENT, "
               WS-RECEIVED-COUNT " RECEIVED, "
               WS-OVERDUE-COUNT " OVERDUE IN TRANSIT".
           IF WS-BOUNCED-COUNT > 0
               DISPLAY "TRANSFER: " WS-BOUNCED-COUNT
                   " RECEIPT(S) BOUNCED OVER SHELF CAPACITY - SEE "
                   "transfer-register.dat"
           END-IF.

       0300-RETURN.
           GOBACK.
                       TO WS-TRN-TBL-DATE (TRN-IDX)
                   MOVE "H" TO WS-TRN-STATE (TRN-IDX)
                   ADD 1 TO WS-SENT-COUNT
                   PERFORM 0128-POST-SENT
                   SUBTRACT WS-TRF-QTY (TRF-IDX) FROM WS-ON-HAND
                   MOVE WS-ON-HAND TO FS-IN-ITEM (62:5)
                   IF WS-ON-HAND = 0
               END-IF
           END-IF.

       0128-POST-SENT.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE FS-IN-ITEM (72:6) TO SMV-ITEM-ID.
           MOVE WS-TRF-FROM (TRF-IDX) TO SMV-STORE.
           MOVE FS-IN-ITEM (79:6) TO SMV-LOT.
           MOVE "XFER-OUT" TO SMV-TYPE.
           COMPUTE SMV-UNITS = 0 - WS-TRF-QTY (TRF-IDX).
           MOVE WS-TRF-DATE (TRF-IDX) TO SMV-DATE.
           MOVE "transfer" TO SMV-PROGRAM.
           MOVE WS-ITEM-NAME TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.

       0138-LOAD-SHELF-SPACE.
      * THE TO-STORE SHELF A RECEIPT LANDS ON IS in.dat AS IT WILL BE
      * REWRITTEN - THE WORK FILE, AFTER TONIGHT'S SENDS CAME OFF.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-LOAD TO TRUE.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.
           MOVE SCR-LIMIT-COUNT TO WS-SHELF-LIMITS.
           IF WS-SHELF-LIMITS > 0
               OPEN INPUT FI-WORK
               READ FI-WORK AT END SET WS-WORK-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-WORK-OK
                   MOVE SPACES TO SHELF-CAPACITY-REQUEST
                   MOVE 0 TO SCR-UNITS
                   SET SCR-OCCUPY TO TRUE
                   MOVE FS-WORK-ITEM (68:3) TO SCR-STORE
                   MOVE FS-WORK-ITEM (72:6) TO SCR-ITEM-ID
                   MOVE FS-WORK-ITEM (11:50) TO SCR-ITEM-NAME
                   MOVE FS-WORK-ITEM (62:5) TO WS-ON-HAND-TEXT
                   IF WS-ON-HAND-TEXT NUMERIC
                       MOVE WS-ON-HAND-TEXT TO WS-ON-HAND
                   ELSE
                       MOVE 1 TO WS-ON-HAND
                   END-IF
                   MOVE WS-ON-HAND TO SCR-UNITS
                   CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST
                   READ FI-WORK AT END SET WS-WORK-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-WORK
           END-IF.

       0140-APPLY-RECEIPTS.
      * A RECEIPT CONFIRMS THE FIRST HELD IN-TRANSIT ENTRY FOR ITS
      * ITEM NAME AND TO-STORE.  THE RECEIPT FILE IS CLEARED AFTER
               IF WS-TRN-HELD (TRN-IDX)
                  AND WS-TRN-RAW (TRN-IDX) (11:50) = RCP-ITEM-NAME
                  AND WS-TRN-TBL-TO (TRN-IDX) = RCP-TO-STORE
                   PERFORM 0146-CHECK-SHELF-SPACE
                   IF SCR-OVER
                       ADD 1 TO WS-BOUNCED-COUNT
                       MOVE SPACES TO FS-REGISTER-RECORD
                       STRING "BOUNCED " RCP-ITEM-NAME (1:40)
                           " INTO " RCP-TO-STORE
                           " QTY " WS-TRN-TBL-QTY (TRN-IDX)
                           " - OVER SHELF CAPACITY"
                           DELIMITED BY SIZE INTO FS-REGISTER-RECORD
                       WRITE FS-REGISTER-RECORD
                   ELSE
                       MOVE "R" TO WS-TRN-STATE (TRN-IDX)
                       ADD 1 TO WS-RECEIVED-COUNT
                       PERFORM 0147-POST-RECEIVED
                       MOVE SPACES TO FS-REGISTER-RECORD
                       STRING "RECEIVED " RCP-ITEM-NAME (1:40)
                           " INTO " RCP-TO-STORE
                           " QTY " WS-TRN-TBL-QTY (TRN-IDX)
                           DELIMITED BY SIZE INTO FS-REGISTER-RECORD
                       WRITE FS-REGISTER-RECORD
                   END-IF
                   SET TRN-IDX TO WS-TRN-COUNT
               END-IF
               SET TRN-IDX UP BY 1
           END-PERFORM.

       0146-CHECK-SHELF-SPACE.
      * A RECEIPT THAT FITS IS TAKEN ONTO THE TO-STORE SHELF AT ONCE,
      * SO THE NEXT RECEIPT FOR THE SAME ROOM SEES IT.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           IF WS-SHELF-LIMITS > 0
               SET SCR-CHECK TO TRUE
               MOVE RCP-TO-STORE TO SCR-STORE
               MOVE WS-TRN-RAW (TRN-IDX) (72:6) TO SCR-ITEM-ID
               MOVE RCP-ITEM-NAME TO SCR-ITEM-NAME
               MOVE WS-TRN-TBL-QTY (TRN-IDX) TO SCR-UNITS
               CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST
               IF NOT SCR-OVER
                   SET SCR-OCCUPY TO TRUE
                   CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST
               END-IF
           END-IF.

       0147-POST-RECEIVED.
      * THE UNITS LAND ON THE TO-STORE RECORD (0135) OR A NEW ONE
      * (0137) LATER IN THE RUN; EITHER WAY THEY ARE IN THE TO-STORE
      * WITH THE LOT THEY LEFT WITH.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE WS-TRN-RAW (TRN-IDX) (72:6) TO SMV-ITEM-ID.
           MOVE WS-TRN-TBL-TO (TRN-IDX) TO SMV-STORE.
           MOVE WS-TRN-RAW (TRN-IDX) (79:6) TO SMV-LOT.
           MOVE "XFER-IN" TO SMV-TYPE.
           MOVE WS-TRN-TBL-QTY (TRN-IDX) TO SMV-UNITS.
           MOVE RCP-DATE TO SMV-DATE.
           MOVE "transfer" TO SMV-PROGRAM.
           MOVE RCP-ITEM-NAME TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.

       0130-REWRITE-INVENTORY.
      * COPY THE SURVIVORS BACK OVER in.dat, LANDING THE RECEIPTED
      * UNITS AS THEY PASS: THE FIRST TO-STORE RECORD WITH THE SAME
