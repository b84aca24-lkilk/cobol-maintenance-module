       PROGRAM-ID. "disposal".

      * MODIFICATION HISTORY:
      * - EVERY disposition-history.dat RECORD NOW CARRIES A CHAIN
      *   VALUE AFTER THE DATE, LINKED ONTO THE PREVIOUS RECORD'S
      *   THROUGH audit-chain (SEE AUDCHAIN), SO AN ALTERED OR
      *   DELETED HISTORY LINE SHOWS UP IN chain-verify.  THE
      *   RECORD IS CLEARED BEFORE IT IS BUILT, SINCE ITS FILLER
      *   BYTES ARE NOW PART OF WHAT THE CHAIN VALUE COVERS.
      * - EVERY INVENTORY RECORD REMOVED NOW POSTS ITS UNITS TO THE
      *   STOCK LEDGER THROUGH stock-ledger (SEE STKMOVE) - A SALE FOR
      *   REASON SOLD, A WRITEOFF FOR DISCARDED OR DAMAGED (WHICH IS
      *   HOW lot-recall'S PULLS ARRIVE).
      * - THE TRANSACTION RECORD GREW AN OPTIONAL LOT NUMBER (DSP-LOT,
      *   BYTES 78-83).  A TRANSACTION CARRYING ONE - THE lot-recall
      *   PULLS DO - ONLY REMOVES AN INVENTORY RECORD OF THAT LOT;
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-REGISTER.
           01 FS-REGISTER-RECORD        PIC X(100).
           01 WS-NO-MATCH-COUNT         PIC 9(5) VALUE 0.
           01 WS-BAD-REASON-COUNT       PIC 9(5) VALUE 0.

           01 WS-QTY-TEXT               PIC X(5).
           01 WS-ITEM-UNITS             PIC 9(5).

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

       PROCEDURE DIVISION.
           OPEN INPUT FI-DISPOSALS.
           IF NOT WS-DISPOSAL-OK
       0120-FILTER-INVENTORY.
           OPEN INPUT FI-IN-ITEMS.
           OPEN OUTPUT FI-WORK.
           MOVE "L" TO CHN-FUNCTION.
           MOVE "disposition-history.dat" TO CHN-FILE-NAME.
           MOVE 105 TO CHN-COLUMN.
           CALL "audit-chain" USING CHAIN-REQUEST.
           OPEN EXTEND FI-HISTORY.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT FI-HISTORY
                       OR WS-TXN-LOT (TXN-IDX) = FS-IN-ITEM (79:6))
                   SET WS-TXN-MATCHED TO TRUE
                   MOVE "Y" TO WS-TXN-USED (TXN-IDX)
                   MOVE SPACES TO FS-HISTORY-RECORD
                   MOVE FS-IN-ITEM TO HST-RAW-RECORD
                   MOVE WS-TXN-REASON (TXN-IDX) TO HST-REASON
                   MOVE WS-TXN-DATE (TXN-IDX) TO HST-DATE
                   PERFORM 0126-CHAIN-HISTORY
                   WRITE FS-HISTORY-RECORD
                   PERFORM 0127-POST-MOVEMENT
                   MOVE SPACES TO FS-REGISTER-RECORD
                   STRING "REMOVED " WS-TXN-REASON (TXN-IDX) " "
                       FS-IN-ITEM (11:50)
               SET TXN-IDX UP BY 1
           END-PERFORM.

       0126-CHAIN-HISTORY.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-HISTORY-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO HST-CHAIN.

       0127-POST-MOVEMENT.
      * THE WHOLE RECORD LEAVES THE SHELF.  A RECORD FROM BEFORE
      * ITEM-QTY EXISTED IS ONE UNIT (ITEMOUT).
           MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO WS-ITEM-UNITS
           ELSE
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE FS-IN-ITEM (72:6) TO SMV-ITEM-ID.
           MOVE FS-IN-ITEM (68:3) TO SMV-STORE.
           MOVE FS-IN-ITEM (79:6) TO SMV-LOT.
           IF WS-TXN-REASON (TXN-IDX) = "SOLD"
               MOVE "SALE" TO SMV-TYPE
           ELSE
               MOVE "WRITEOFF" TO SMV-TYPE
           END-IF.
           COMPUTE SMV-UNITS = 0 - WS-ITEM-UNITS.
           MOVE WS-TXN-DATE (TXN-IDX) TO SMV-DATE.
           MOVE "disposal" TO SMV-PROGRAM.
           MOVE FS-IN-ITEM (11:50) TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.

       0130-REWRITE-INVENTORY.
      * COPY THE SURVIVORS BACK OVER in.dat.  THE WORK FILE IS LEFT
      * BEHIND AS A BACKSTOP UNTIL THE NEXT DISPOSAL RUN OVERWRITES
