       PROGRAM-ID. "receiving".

      * MODIFICATION HISTORY:
      * - SHELF CAPACITY.  WHEN data/shelf-capacity.dat HOLDS ANY
      *   LIMITS, THE UNITS ALREADY ON in.dat ARE TAKEN AS THE SHELF
      *   BEFORE ANYTHING IS RECEIVED, AND A DELIVERY LINE THAT WOULD
      *   TAKE ITS STORE ROOM OVER THE ITEM'S OR ITS RULE CLASS'S
      *   LIMIT (SEE shelf-capacity) BOUNCES TO THE REGISTER AS OVER
      *   SHELF CAPACITY.  THE CHECK COMES BEFORE THE OPEN-PO DRAW, SO
      *   A BOUNCED LINE LEAVES ITS PO OPEN FOR THE REDELIVERY.
      * - EVERY LINE ADDED TO in.dat NOW POSTS A RECEIPT MOVEMENT TO
      *   THE STOCK LEDGER THROUGH stock-ledger (SEE STKMOVE), SO THE
      *   NIGHTLY stock-rollforward CAN ACCOUNT FOR THE UNITS.
      * - SUPPLIERS FLAGGED "INSPECT ON RECEIPT" ON data/suppliers.dat
      *   (SUP-INSPECT = "Y", AFTER THE ACTIVE FLAG) NOW HAVE THEIR
      *   LOTS RECEIVED INTO A QC HOLD: THE LOT STILL GOES INTO in.dat
      *   SO IT AGES WITH EVERYTHING ELSE, BUT A "HELD" ROW IS
      *   APPENDED TO qc-holds.dat (LAYOUT IN QCHOLD) AND THE
      *   REGISTER LINE IS TAGGED ON QC HOLD.  HELD LOTS STAY OUT OF
      *   SALEABLE STOCK UNTIL qc-inspection RELEASES THEM.
      * - THE DELIVERY LINE MAY NOW CARRY THE DELIVERED UNIT COST
      *   AFTER THE SUPPLIER CODE (9(5)V99, BLANK ON OLDER FILES; A
      *   NON-NUMERIC COST BOUNCES THE LINE).  EVERY LOT ASSIGNED IS
      *   APPENDED TO lot-master.dat (LAYOUT IN LOTMST) WITH ITS UNIT
      *   COST - THE DELIVERY LINE'S, ELSE THE PO'S AGREED COST -
      *   SUPPLIER CODE AND RECEIVED DATE, SO margin-report KNOWS
      *   WHAT WE ACTUALLY PAID FOR EVERY UNIT IT SELLS OR WRITES
      *   OFF.
      * - THE OPEN-PO LINE NOW CARRIES THE PO NUMBER, SUPPLIER CODE
      *   AND AGREED UNIT COST AFTER THE PO DATE (BLANK ON OLDER
      *   LINES), CARRIED THROUGH THE END-OF-RUN REWRITE.  EVERY
      *   LINE ACCEPTED AGAINST A PO IS ALSO APPENDED TO
      *   po-receipts.dat (LAYOUT IN RCPTREC), SO WHAT WAS ACTUALLY
      *   RECEIVED ON A PO OUTLIVES THE DRAWN-DOWN PO LINE AND
      *   invoice-match CAN HOLD THE SUPPLIER'S INVOICE TO IT.
      * - EVERY ACCEPTED DELIVERY LINE IS NOW ASSIGNED A LOT NUMBER
      *   (NEXT NUMBER FROM lot-control.dat), STAMPED INTO ITEM-LOT
      *   ON THE INVENTORY RECORD AND PRINTED ON THE REGISTER LINE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT FI-REGISTER ASSIGN "receiving-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-OPENPO ASSIGN "open-po.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-FILE-STATUS.
             SELECT FI-RECEIPTS ASSIGN "po-receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.
             SELECT FI-LOTMST ASSIGN "lot-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTMST-FILE-STATUS.
             SELECT OPTIONAL FI-SUPPLIERS ASSIGN "data/suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
             SELECT OPTIONAL FI-LOTCTL ASSIGN "lot-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTCTL-FILE-STATUS.
             SELECT FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 DLV-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 DLV-SUPPLIER          PIC X(6).
               05 FILLER                PIC X.
               05 DLV-UNIT-COST         PIC X(7).
               05 DLV-UNIT-COST-NUM REDEFINES DLV-UNIT-COST
                                        PIC 9(5)V99.
           01 FS-DELIVERY-CONTROL.
               05 DLC-TAG               PIC X(4).
               05 DLC-BODY              PIC X(27).
               05 SUP-NAME              PIC X(30).
               05 FILLER                PIC X.
               05 SUP-ACTIVE            PIC X.
               05 FILLER                PIC X.
               05 SUP-INSPECT           PIC X.

           FD FI-OPENPO.
           01 FS-OPENPO-RECORD.
               05 PO-QTY                PIC X(5).
               05 FILLER                PIC X.
               05 PO-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 PO-NUMBER             PIC X(8).
               05 FILLER                PIC X.
               05 PO-SUPPLIER           PIC X(6).
               05 FILLER                PIC X.
               05 PO-UNIT-COST          PIC X(7).

           FD FI-RECEIPTS.
           COPY "rcptrec.cpy".

           FD FI-LOTMST.
           COPY "lotmst.cpy".

           FD FI-QCHOLD.
           COPY "qchold.cpy".

       WORKING-STORAGE SECTION.
           01 WS-DELIVERY-FILE-STATUS   PIC 99.
                   10 WS-PO-NAME         PIC X(50).
                   10 WS-PO-REMAINING    PIC S9(6).
                   10 WS-PO-DATE         PIC X(8).
                   10 WS-PO-NUMBER       PIC X(8).
                   10 WS-PO-SUPPLIER     PIC X(6).
                   10 WS-PO-UNIT-COST    PIC 9(5)V99.

           01 WS-RECEIPT-FILE-STATUS    PIC 99.
               88 WS-RECEIPT-OK         VALUE 00.

           01 WS-LOTMST-FILE-STATUS     PIC 99.
               88 WS-LOTMST-OK          VALUE 00.

           01 WS-QCHOLD-FILE-STATUS     PIC 99.
               88 WS-QCHOLD-OK          VALUE 00.

      * SET BY 0162-CHECK-INSPECTION FOR THE LINE IN HAND; WS-HOLD-TAG
      * RIDES THE END OF THE REGISTER LINE (COLUMNS 150-160).
           01 WS-QC-SWITCH              PIC X.
               88 WS-QC-HOLD            VALUE "Y".
               88 WS-QC-NO-HOLD         VALUE "N".
           01 WS-HOLD-TAG               PIC X(11).
           01 WS-HELD-COUNT             PIC 9(5) VALUE 0.
           01 WS-LOT-SUPPLIER           PIC X(6).

           01 WS-DRAW-SWITCH            PIC X.
               88 WS-PO-DRAWN           VALUE "Y".
           01 WS-COST-TEXT              PIC X(7).
           01 WS-COST-NUM REDEFINES WS-COST-TEXT
                                        PIC 9(5)V99.

           01 WS-PO-SWITCH              PIC X.
               88 WS-PO-FOUND           VALUE "Y".
                   INDEXED BY SUPPLIER-IDX.
                   10 WS-SUPPLIER-CODE   PIC X(6).
                   10 WS-SUPPLIER-ACTIVE PIC X.
                   10 WS-SUPPLIER-INSPECT PIC X.

           01 WS-SUPPLIER-SWITCH        PIC X.
               88 WS-SUPPLIER-FOUND     VALUE "Y".
      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

      * SHARED SHELF CAPACITY PARAMETER BLOCK (SEE shelf-capacity).
      * NO LIMITS LOADED DISABLES THE CHECK.
           COPY "shelfreq.cpy".
           01 WS-SHELF-LIMITS           PIC 9(4) VALUE 0.
           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

       PROCEDURE DIVISION.
           OPEN INPUT FI-DELIVERIES.
           IF NOT WS-DELIVERY-OK
               GOBACK
           END-IF.
           CLOSE FI-DELIVERIES.
           PERFORM 0050-LOAD-SHELF-SPACE.
           OPEN INPUT FI-DELIVERIES.
           OPEN EXTEND FI-IN-ITEMS.
           OPEN OUTPUT FI-REGISTER.
           PERFORM 0060-LOAD-OPEN-POS.
           OPEN EXTEND FI-RECEIPTS.
           IF NOT WS-RECEIPT-OK
               CLOSE FI-RECEIPTS
               OPEN OUTPUT FI-RECEIPTS
           END-IF.
           OPEN EXTEND FI-LOTMST.
           IF NOT WS-LOTMST-OK
               CLOSE FI-LOTMST
               OPEN OUTPUT FI-LOTMST
           END-IF.
           OPEN EXTEND FI-QCHOLD.
           IF NOT WS-QCHOLD-OK
               CLOSE FI-QCHOLD
               OPEN OUTPUT FI-QCHOLD
           END-IF.
           PERFORM 0070-LOAD-SUPPLIERS.
           PERFORM 0090-READ-LOT-CONTROL.

             IF WS-RECORD-VALID
                 PERFORM 0157-CHECK-SUPPLIER THRU 0157-EXIT
             END-IF.
             IF WS-RECORD-VALID
                 PERFORM 0158-CHECK-SHELF-SPACE THRU 0158-EXIT
             END-IF.
             IF WS-RECORD-VALID
                 PERFORM 0155-CHECK-OPEN-PO THRU 0155-EXIT
             END-IF.
             END-IF.
           GO TO 0100-START.

       0050-LOAD-SHELF-SPACE.
      * WHAT IS ON THE SHELF BEFORE TONIGHT'S DELIVERIES IS in.dat AS
      * IT STANDS.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-LOAD TO TRUE.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.
           MOVE SCR-LIMIT-COUNT TO WS-SHELF-LIMITS.
           IF WS-SHELF-LIMITS > 0
               OPEN INPUT FI-IN-ITEMS
               IF WS-IN-OK
                   READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL NOT WS-IN-OK
                       PERFORM 0052-OCCUPY-ONE-RECORD
                       READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FI-IN-ITEMS
           END-IF.

       0052-OCCUPY-ONE-RECORD.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-OCCUPY TO TRUE.
           MOVE FS-IN-ITEM (68:3) TO SCR-STORE.
           MOVE FS-IN-ITEM (72:6) TO SCR-ITEM-ID.
           MOVE FS-IN-ITEM (11:50) TO SCR-ITEM-NAME.
           IF FS-IN-ITEM (62:5) NUMERIC
               MOVE FS-IN-ITEM (62:5) TO WS-DLV-UNITS
               MOVE WS-DLV-UNITS TO SCR-UNITS
           END-IF.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.

       0080-VALIDATE-DELIVERY-CONTROLS.
      * WHOLE-FILE VALIDATION PASS BEFORE A SINGLE LINE IS RECEIVED:
      * THE FILE MUST CARRY A "HDR " RECORD WITH A NUMERIC FEED DATE
                       MOVE PO-ITEM-NAME TO WS-PO-NAME (PO-IDX)
                       MOVE PO-QTY TO WS-PO-REMAINING (PO-IDX)
                       MOVE PO-DATE TO WS-PO-DATE (PO-IDX)
                       MOVE PO-NUMBER TO WS-PO-NUMBER (PO-IDX)
                       MOVE PO-SUPPLIER TO WS-PO-SUPPLIER (PO-IDX)
                       MOVE PO-UNIT-COST TO WS-COST-TEXT
                       IF WS-COST-TEXT NUMERIC
                           MOVE WS-COST-NUM
                               TO WS-PO-UNIT-COST (PO-IDX)
                       ELSE
                           MOVE 0 TO WS-PO-UNIT-COST (PO-IDX)
                       END-IF
                   END-IF
                   READ FI-OPENPO AT END SET WS-OPENPO-EOF TO TRUE
                   END-READ
                       MOVE WS-PO-REMAINING (PO-IDX) TO WS-DLV-UNITS
                       MOVE WS-DLV-UNITS             TO PO-QTY
                       MOVE WS-PO-DATE (PO-IDX)      TO PO-DATE
                       MOVE WS-PO-NUMBER (PO-IDX)    TO PO-NUMBER
                       MOVE WS-PO-SUPPLIER (PO-IDX)  TO PO-SUPPLIER
                       IF WS-PO-UNIT-COST (PO-IDX) > 0
                           MOVE WS-PO-UNIT-COST (PO-IDX) TO WS-COST-NUM
                           MOVE WS-COST-TEXT         TO PO-UNIT-COST
                       END-IF
                       WRITE FS-OPENPO-RECORD
                   END-IF
                   SET PO-IDX UP BY 1
                           TO WS-SUPPLIER-CODE (SUPPLIER-IDX)
                       MOVE SUP-ACTIVE
                           TO WS-SUPPLIER-ACTIVE (SUPPLIER-IDX)
                       MOVE SUP-INSPECT
                           TO WS-SUPPLIER-INSPECT (SUPPLIER-IDX)
                   END-IF
                   READ FI-SUPPLIERS AT END SET WS-SUPPLIER-EOF TO TRUE
                   END-READ
      * ACCEPTED SO A SECOND OVER-SHIPMENT ON THE SAME PO BOUNCES
      * TOO.  NO PO TABLE AT ALL MEANS THE SHOP IS NOT ON PURCHASE
      * ORDERS YET AND THE CHECK IS SKIPPED.
           MOVE "N" TO WS-DRAW-SWITCH.
           IF WS-PO-COUNT = 0
               GO TO 0155-EXIT
           END-IF.
               ELSE
                   SUBTRACT WS-DLV-UNITS
                       FROM WS-PO-REMAINING (PO-IDX)
                   SET WS-PO-DRAWN TO TRUE
               END-IF
           END-IF.

       0155-EXIT.
           EXIT.

       0158-CHECK-SHELF-SPACE.
      * THE LINE MUST FIT IN ITS STORE ROOM ALONGSIDE WHAT IS ALREADY
      * ON THE SHELF AND WHAT THIS RUN HAS ALREADY ADDED.
           IF WS-SHELF-LIMITS = 0
               GO TO 0158-EXIT
           END-IF.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-CHECK TO TRUE.
           MOVE DLV-STORE TO SCR-STORE.
           MOVE DLV-ITEM-NAME TO SCR-ITEM-NAME.
           IF DLV-QTY-TEXT NUMERIC
               MOVE DLV-QTY-TEXT TO WS-DLV-UNITS
           ELSE
               MOVE 1 TO WS-DLV-UNITS
           END-IF.
           MOVE WS-DLV-UNITS TO SCR-UNITS.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.
           IF SCR-OVER
               SET WS-RECORD-INVALID TO TRUE
               MOVE "OVER SHELF CAPACITY" TO WS-BOUNCE-REASON
           END-IF.

       0158-EXIT.
           EXIT.

       0150-EDIT-DELIVERY.
      * SAME EDIT RULES AS THE ENGINES' 0150-EDIT-ITEM: AN EXPLICIT
      * "+"/"-" SIGN BYTE AND THREE NUMERIC DIGITS ON BOTH SELL-IN
                   AND DLV-STORE NOT = "C"
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "UNKNOWN STORE CODE" TO WS-BOUNCE-REASON
               ELSE IF DLV-UNIT-COST NOT = SPACES
                   AND DLV-UNIT-COST NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "NON-NUMERIC UNIT COST" TO WS-BOUNCE-REASON
               END-IF
           END-IF.

           ADD 1 TO WS-NEXT-LOT.
           WRITE FS-IN-ITEM.
           ADD 1 TO WS-ADDED-COUNT.
           PERFORM 0163-POST-RECEIPT.
           IF WS-SHELF-LIMITS > 0
               PERFORM 0052-OCCUPY-ONE-RECORD
           END-IF.
           PERFORM 0162-CHECK-INSPECTION THRU 0162-EXIT.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "ADDED   " DLV-ITEM-NAME (1:50)
               " SELL-IN " DLV-SELL-IN-TEXT
               " STORE " FS-IN-ITEM (68:3)
               " SUPPLIER " DLV-SUPPLIER
               " LOT " FS-IN-ITEM (79:6)
               WS-HOLD-TAG
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.
           IF WS-PO-DRAWN
               PERFORM 0165-WRITE-RECEIPT
           END-IF.
           PERFORM 0167-WRITE-LOT-MASTER.
           IF WS-QC-HOLD
               PERFORM 0169-WRITE-QC-HOLD
           END-IF.

       0162-CHECK-INSPECTION.
      * THE LOT'S SUPPLIER IS THE ONE THE LOT MASTER WILL CARRY: THE
      * DELIVERY LINE'S CODE, ELSE THE SUPPLIER ON THE PO IT DREW
      * AGAINST.  A SUPPLIER FLAGGED "INSPECT ON RECEIPT" PUTS THE LOT
      * ON QC HOLD.  NO SUPPLIER, OR NO SUPPLIER MASTER, MEANS NO
      * HOLD.
           SET WS-QC-NO-HOLD TO TRUE.
           MOVE SPACES TO WS-HOLD-TAG.
           MOVE DLV-SUPPLIER TO WS-LOT-SUPPLIER.
           IF WS-LOT-SUPPLIER = SPACES AND WS-PO-DRAWN
               MOVE WS-PO-SUPPLIER (PO-IDX) TO WS-LOT-SUPPLIER
           END-IF.
           IF WS-LOT-SUPPLIER = SPACES OR WS-SUPPLIER-COUNT = 0
               GO TO 0162-EXIT
           END-IF.
           SET SUPPLIER-IDX TO 1.
           SEARCH WS-SUPPLIER-ENTRY
               AT END
                   GO TO 0162-EXIT
               WHEN WS-SUPPLIER-CODE (SUPPLIER-IDX) = WS-LOT-SUPPLIER
                   IF WS-SUPPLIER-INSPECT (SUPPLIER-IDX) = "Y"
                       SET WS-QC-HOLD TO TRUE
                       MOVE " ON QC HOLD" TO WS-HOLD-TAG
                   END-IF
           END-SEARCH.

       0162-EXIT.
           EXIT.

       0163-POST-RECEIPT.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE FS-IN-ITEM (72:6) TO SMV-ITEM-ID.
           MOVE FS-IN-ITEM (68:3) TO SMV-STORE.
           MOVE FS-IN-ITEM (79:6) TO SMV-LOT.
           MOVE "RECEIPT" TO SMV-TYPE.
           MOVE FS-IN-ITEM (62:5) TO WS-DLV-UNITS.
           MOVE WS-DLV-UNITS TO SMV-UNITS.
           MOVE "receiving" TO SMV-PROGRAM.
           MOVE FS-IN-ITEM (11:50) TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.

       0165-WRITE-RECEIPT.
      * PO-IDX STILL SITS ON THE PO LINE 0155-CHECK-OPEN-PO DREW
      * THIS DELIVERY AGAINST.
           MOVE SPACES TO FS-RECEIPT-RECORD.
           MOVE WS-PO-NUMBER (PO-IDX)    TO RCP-PO-NUMBER.
           MOVE WS-PO-ID (PO-IDX)        TO RCP-ITEM-ID.
           IF DLV-SUPPLIER = SPACES
               MOVE WS-PO-SUPPLIER (PO-IDX) TO RCP-SUPPLIER
           ELSE
               MOVE DLV-SUPPLIER TO RCP-SUPPLIER
           END-IF.
           MOVE FS-IN-ITEM (62:5)        TO RCP-UNITS.
           MOVE WS-PO-UNIT-COST (PO-IDX) TO RCP-UNIT-COST.
           MOVE DLV-RECEIVED-DATE        TO RCP-RECEIVED-DATE.
           MOVE FS-IN-ITEM (79:6)        TO RCP-LOT.
           MOVE FS-IN-ITEM (68:3)        TO RCP-STORE.
           MOVE DLV-ITEM-NAME            TO RCP-ITEM-NAME.
           WRITE FS-RECEIPT-RECORD.

       0167-WRITE-LOT-MASTER.
      * THE DELIVERY LINE'S OWN COST WINS; A PO LINE DRAWN WITH AN
      * AGREED COST IS THE FALLBACK.  A LOT WITH NEITHER STILL GETS
      * ITS ROW SO THE SUPPLIER AND RECEIVED DATE ARE KNOWN.
           MOVE SPACES TO FS-LOTMST-RECORD.
           MOVE FS-IN-ITEM (79:6)        TO LTM-LOT.
           MOVE DLV-SUPPLIER             TO LTM-SUPPLIER.
           MOVE DLV-RECEIVED-DATE        TO LTM-RECEIVED-DATE.
           MOVE 0                        TO LTM-UNIT-COST.
           IF DLV-UNIT-COST NUMERIC
               MOVE DLV-UNIT-COST-NUM    TO LTM-UNIT-COST
               MOVE "D"                  TO LTM-COST-SOURCE
           END-IF.
           IF WS-PO-DRAWN
               IF LTM-SUPPLIER = SPACES
                   MOVE WS-PO-SUPPLIER (PO-IDX) TO LTM-SUPPLIER
               END-IF
               MOVE WS-PO-NUMBER (PO-IDX) TO LTM-PO-NUMBER
               IF NOT LTM-COST-KNOWN
                  AND WS-PO-UNIT-COST (PO-IDX) > 0
                   MOVE WS-PO-UNIT-COST (PO-IDX) TO LTM-UNIT-COST
                   MOVE "P"              TO LTM-COST-SOURCE
               END-IF
           END-IF.
           MOVE FS-IN-ITEM (62:5)        TO LTM-UNITS.
           MOVE FS-IN-ITEM (68:3)        TO LTM-STORE.
           MOVE DLV-ITEM-NAME            TO LTM-ITEM-NAME.
           WRITE FS-LOTMST-RECORD.

       0169-WRITE-QC-HOLD.
      * THE HOLD RUNS FROM THE DAY THE WAREHOUSE RECEIVED THE LOT.
           MOVE SPACES TO FS-QC-HOLD-RECORD.
           MOVE FS-IN-ITEM (79:6)        TO QCH-LOT.
           MOVE "HELD"                   TO QCH-STATUS.
           MOVE DLV-RECEIVED-DATE        TO QCH-HELD-DATE.
           MOVE WS-LOT-SUPPLIER          TO QCH-SUPPLIER.
           MOVE FS-IN-ITEM (68:3)        TO QCH-STORE.
           MOVE FS-IN-ITEM (62:5)        TO QCH-UNITS.
           MOVE DLV-ITEM-NAME            TO QCH-ITEM-NAME.
           WRITE FS-QC-HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT.

       0170-REGISTER-BOUNCE.
           ADD 1 TO WS-BOUNCED-COUNT.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "RECEIVED " WS-ADDED-COUNT
               " BOUNCED " WS-BOUNCED-COUNT
               " ON QC HOLD " WS-HELD-COUNT
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.
           CLOSE FI-DELIVERIES.
           CLOSE FI-IN-ITEMS.
           CLOSE FI-REGISTER.
           CLOSE FI-RECEIPTS.
           CLOSE FI-LOTMST.
           CLOSE FI-QCHOLD.
           PERFORM 0095-WRITE-LOT-CONTROL.
           PERFORM 0098-REWRITE-OPEN-POS.
           DISPLAY "RECEIVING: " WS-ADDED-COUNT " ADDED, "
               WS-BOUNCED-COUNT " BOUNCED, " WS-HELD-COUNT
               " ON QC HOLD".

       0300-RETURN.
           GOBACK.
