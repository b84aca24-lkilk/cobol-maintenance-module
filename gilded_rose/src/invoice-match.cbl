       IDENTIFICATION DIVISION.
       PROGRAM-ID. "invoice-match".

      * MODIFICATION HISTORY:
      * - A HELD INVOICE NOW GIVES BACK THE UNITS ITS PASSING LINES
      *   TOOK OFF THE PO LINE'S BILLABLE BALANCE, SO A LATER INVOICE
      *   FOR THE SAME RECEIPT IS NO LONGER FAILED AS BILLED MORE
      *   THAN RECEIVED BY AN INVOICE THAT WAS NEVER PAID.  THE HOLD
      *   IS MADE AS THE LINES ARE MATCHED INSTEAD OF IN A PASS AT
      *   THE END.  AN INVOICE FROM A SUPPLIER MARKED INACTIVE ON
      *   suppliers.dat NOW FAILS THE WAY receiving BOUNCES ONE.
      * - data/suppliers.dat GREW THE "INSPECT ON RECEIPT" FLAG
      *   AFTER THE ACTIVE FLAG (SEE receiving); FD WIDENED TO MATCH.
      * - NEW PROGRAM.  THREE-WAY MATCH OF SUPPLIER INVOICES.
      *   receiving DRAWS DELIVERIES DOWN AGAINST open-po.dat, BUT
      *   SUPPLIER INVOICES WERE STILL TICKED OFF BY HAND AGAINST
      *   PAPER AND ACCOUNTS PAYABLE PAID SHORT-SHIPPED DELIVERIES IN
      *   FULL.  THIS RUN READS supplier-invoices.dat (INVOICE NO,
      *   SUPPLIER CODE, PO NUMBER, ITEM ID, UNITS BILLED, UNIT COST)
      *   UNDER THE SAME "HDR "/"TRL " BATCH CONTROL RECORDS THE
      *   OTHER INBOUND FEEDS CARRY, AND MATCHES EVERY LINE TO THE
      *   PO LINE (open-po.dat FOR LINES STILL OPEN, po-receipts.dat
      *   FOR WHAT WAS RECEIVED - SEE RCPTREC) AND TO THE UNITS
      *   ACTUALLY RECEIVED LESS WHAT EARLIER INVOICES ALREADY GOT
      *   PAID FOR.  THE UNIT COST MUST BE WITHIN
      *   invoice_price_tolerance PERCENT (DEFAULT 2) OF THE PO COST.
      *   AN INVOICE PASSES ONLY WHEN EVERY LINE ON IT PASSES; ITS
      *   LINES THEN GO TO approved-to-pay.dat FOR ACCOUNTS PAYABLE.
      *   UNKNOWN SUPPLIERS, QUANTITY OR PRICE MISMATCHES, INVOICES
      *   FOR GOODS NEVER RECEIVED AND INVOICE NUMBERS ALREADY
      *   APPROVED ON AN EARLIER RUN GO TO invoice-exceptions.dat
      *   WITH THE WHOLE INVOICE HELD.  EVERY LINE IS LOGGED ON
      *   invoice-history.dat, WHICH IS HOW A LATER RUN KNOWS WHAT
      *   WAS ALREADY PAID.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-INVOICES ASSIGN "supplier-invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
             SELECT OPTIONAL FI-OPENPO ASSIGN "open-po.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-FILE-STATUS.
             SELECT OPTIONAL FI-RECEIPTS ASSIGN "po-receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.
             SELECT OPTIONAL FI-SUPPLIERS ASSIGN "data/suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
             SELECT FI-HISTORY ASSIGN "invoice-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT FI-APPROVED ASSIGN "approved-to-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-EXCEPTIONS ASSIGN "invoice-exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-INVOICES.
           01 FS-INVOICE-RECORD.
               05 INV-NUMBER            PIC X(10).
               05 FILLER                PIC X.
               05 INV-SUPPLIER          PIC X(6).
               05 FILLER                PIC X.
               05 INV-PO-REF            PIC X(8).
               05 FILLER                PIC X.
               05 INV-ITEM-ID           PIC X(6).
               05 FILLER                PIC X.
               05 INV-UNITS-TEXT        PIC X(5).
               05 FILLER                PIC X.
               05 INV-COST-TEXT         PIC X(7).
               05 INV-COST-NUM REDEFINES INV-COST-TEXT
                                        PIC 9(5)V99.
           01 FS-INVOICE-CONTROL.
               05 IVC-TAG               PIC X(4).
               05 IVC-BODY              PIC X(43).
      * A SECOND VIEW OF THE SAME RECORD AREA - MULTIPLE 01 ENTRIES
      * UNDER AN FD REDEFINE EACH OTHER IMPLICITLY (SAME IDIOM AS
      * receiving'S DELIVERY TRAILER).
           01 FS-INVOICE-TRAILER.
               05 FILLER                PIC X(4).
               05 IVC-COUNT             PIC X(7).
               05 FILLER                PIC X.
               05 IVC-HASH              PIC X(12).
               05 FILLER                PIC X(23).

           FD FI-OPENPO.
      * LAYOUT AS receiving READS AND REWRITES IT.
           01 FS-OPENPO-RECORD.
               05 PO-ITEM-ID            PIC X(6).
               05 FILLER                PIC X.
               05 PO-ITEM-NAME          PIC X(50).
               05 FILLER                PIC X.
               05 PO-QTY                PIC X(5).
               05 FILLER                PIC X.
               05 PO-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 PO-NUMBER             PIC X(8).
               05 FILLER                PIC X.
               05 PO-SUPPLIER           PIC X(6).
               05 FILLER                PIC X.
               05 PO-UNIT-COST          PIC X(7).
               05 PO-UNIT-COST-NUM REDEFINES PO-UNIT-COST
                                        PIC 9(5)V99.

           FD FI-RECEIPTS.
           COPY "rcptrec.cpy".

           FD FI-SUPPLIERS.
           01 FS-SUPPLIER-RECORD.
               05 SUP-CODE              PIC X(6).
               05 FILLER                PIC X.
               05 SUP-NAME              PIC X(30).
               05 FILLER                PIC X.
               05 SUP-ACTIVE            PIC X.
               05 FILLER                PIC X.
               05 SUP-INSPECT           PIC X.

           FD FI-HISTORY.
           01 FS-HISTORY-RECORD.
               05 IH-NUMBER             PIC X(10).
               05 FILLER                PIC X.
               05 IH-SUPPLIER           PIC X(6).
               05 FILLER                PIC X.
               05 IH-PO-REF             PIC X(8).
               05 FILLER                PIC X.
               05 IH-ITEM-ID            PIC X(6).
               05 FILLER                PIC X.
               05 IH-UNITS              PIC 9(5).
               05 FILLER                PIC X.
               05 IH-UNIT-COST          PIC 9(5)V99.
               05 FILLER                PIC X.
               05 IH-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 IH-STATUS             PIC X(9).
                   88 IH-APPROVED       VALUE "APPROVED".

           FD FI-APPROVED.
           01 FS-APPROVED-RECORD.
               05 AP-NUMBER             PIC X(10).
               05 FILLER                PIC X.
               05 AP-SUPPLIER           PIC X(6).
               05 FILLER                PIC X.
               05 AP-PO-REF             PIC X(8).
               05 FILLER                PIC X.
               05 AP-ITEM-ID            PIC X(6).
               05 FILLER                PIC X.
               05 AP-UNITS              PIC 9(5).
               05 FILLER                PIC X.
               05 AP-UNIT-COST          PIC 9(5)V99.
               05 FILLER                PIC X.
               05 AP-LINE-AMOUNT        PIC 9(9)V99.
               05 FILLER                PIC X.
               05 AP-DATE               PIC X(8).
           01 FS-APPROVED-CONTROL       PIC X(80).

           FD FI-EXCEPTIONS.
           01 FS-EXCEPTION-RECORD       PIC X(130).

       WORKING-STORAGE SECTION.
           01 WS-INVOICE-FILE-STATUS    PIC 99.
               88 WS-INVOICE-OK         VALUE 00.
               88 WS-INVOICE-EOF        VALUE 10.

           01 WS-OPENPO-FILE-STATUS     PIC 99.
               88 WS-OPENPO-OK          VALUE 00.
               88 WS-OPENPO-EOF         VALUE 10.

           01 WS-RECEIPT-FILE-STATUS    PIC 99.
               88 WS-RECEIPT-OK         VALUE 00.
               88 WS-RECEIPT-EOF        VALUE 10.

           01 WS-SUPPLIER-FILE-STATUS   PIC 99.
               88 WS-SUPPLIER-OK        VALUE 00.
               88 WS-SUPPLIER-EOF       VALUE 10.

           01 WS-HISTORY-FILE-STATUS    PIC 99.
               88 WS-HISTORY-OK         VALUE 00.
               88 WS-HISTORY-EOF        VALUE 10.

      * SUPPLIER MASTER.  AN EMPTY TABLE (NO suppliers.dat) DISABLES
      * THE SUPPLIER EDIT THE WAY IT DOES IN receiving.
           01 WS-SUPPLIER-COUNT         PIC 9(4) VALUE 0.
           01 WS-SUPPLIER-TABLE.
               05 WS-SUPPLIER-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SUPPLIER-COUNT
                   INDEXED BY SUPPLIER-IDX.
                   10 WS-SUPPLIER-CODE   PIC X(6).
                   10 WS-SUPPLIER-ACTIVE PIC X.

      * ONE ROW PER PO NUMBER PLUS ITEM ID: THE AGREED COST AND
      * SUPPLIER, THE UNITS RECEIVED ON po-receipts.dat AND THE
      * UNITS ALREADY BILLED AND APPROVED (EARLIER RUNS FROM
      * invoice-history.dat, THEN THIS RUN'S PASSING LINES).
           01 WS-POL-COUNT              PIC 9(4) VALUE 0.
           01 WS-POL-TABLE.
               05 WS-POL-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-POL-COUNT
                   INDEXED BY POL-IDX.
                   10 WS-POL-KEY.
                       15 WS-POL-PO      PIC X(8).
                       15 WS-POL-ITEM    PIC X(6).
                   10 WS-POL-SUPPLIER    PIC X(6).
                   10 WS-POL-UNIT-COST   PIC 9(5)V99.
                   10 WS-POL-RECEIVED    PIC 9(7).
                   10 WS-POL-BILLED      PIC 9(7).

           01 WS-WANTED-KEY.
               05 WS-WANTED-PO           PIC X(8).
               05 WS-WANTED-ITEM         PIC X(6).

      * INVOICE NUMBERS ALREADY APPROVED ON AN EARLIER RUN, BY
      * SUPPLIER - A SECOND APPEARANCE IS A DUPLICATE.
           01 WS-PAID-COUNT             PIC 9(4) VALUE 0.
           01 WS-PAID-TABLE.
               05 WS-PAID-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-PAID-COUNT
                   INDEXED BY PAID-IDX.
                   10 WS-PAID-NUMBER     PIC X(10).
                   10 WS-PAID-SUPPLIER   PIC X(6).

      * THE INVOICE LINES IN THIS FILE WITH THE MATCH RESULT.  A
      * BLANK REASON IS A PASSING LINE.
           01 WS-LINE-COUNT             PIC 9(4) VALUE 0.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-LINE-COUNT
                   INDEXED BY LINE-IDX.
                   10 WS-LINE-NUMBER     PIC X(10).
                   10 WS-LINE-SUPPLIER   PIC X(6).
                   10 WS-LINE-PO         PIC X(8).
                   10 WS-LINE-ITEM       PIC X(6).
                   10 WS-LINE-UNITS      PIC 9(5).
                   10 WS-LINE-UNIT-COST  PIC 9(5)V99.
                   10 WS-LINE-RECEIVED   PIC 9(7).
                   10 WS-LINE-BILLABLE   PIC 9(7).
                   10 WS-LINE-PO-COST    PIC 9(5)V99.
                   10 WS-LINE-POL        PIC 9(4).
                   10 WS-LINE-REASON     PIC X(30).
           01 WS-CHECK-IDX              PIC 9(4).

           01 WS-REASON                 PIC X(30).
           01 WS-BILLABLE               PIC S9(7).
           01 WS-PRICE-DIFF             PIC S9(5)V99.
           01 WS-TOLERANCE-TEXT         PIC X(2).
           01 WS-TOLERANCE-PCT          PIC 99 VALUE 2.
           01 WS-LINE-AMOUNT            PIC 9(9)V99.

           01 WS-APPROVED-COUNT         PIC 9(7) VALUE 0.
           01 WS-APPROVED-HASH          PIC 9(12) VALUE 0.
           01 WS-APPROVED-TOTAL         PIC 9(9)V99 VALUE 0.
           01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.
           01 WS-HELD-COUNT             PIC 9(5) VALUE 0.
           01 WS-DISPLAY-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-COST           PIC ZZ,ZZ9.99.
           01 WS-DISPLAY-PO-COST        PIC ZZ,ZZ9.99.

      * BATCH CONTROL VALIDATION STATE FOR THE INVOICE FILE.
           01 WS-FEED-DATE              PIC X(8).
           01 WS-HDR-SWITCH             PIC X VALUE "N".
               88 WS-HDR-SEEN           VALUE "Y".
           01 WS-TRL-SWITCH             PIC X VALUE "N".
               88 WS-TRL-SEEN           VALUE "Y".
           01 WS-FILE-COUNT             PIC 9(7) VALUE 0.
           01 WS-FILE-HASH              PIC 9(12) VALUE 0.
           01 WS-TRL-COUNT              PIC 9(7) VALUE 0.
           01 WS-TRL-HASH               PIC 9(12) VALUE 0.
           01 WS-REJECT-FILE-SWITCH     PIC X VALUE "N".
               88 WS-FILE-REJECTED      VALUE "Y".

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           OPEN INPUT FI-INVOICES.
           IF NOT WS-INVOICE-OK
               DISPLAY "INVOICE-MATCH: supplier-invoices.dat NOT "
                   "FOUND - NOTHING TO MATCH"
               GOBACK
           END-IF.
           PERFORM 0080-VALIDATE-INVOICE-CONTROLS.
           IF WS-FILE-REJECTED
               CLOSE FI-INVOICES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE FI-INVOICES.
           MOVE SPACES TO WS-TOLERANCE-TEXT.
           ACCEPT WS-TOLERANCE-TEXT
               FROM ENVIRONMENT "invoice_price_tolerance".
           IF WS-TOLERANCE-TEXT NUMERIC
               MOVE WS-TOLERANCE-TEXT TO WS-TOLERANCE-PCT
           END-IF.
           PERFORM 0030-LOAD-SUPPLIERS.
           PERFORM 0040-LOAD-RECEIPTS.
           PERFORM 0045-LOAD-OPEN-POS.
           PERFORM 0050-LOAD-INVOICE-HISTORY.
           OPEN INPUT FI-INVOICES.

       0100-START.
           READ FI-INVOICES END GO TO 0200-END.
             IF IVC-TAG = "HDR " OR IVC-TAG = "TRL "
                 GO TO 0100-START
             END-IF.
             IF WS-LINE-COUNT >= 2000
                 GO TO 0100-START
             END-IF.
             PERFORM 0150-MATCH-INVOICE-LINE THRU 0150-EXIT.
           GO TO 0100-START.

       0030-LOAD-SUPPLIERS.
           MOVE 0 TO WS-SUPPLIER-COUNT.
           OPEN INPUT FI-SUPPLIERS.
           IF WS-SUPPLIER-OK
               READ FI-SUPPLIERS AT END SET WS-SUPPLIER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-SUPPLIER-OK
                   OR WS-SUPPLIER-COUNT >= 500
                   IF SUP-CODE NOT = SPACES
                       ADD 1 TO WS-SUPPLIER-COUNT
                       SET SUPPLIER-IDX TO WS-SUPPLIER-COUNT
                       MOVE SUP-CODE
                           TO WS-SUPPLIER-CODE (SUPPLIER-IDX)
                       MOVE SUP-ACTIVE
                           TO WS-SUPPLIER-ACTIVE (SUPPLIER-IDX)
                   END-IF
                   READ FI-SUPPLIERS AT END SET WS-SUPPLIER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-SUPPLIERS.

       0040-LOAD-RECEIPTS.
      * UNITS RECEIVED PER PO LINE.  A RECEIPT AGAINST A PO STAGED
      * WITHOUT A PO NUMBER CANNOT BE INVOICED AGAINST AND IS SKIPPED.
           OPEN INPUT FI-RECEIPTS.
           IF WS-RECEIPT-OK
               READ FI-RECEIPTS AT END SET WS-RECEIPT-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RECEIPT-OK
                   IF RCP-PO-NUMBER NOT = SPACES
                      AND RCP-UNITS NUMERIC
                       MOVE RCP-PO-NUMBER TO WS-WANTED-PO
                       MOVE RCP-ITEM-ID TO WS-WANTED-ITEM
                       PERFORM 0060-FIND-OR-ADD-PO-LINE
                       ADD RCP-UNITS TO WS-POL-RECEIVED (POL-IDX)
                       IF WS-POL-SUPPLIER (POL-IDX) = SPACES
                           MOVE RCP-SUPPLIER
                               TO WS-POL-SUPPLIER (POL-IDX)
                       END-IF
                       IF WS-POL-UNIT-COST (POL-IDX) = 0
                          AND RCP-UNIT-COST NUMERIC
                           MOVE RCP-UNIT-COST
                               TO WS-POL-UNIT-COST (POL-IDX)
                       END-IF
                   END-IF
                   READ FI-RECEIPTS AT END SET WS-RECEIPT-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RECEIPTS.

       0045-LOAD-OPEN-POS.
      * A PO LINE STILL OPEN BUT NOT YET (OR NOT FULLY) RECEIVED IS
      * STILL A REAL PO LINE - AN INVOICE AGAINST IT IS "NOT
      * RECEIVED", NOT "NO SUCH PO".
           OPEN INPUT FI-OPENPO.
           IF WS-OPENPO-OK
               READ FI-OPENPO AT END SET WS-OPENPO-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPENPO-OK
                   IF PO-NUMBER NOT = SPACES
                       MOVE PO-NUMBER TO WS-WANTED-PO
                       MOVE PO-ITEM-ID TO WS-WANTED-ITEM
                       PERFORM 0060-FIND-OR-ADD-PO-LINE
                       IF WS-POL-SUPPLIER (POL-IDX) = SPACES
                           MOVE PO-SUPPLIER
                               TO WS-POL-SUPPLIER (POL-IDX)
                       END-IF
                       IF WS-POL-UNIT-COST (POL-IDX) = 0
                          AND PO-UNIT-COST NUMERIC
                           MOVE PO-UNIT-COST-NUM
                               TO WS-POL-UNIT-COST (POL-IDX)
                       END-IF
                   END-IF
                   READ FI-OPENPO AT END SET WS-OPENPO-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-OPENPO.

       0050-LOAD-INVOICE-HISTORY.
      * ONLY APPROVED LINES COUNT: A HELD INVOICE WAS NEVER PAID, SO
      * THE SUPPLIER MAY RESEND IT CORRECTED UNDER THE SAME NUMBER.
           OPEN INPUT FI-HISTORY.
           IF WS-HISTORY-OK
               READ FI-HISTORY AT END SET WS-HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-HISTORY-OK
                   IF IH-APPROVED AND IH-UNITS NUMERIC
                       MOVE IH-PO-REF TO WS-WANTED-PO
                       MOVE IH-ITEM-ID TO WS-WANTED-ITEM
                       PERFORM 0060-FIND-OR-ADD-PO-LINE
                       ADD IH-UNITS TO WS-POL-BILLED (POL-IDX)
                       PERFORM 0055-REMEMBER-PAID-INVOICE
                   END-IF
                   READ FI-HISTORY AT END SET WS-HISTORY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-HISTORY.

       0055-REMEMBER-PAID-INVOICE.
           SET PAID-IDX TO 1.
           PERFORM UNTIL PAID-IDX > WS-PAID-COUNT
               OR (WS-PAID-NUMBER (PAID-IDX) = IH-NUMBER
                   AND WS-PAID-SUPPLIER (PAID-IDX) = IH-SUPPLIER)
               SET PAID-IDX UP BY 1
           END-PERFORM.
           IF PAID-IDX > WS-PAID-COUNT AND WS-PAID-COUNT < 9999
               ADD 1 TO WS-PAID-COUNT
               SET PAID-IDX TO WS-PAID-COUNT
               MOVE IH-NUMBER TO WS-PAID-NUMBER (PAID-IDX)
               MOVE IH-SUPPLIER TO WS-PAID-SUPPLIER (PAID-IDX)
           END-IF.

       0060-FIND-OR-ADD-PO-LINE.
      * LEAVES POL-IDX ON THE ROW FOR WS-WANTED-KEY, ADDING ONE THE
      * FIRST TIME THE KEY IS SEEN.
           SET POL-IDX TO 1.
           SEARCH WS-POL-ENTRY
               AT END
                   IF WS-POL-COUNT < 5000
                       ADD 1 TO WS-POL-COUNT
                   END-IF
                   SET POL-IDX TO WS-POL-COUNT
                   MOVE WS-WANTED-KEY TO WS-POL-KEY (POL-IDX)
                   MOVE SPACES TO WS-POL-SUPPLIER (POL-IDX)
                   MOVE 0 TO WS-POL-UNIT-COST (POL-IDX)
                   MOVE 0 TO WS-POL-RECEIVED (POL-IDX)
                   MOVE 0 TO WS-POL-BILLED (POL-IDX)
               WHEN WS-POL-KEY (POL-IDX) = WS-WANTED-KEY
                   CONTINUE
           END-SEARCH.

       0080-VALIDATE-INVOICE-CONTROLS.
      * WHOLE-FILE VALIDATION PASS BEFORE A SINGLE LINE IS MATCHED:
      * THE FILE MUST CARRY A "HDR " RECORD WITH A NUMERIC DATE AND
      * A "TRL " RECORD WHOSE COUNT AND UNITS-BILLED HASH MATCH THE
      * DETAIL LINES ACTUALLY PRESENT.
           READ FI-INVOICES
               AT END SET WS-INVOICE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-INVOICE-OK
               EVALUATE IVC-TAG
                   WHEN "HDR "
                       IF FS-INVOICE-CONTROL (5:8) NUMERIC
                           SET WS-HDR-SEEN TO TRUE
                           MOVE FS-INVOICE-CONTROL (5:8)
                               TO WS-FEED-DATE
                       END-IF
                   WHEN "TRL "
                       SET WS-TRL-SEEN TO TRUE
                       IF IVC-COUNT NUMERIC
                           MOVE IVC-COUNT TO WS-TRL-COUNT
                       END-IF
                       IF IVC-HASH NUMERIC
                           MOVE IVC-HASH TO WS-TRL-HASH
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-FILE-COUNT
                       IF INV-UNITS-TEXT NUMERIC
                           ADD FUNCTION NUMVAL (INV-UNITS-TEXT)
                               TO WS-FILE-HASH
                       END-IF
               END-EVALUATE
               READ FI-INVOICES
                   AT END SET WS-INVOICE-EOF TO TRUE
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
                   MOVE "supplier-invoices.dat HAS NO HDR CONTROL "
                       TO LOG-TEXT
                   PERFORM 0085-REJECT-INVOICE-FILE
               WHEN NOT WS-TRL-SEEN
                   MOVE "supplier-invoices.dat HAS NO TRL CONTROL "
                       TO LOG-TEXT
                   PERFORM 0085-REJECT-INVOICE-FILE
               WHEN WS-TRL-COUNT NOT = WS-FILE-COUNT
                  OR WS-TRL-HASH NOT = WS-FILE-HASH
                   MOVE SPACES TO LOG-TEXT
                   STRING "supplier-invoices.dat TRAILER MISMATCH CNT "
                       WS-TRL-COUNT "/" WS-FILE-COUNT
                       " HASH " WS-TRL-HASH "/" WS-FILE-HASH
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 0085-REJECT-INVOICE-FILE
           END-EVALUATE.

       0085-REJECT-INVOICE-FILE.
           SET WS-FILE-REJECTED TO TRUE.
           DISPLAY "INVOICE-MATCH: FILE REJECTED - " LOG-TEXT (1:60).
           MOVE "invoice-match" TO LOG-PROGRAM.
           MOVE "0080-VALIDATE" TO LOG-PARAGRAPH.
           MOVE "S" TO LOG-SEVERITY.
           PERFORM 9000-LOG-CONDITION.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0150-MATCH-INVOICE-LINE.
      * THE FIRST TEST THE LINE FAILS IS ITS REASON.  A PASSING LINE
      * TAKES ITS UNITS OFF THE PO LINE'S BILLABLE BALANCE AT ONCE,
      * SO A SECOND INVOICE IN THE SAME FILE CANNOT BILL THE SAME
      * RECEIPT AGAIN.  AN INVOICE IS PAID WHOLE OR NOT AT ALL: A
      * LINE THAT WOULD PASS ON AN INVOICE WITH A FAILED LINE IS
      * HELD WITHOUT TAKING ANY UNITS, AND A FAILING LINE HOLDS THE
      * INVOICE'S EARLIER PASSING LINES AND GIVES THEIR UNITS BACK.
           ADD 1 TO WS-LINE-COUNT.
           SET LINE-IDX TO WS-LINE-COUNT.
           MOVE INV-NUMBER   TO WS-LINE-NUMBER (LINE-IDX).
           MOVE INV-SUPPLIER TO WS-LINE-SUPPLIER (LINE-IDX).
           MOVE INV-PO-REF   TO WS-LINE-PO (LINE-IDX).
           MOVE INV-ITEM-ID  TO WS-LINE-ITEM (LINE-IDX).
           MOVE 0 TO WS-LINE-UNITS (LINE-IDX).
           MOVE 0 TO WS-LINE-UNIT-COST (LINE-IDX).
           MOVE 0 TO WS-LINE-RECEIVED (LINE-IDX).
           MOVE 0 TO WS-LINE-BILLABLE (LINE-IDX).
           MOVE 0 TO WS-LINE-PO-COST (LINE-IDX).
           MOVE 0 TO WS-LINE-POL (LINE-IDX).
           MOVE SPACES TO WS-LINE-REASON (LINE-IDX).
           MOVE SPACES TO WS-REASON.
           IF INV-NUMBER = SPACES
               MOVE "NO INVOICE NUMBER" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           IF INV-UNITS-TEXT NOT NUMERIC OR INV-COST-TEXT NOT NUMERIC
               MOVE "NON-NUMERIC UNITS OR COST" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           MOVE INV-UNITS-TEXT TO WS-LINE-UNITS (LINE-IDX).
           MOVE INV-COST-NUM TO WS-LINE-UNIT-COST (LINE-IDX).
           IF WS-SUPPLIER-COUNT > 0
               SET SUPPLIER-IDX TO 1
               PERFORM UNTIL SUPPLIER-IDX > WS-SUPPLIER-COUNT
                   OR WS-SUPPLIER-CODE (SUPPLIER-IDX) = INV-SUPPLIER
                   SET SUPPLIER-IDX UP BY 1
               END-PERFORM
               IF SUPPLIER-IDX > WS-SUPPLIER-COUNT
                   MOVE "UNKNOWN SUPPLIER" TO WS-REASON
                   GO TO 0150-EXIT
               END-IF
               IF WS-SUPPLIER-ACTIVE (SUPPLIER-IDX) NOT = "Y"
                   MOVE "INACTIVE SUPPLIER" TO WS-REASON
                   GO TO 0150-EXIT
               END-IF
           END-IF.
           SET PAID-IDX TO 1.
           PERFORM UNTIL PAID-IDX > WS-PAID-COUNT
               OR (WS-PAID-NUMBER (PAID-IDX) = INV-NUMBER
                   AND WS-PAID-SUPPLIER (PAID-IDX) = INV-SUPPLIER)
               SET PAID-IDX UP BY 1
           END-PERFORM.
           IF PAID-IDX NOT > WS-PAID-COUNT
               MOVE "DUPLICATE INVOICE NUMBER" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           SET POL-IDX TO 1.
           PERFORM UNTIL POL-IDX > WS-POL-COUNT
               OR (WS-POL-PO (POL-IDX) = INV-PO-REF
                   AND WS-POL-ITEM (POL-IDX) = INV-ITEM-ID)
               SET POL-IDX UP BY 1
           END-PERFORM.
           IF POL-IDX > WS-POL-COUNT
               MOVE "NO SUCH PO LINE" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           MOVE WS-POL-RECEIVED (POL-IDX)
               TO WS-LINE-RECEIVED (LINE-IDX).
           MOVE WS-POL-UNIT-COST (POL-IDX)
               TO WS-LINE-PO-COST (LINE-IDX).
           COMPUTE WS-BILLABLE =
               WS-POL-RECEIVED (POL-IDX) - WS-POL-BILLED (POL-IDX).
           IF WS-BILLABLE < 0
               MOVE 0 TO WS-BILLABLE
           END-IF.
           MOVE WS-BILLABLE TO WS-LINE-BILLABLE (LINE-IDX).
           IF WS-POL-SUPPLIER (POL-IDX) NOT = SPACES
              AND WS-POL-SUPPLIER (POL-IDX) NOT = INV-SUPPLIER
               MOVE "SUPPLIER DIFFERS FROM PO" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           IF WS-POL-RECEIVED (POL-IDX) = 0
               MOVE "GOODS NOT RECEIVED" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           IF WS-LINE-UNITS (LINE-IDX) > WS-BILLABLE
               MOVE "BILLED MORE THAN RECEIVED" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           IF WS-POL-UNIT-COST (POL-IDX) = 0
               MOVE "PO CARRIES NO UNIT COST" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           COMPUTE WS-PRICE-DIFF =
               WS-LINE-UNIT-COST (LINE-IDX)
               - WS-POL-UNIT-COST (POL-IDX).
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF.
           IF WS-PRICE-DIFF * 100 >
              WS-POL-UNIT-COST (POL-IDX) * WS-TOLERANCE-PCT
               MOVE "UNIT COST OUTSIDE TOLERANCE" TO WS-REASON
               GO TO 0150-EXIT
           END-IF.
           PERFORM 0215-CHECK-SAME-INVOICE.
           IF WS-REASON NOT = SPACES
               GO TO 0150-EXIT
           END-IF.
           ADD WS-LINE-UNITS (LINE-IDX) TO WS-POL-BILLED (POL-IDX).
           SET WS-LINE-POL (LINE-IDX) TO POL-IDX.

       0150-EXIT.
           MOVE WS-REASON TO WS-LINE-REASON (LINE-IDX).
           IF WS-REASON NOT = SPACES
              AND WS-REASON (1:4) NOT = "HELD"
               PERFORM 0210-HOLD-EARLIER-LINES
           END-IF.

       0200-END.
           CLOSE FI-INVOICES.
           OPEN OUTPUT FI-APPROVED.
           OPEN OUTPUT FI-EXCEPTIONS.
           OPEN EXTEND FI-HISTORY.
           IF NOT WS-HISTORY-OK
               CLOSE FI-HISTORY
               OPEN OUTPUT FI-HISTORY
           END-IF.
           MOVE SPACES TO FS-APPROVED-CONTROL.
           STRING "HDR " WS-FEED-DATE
               DELIMITED BY SIZE INTO FS-APPROVED-CONTROL
           WRITE FS-APPROVED-CONTROL.
           MOVE SPACES TO FS-EXCEPTION-RECORD.
           STRING "INVOICE MATCH EXCEPTIONS FOR " WS-FEED-DATE
               " (PRICE TOLERANCE " WS-TOLERANCE-PCT " PCT)"
               DELIMITED BY SIZE INTO FS-EXCEPTION-RECORD
           WRITE FS-EXCEPTION-RECORD.
           MOVE SPACES TO FS-EXCEPTION-RECORD.
           STRING "INVOICE    SUPP   PO       ITEM   BILLED "
               "RECEIVED BILLABLE  INV COST   PO COST  REASON"
               DELIMITED BY SIZE INTO FS-EXCEPTION-RECORD.
           WRITE FS-EXCEPTION-RECORD.
           SET LINE-IDX TO 1.
           PERFORM 0220-WRITE-ONE-LINE
               UNTIL LINE-IDX > WS-LINE-COUNT.
           MOVE SPACES TO FS-APPROVED-CONTROL.
           STRING "TRL " WS-APPROVED-COUNT " " WS-APPROVED-HASH
               DELIMITED BY SIZE INTO FS-APPROVED-CONTROL
           WRITE FS-APPROVED-CONTROL.
           MOVE WS-APPROVED-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO FS-EXCEPTION-RECORD.
           STRING "LINES " WS-LINE-COUNT
               " APPROVED " WS-APPROVED-COUNT
               " FAILED " WS-EXCEPTION-COUNT
               " HELD " WS-HELD-COUNT
               " APPROVED VALUE " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FS-EXCEPTION-RECORD
           WRITE FS-EXCEPTION-RECORD.
           CLOSE FI-APPROVED.
           CLOSE FI-EXCEPTIONS.
           CLOSE FI-HISTORY.
           IF WS-EXCEPTION-COUNT > 0
               MOVE SPACES TO LOG-TEXT
               STRING WS-EXCEPTION-COUNT " INVOICE LINE(S) FAILED THE "
                   "MATCH - SEE invoice-exceptions.dat"
                   DELIMITED BY SIZE INTO LOG-TEXT
               MOVE "invoice-match" TO LOG-PROGRAM
               MOVE "0150-MATCH" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               PERFORM 9000-LOG-CONDITION
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "INVOICE-MATCH: " WS-APPROVED-COUNT
               " LINE(S) APPROVED TO PAY, " WS-EXCEPTION-COUNT
               " FAILED, " WS-HELD-COUNT " HELD".

       0300-RETURN.
           GOBACK.

       0210-HOLD-EARLIER-LINES.
      * THE LINE JUST MATCHED FAILED: EVERY EARLIER PASSING LINE ON
      * THE SAME INVOICE IS HELD AND ITS UNITS GO BACK ON THE PO
      * LINE'S BILLABLE BALANCE FOR THE INVOICES STILL TO COME.
           MOVE 1 TO WS-CHECK-IDX.
           PERFORM UNTIL WS-CHECK-IDX >= WS-LINE-COUNT
               IF WS-LINE-NUMBER (WS-CHECK-IDX) =
                  WS-LINE-NUMBER (LINE-IDX)
                  AND WS-LINE-SUPPLIER (WS-CHECK-IDX) =
                      WS-LINE-SUPPLIER (LINE-IDX)
                  AND WS-LINE-REASON (WS-CHECK-IDX) = SPACES
                   MOVE "HELD - OTHER LINE FAILED"
                       TO WS-LINE-REASON (WS-CHECK-IDX)
                   SET POL-IDX TO WS-LINE-POL (WS-CHECK-IDX)
                   SUBTRACT WS-LINE-UNITS (WS-CHECK-IDX)
                       FROM WS-POL-BILLED (POL-IDX)
               END-IF
               ADD 1 TO WS-CHECK-IDX
           END-PERFORM.

       0215-CHECK-SAME-INVOICE.
      * THE LINE JUST MATCHED PASSED: IT IS HELD IF AN EARLIER LINE
      * ON THE SAME INVOICE ALREADY FAILED.
           MOVE 1 TO WS-CHECK-IDX.
           PERFORM UNTIL WS-CHECK-IDX >= WS-LINE-COUNT
               IF WS-LINE-NUMBER (WS-CHECK-IDX) =
                  WS-LINE-NUMBER (LINE-IDX)
                  AND WS-LINE-SUPPLIER (WS-CHECK-IDX) =
                      WS-LINE-SUPPLIER (LINE-IDX)
                  AND WS-LINE-REASON (WS-CHECK-IDX) NOT = SPACES
                  AND WS-LINE-REASON (WS-CHECK-IDX) (1:4) NOT = "HELD"
                   MOVE "HELD - OTHER LINE FAILED" TO WS-REASON
                   MOVE WS-LINE-COUNT TO WS-CHECK-IDX
               END-IF
               ADD 1 TO WS-CHECK-IDX
           END-PERFORM.

       0220-WRITE-ONE-LINE.
           MOVE SPACES TO FS-HISTORY-RECORD.
           MOVE WS-LINE-NUMBER (LINE-IDX)    TO IH-NUMBER.
           MOVE WS-LINE-SUPPLIER (LINE-IDX)  TO IH-SUPPLIER.
           MOVE WS-LINE-PO (LINE-IDX)        TO IH-PO-REF.
           MOVE WS-LINE-ITEM (LINE-IDX)      TO IH-ITEM-ID.
           MOVE WS-LINE-UNITS (LINE-IDX)     TO IH-UNITS.
           MOVE WS-LINE-UNIT-COST (LINE-IDX) TO IH-UNIT-COST.
           MOVE WS-FEED-DATE                 TO IH-DATE.
           IF WS-LINE-REASON (LINE-IDX) = SPACES
               MOVE "APPROVED" TO IH-STATUS
               PERFORM 0230-WRITE-APPROVED-LINE
           ELSE
               MOVE "EXCEPTION" TO IH-STATUS
               PERFORM 0240-WRITE-EXCEPTION-LINE
           END-IF.
           WRITE FS-HISTORY-RECORD.
           SET LINE-IDX UP BY 1.

       0230-WRITE-APPROVED-LINE.
           COMPUTE WS-LINE-AMOUNT =
               WS-LINE-UNITS (LINE-IDX) * WS-LINE-UNIT-COST (LINE-IDX).
           MOVE SPACES TO FS-APPROVED-RECORD.
           MOVE WS-LINE-NUMBER (LINE-IDX)    TO AP-NUMBER.
           MOVE WS-LINE-SUPPLIER (LINE-IDX)  TO AP-SUPPLIER.
           MOVE WS-LINE-PO (LINE-IDX)        TO AP-PO-REF.
           MOVE WS-LINE-ITEM (LINE-IDX)      TO AP-ITEM-ID.
           MOVE WS-LINE-UNITS (LINE-IDX)     TO AP-UNITS.
           MOVE WS-LINE-UNIT-COST (LINE-IDX) TO AP-UNIT-COST.
           MOVE WS-LINE-AMOUNT               TO AP-LINE-AMOUNT.
           MOVE WS-FEED-DATE                 TO AP-DATE.
           WRITE FS-APPROVED-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-LINE-UNITS (LINE-IDX) TO WS-APPROVED-HASH.
           ADD WS-LINE-AMOUNT TO WS-APPROVED-TOTAL.

       0240-WRITE-EXCEPTION-LINE.
           IF WS-LINE-REASON (LINE-IDX) (1:4) = "HELD"
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           MOVE WS-LINE-UNIT-COST (LINE-IDX) TO WS-DISPLAY-COST.
           MOVE WS-LINE-PO-COST (LINE-IDX) TO WS-DISPLAY-PO-COST.
           MOVE SPACES TO FS-EXCEPTION-RECORD.
           STRING WS-LINE-NUMBER (LINE-IDX) " "
               WS-LINE-SUPPLIER (LINE-IDX) " "
               WS-LINE-PO (LINE-IDX) " "
               WS-LINE-ITEM (LINE-IDX) " "
               WS-LINE-UNITS (LINE-IDX) "  "
               WS-LINE-RECEIVED (LINE-IDX) " "
               WS-LINE-BILLABLE (LINE-IDX) " "
               WS-DISPLAY-COST " "
               WS-DISPLAY-PO-COST "  "
               WS-LINE-REASON (LINE-IDX)
               DELIMITED BY SIZE INTO FS-EXCEPTION-RECORD.
           WRITE FS-EXCEPTION-RECORD.
