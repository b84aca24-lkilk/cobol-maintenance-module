       PROGRAM-ID. "disposal-approve".

      * MODIFICATION HISTORY:
      * - DUAL CONTROL.  EACH WRITE-OFF IS PRICED AGAINST THE in.dat
      *   RECORD disposal WILL REMOVE (UNITS x QUALITY x THE
      *   data/unit-values.dat RATE, THROUGH dual-control).  ONE WORTH
      *   MORE THAN THE LIMIT ON data/dual-control.dat IS NOT SENT TO
      *   disposals.dat WHEN THE OPERATOR APPROVES IT: IT IS STAGED ON
      *   approval-tickets.dat UNDER operator_id AND STAYS PENDING.
      *   ONCE A SECOND OPERATOR HAS APPROVED THE TICKET IN
      *   dual-approve, THE NEXT PASS POSTS IT WITHOUT ASKING AGAIN;
      *   A TICKET STILL PENDING OR REJECTED LEAVES THE LINE PENDING.
      *   WRITE-OFFS UNDER THE LIMIT ARE HANDLED AS BEFORE.
      * - REFUSES TO START WHILE THE NIGHTLY RUN HOLDS run-lock.dat
      *   (SEE main-program), LIKE THE OTHER OPERATOR UTILITIES - IT
      *   REWRITES FILES THE RUN MAY HAVE IN FLIGHT.  A SUPERVISOR
             SELECT OPTIONAL FI-DISPOSALS ASSIGN "disposals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSAL-FILE-STATUS.
             SELECT OPTIONAL FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

             SELECT OPTIONAL FI-RUNLOCK ASSIGN "run-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           FD FI-DISPOSALS.
           01 FS-DISPOSAL-RECORD PIC X(83).

           FD FI-IN-ITEMS.
           01 FS-IN-ITEM PIC X(84).

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.
               05 LCK-TAG               PIC X(6).

           01 WS-APPROVED-COUNT         PIC 9(5) VALUE 0.
           01 WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
           01 WS-STAGED-COUNT           PIC 9(5) VALUE 0.

           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

      * OPERATOR WORKING THE LIST - THE MAKER OF ANY WRITE-OFF THAT
      * NEEDS A SECOND SIGNATURE.
           01 WS-MAKER-ID               PIC X(8).
           01 WS-FOUND-SWITCH           PIC X.
               88 WS-RECORD-FOUND       VALUE "Y".
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-QUALITY-TEXT           PIC X(4).
           01 WS-QUALITY                PIC S9(3)
               SIGN IS LEADING SEPARATE CHARACTER.
           01 WS-DISPLAY-VALUE          PIC ZZZ,ZZZ,ZZ9.99.

      * SHARED TWO-PERSON CONTROL BLOCK (SEE dual-control).
           COPY "dualreq.cpy".

       PROCEDURE DIVISION.
           PERFORM 0010-CHECK-RUN-LOCK THRU 0010-EXIT.
               CLOSE FI-DISPOSALS
               OPEN OUTPUT FI-DISPOSALS
           END-IF.
           MOVE SPACES TO WS-MAKER-ID.
           ACCEPT WS-MAKER-ID FROM ENVIRONMENT "operator_id".

       0100-START.
           READ FI-PENDING END GO TO 0200-END.
             PERFORM 0120-CHECK-DUAL-CONTROL.
             DISPLAY " ".
             DISPLAY "WRITE-OFF: " PND-ITEM-NAME.
             DISPLAY "REASON:    " PND-REASON " DATED " PND-DATE.
             IF DCR-IS-APPROVED
                 DISPLAY "TICKET " DCR-TICKET " APPROVED BY "
                     DCR-CHECKER " - POSTED"
                 MOVE FS-PENDING-RECORD TO FS-DISPOSAL-RECORD
                 WRITE FS-DISPOSAL-RECORD
                 ADD 1 TO WS-APPROVED-COUNT
                 MOVE "POSTED" TO DCR-FUNCTION
                 CALL "dual-control" USING DUAL-CONTROL-REQUEST
                 GO TO 0100-START
             END-IF.
             IF DCR-IS-PENDING OR DCR-IS-REJECTED
                 DISPLAY "TICKET " DCR-TICKET " STAGED BY "
                     DCR-TICKET-MAKER " IS " DCR-RESULT
                     " - LEFT PENDING"
                 PERFORM 0150-KEEP-PENDING
                 GO TO 0100-START
             END-IF.
             DISPLAY "ACTION? A=APPROVE S=SKIP Q=QUIT".
             MOVE SPACE TO WS-ACTION.
             ACCEPT WS-ACTION.
             EVALUATE TRUE
                 WHEN WS-ACTION-APPROVE AND NOT DCR-CLEAR
                     PERFORM 0140-STAGE-WRITE-OFF
                     PERFORM 0150-KEEP-PENDING
                 WHEN WS-ACTION-APPROVE
                     MOVE FS-PENDING-RECORD TO FS-DISPOSAL-RECORD
                     WRITE FS-DISPOSAL-RECORD
             END-EVALUATE.
           GO TO 0100-START.

       0120-CHECK-DUAL-CONTROL.
      * THE WRITE-OFF IS WORTH THE in.dat RECORD disposal WILL TAKE
      * FOR IT - FIRST BY NAME, AND BY LOT WHEN THE LINE NAMES ONE
      * (SEE disposal 0125-MATCH-ONE-RECORD).  NO RECORD IS NO VALUE.
           MOVE 0 TO DCR-VALUE.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT FI-IN-ITEMS.
           IF WS-IN-OK
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-IN-OK OR WS-RECORD-FOUND
                   IF FS-IN-ITEM (11:50) = PND-ITEM-NAME
                      AND (PND-LOT = SPACES OR PND-LOT = "000000"
                           OR PND-LOT = FS-IN-ITEM (79:6))
                       SET WS-RECORD-FOUND TO TRUE
                   ELSE
                       READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FI-IN-ITEMS.
           IF WS-RECORD-FOUND
               MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT
               IF WS-QTY-TEXT NUMERIC
                   MOVE WS-QTY-TEXT TO DCR-UNITS
               ELSE
                   MOVE 1 TO DCR-UNITS
               END-IF
               MOVE FS-IN-ITEM (6:4) TO WS-QUALITY-TEXT
               IF WS-QUALITY-TEXT (2:3) NUMERIC
                   MOVE WS-QUALITY-TEXT TO WS-QUALITY
               ELSE
                   MOVE 0 TO WS-QUALITY
               END-IF
               MOVE WS-QUALITY TO DCR-QUALITY
               MOVE PND-ITEM-NAME TO DCR-ITEM-NAME
               MOVE "PRICE" TO DCR-FUNCTION
               CALL "dual-control" USING DUAL-CONTROL-REQUEST
           END-IF.
           MOVE "FIND" TO DCR-FUNCTION.
           MOVE "WRITEOFF" TO DCR-KIND.
           MOVE SPACES TO DCR-DETAIL.
           MOVE FS-PENDING-RECORD TO DCR-DETAIL (1:83).
           MOVE WS-MAKER-ID TO DCR-MAKER.
           CALL "dual-control" USING DUAL-CONTROL-REQUEST.

       0140-STAGE-WRITE-OFF.
      * OVER THE LIMIT THE OPERATOR'S APPROVAL ONLY STAGES THE
      * WRITE-OFF; THE LINE STAYS PENDING UNTIL A CHECKER PASSES IT.
           MOVE "CHECK" TO DCR-FUNCTION.
           CALL "dual-control" USING DUAL-CONTROL-REQUEST.
           MOVE DCR-VALUE TO WS-DISPLAY-VALUE.
           IF DCR-IS-STAGED
               ADD 1 TO WS-STAGED-COUNT
               DISPLAY "VALUE " WS-DISPLAY-VALUE " IS OVER THE "
                   "DUAL-CONTROL LIMIT - STAGED AS TICKET " DCR-TICKET
                   " FOR A SECOND APPROVAL"
           ELSE
               DISPLAY "VALUE " WS-DISPLAY-VALUE " IS OVER THE "
                   "DUAL-CONTROL LIMIT - NOT STAGED, operator_id '"
                   WS-MAKER-ID "' IS NOT A KNOWN OPERATOR"
           END-IF.

       0150-KEEP-PENDING.
           ADD 1 TO WS-SKIPPED-COUNT.
           WRITE FS-PNDWORK-RECORD FROM FS-PENDING-RECORD.
           DISPLAY "DISPOSAL-APPROVE: " WS-APPROVED-COUNT
               " APPROVED TO disposals.dat, " WS-SKIPPED-COUNT
               " LEFT PENDING".
           IF WS-STAGED-COUNT > 0
               DISPLAY "DISPOSAL-APPROVE: " WS-STAGED-COUNT
                   " STAGED FOR SECOND APPROVAL IN dual-approve"
           END-IF.

       0300-RETURN.
           GOBACK.
