       PROGRAM-ID. "item-maint".

      * MODIFICATION HISTORY:
      * - MAINTAINS THE MERCHANDISE HIERARCHY AND EACH ITEM'S PLACE
      *   IN IT.  THREE NEW COMMANDS, EDITED AND APPLIED WITH THE
      *   REST OF THE BATCH:
      *     DEPT   <CODE> <DESCRIPTION> - ADD A DEPARTMENT TO
      *       data/merch-hierarchy.dat, OR RE-DESCRIBE ONE.
      *     CATG   <CODE> <DEPT> <DESCRIPTION> - ADD A CATEGORY UNDER
      *       A DEPARTMENT, OR RE-DESCRIBE / MOVE ONE.
      *     ASSIGN <ID> <CATEGORY> - SET MST-CATEGORY ON THE MASTER.
      *   CODES ARE FOUR CHARACTERS, UNIQUE ACROSS BOTH LEVELS (SEE
      *   MERCHHIR).  A DEPARTMENT OR CATEGORY ADDED EARLIER IN THE
      *   SAME BATCH CAN BE USED BY A LATER ROW.  THE HIERARCHY FILE
      *   IS REWRITTEN ONLY WHEN THE WHOLE BATCH IS APPLIED.
      * - EVERY item-maint-audit.dat LINE NOW CARRIES A CHAIN VALUE
      *   AT COLUMN 162, LINKED ONTO THE PREVIOUS LINE'S THROUGH
      *   audit-chain (SEE AUDCHAIN), SO AN ALTERED OR DELETED
      *   MAINTENANCE LINE SHOWS UP IN chain-verify.
      * - DUAL CONTROL ON MERGE.  A MERGE RELABELS EVERY in.dat UNIT
      *   CARRYING THE DUPLICATE'S NAME, SO IT IS PRICED (UNITS x
      *   QUALITY x THE data/unit-values.dat RATE, THROUGH
      *   dual-control) AND ONE WORTH MORE THAN THE LIMIT ON
      *   data/dual-control.dat NEEDS AN APPROVED TICKET FROM A SECOND
      *   OPERATOR (dual-approve).  THE FIRST RUN STAGES THE TICKET
      *   UNDER operator_id AND HOLDS THE WHOLE BATCH - THE SAME
      *   ALL-OR-NOTHING POSTURE AS A BAD COMMAND - SO THE SAME
      *   item-maint.new CAN SIMPLY BE RERUN ONCE IT IS APPROVED.  THE
      *   AUDIT LINE NAMES THE TICKET, MAKER AND CHECKER; THE TICKET
      *   HOLDS THEIR TIMESTAMPS.  item-maint-audit.dat WIDENED TO
      *   160.  BELOW THE LIMIT NOTHING CHANGES.
      * - REFUSES TO START WHILE THE NIGHTLY RUN HOLDS run-lock.dat
      *   (SEE main-program), LIKE THE OTHER OPERATOR UTILITIES - IT
      *   REWRITES FILES THE RUN MAY HAVE IN FLIGHT.  A SUPERVISOR
             SELECT FI-AUDIT ASSIGN "item-maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
             SELECT OPTIONAL FI-HIERARCHY
               ASSIGN "data/merch-hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIERARCHY-FILE-STATUS.

             SELECT OPTIONAL FI-RUNLOCK ASSIGN "run-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           01 FS-XREF-RECORD            PIC X(40).

           FD FI-AUDIT.
           01 FS-AUDIT-RECORD.
               05 AUD-TEXT              PIC X(160).
               05 FILLER                PIC X.
               05 AUD-CHAIN             PIC X(10).

           FD FI-HIERARCHY.
           COPY "merchhir.cpy".

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.
      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

           01 WS-COMMAND-FILE-STATUS    PIC 99.
               88 WS-COMMAND-OK         VALUE 00.
               88 WS-COMMAND-EOF        VALUE 10.
           01 WS-AUDIT-FILE-STATUS      PIC 99.
               88 WS-AUDIT-OK           VALUE 00.

           01 WS-HIERARCHY-FILE-STATUS  PIC 99.
               88 WS-HIERARCHY-OK       VALUE 00.
               88 WS-HIERARCHY-EOF      VALUE 10.

      * THE MERCHANDISE HIERARCHY, LOADED AT START.  DEPT AND CATG
      * ROWS ARE STAGED INTO IT AS THEY PASS EDIT, SO LATER ROWS OF
      * THE SAME BATCH SEE THEM; IT GOES BACK TO DISK ONLY WHEN THE
      * BATCH IS APPLIED.
           01 WS-HIR-COUNT              PIC 999 VALUE 0.
           01 WS-HIR-TABLE.
               05 WS-HIR-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON WS-HIR-COUNT
                   INDEXED BY HTB-IDX.
                   10 WS-HIR-LEVEL       PIC X.
                   10 WS-HIR-CODE        PIC X(4).
                   10 WS-HIR-PARENT      PIC X(4).
                   10 WS-HIR-DESC        PIC X(30).
           01 WS-HIR-FOUND-SWITCH       PIC X.
               88 WS-HIR-FOUND          VALUE "Y".
           01 WS-HIR-CHANGED-SWITCH     PIC X VALUE "N".
               88 WS-HIR-CHANGED        VALUE "Y".
           01 WS-HIR-SEEK-CODE          PIC X(4).
           01 WS-HIR-DESC-TEXT          PIC X(30).
           01 WS-HIR-PARENT-TEXT        PIC X(4).

      * VALIDATED COMMAND BATCH - NOTHING IS APPLIED UNTIL EVERY ROW
      * HAS PASSED EDIT, SAME ALL-OR-NOTHING POSTURE AS rules-maint.
           01 WS-CMD-COUNT              PIC 99 VALUE 0.
                   10 WS-CMD-TBL-ARG     PIC X(50).
                   10 WS-CMD-OLD-NAME    PIC X(50).
                   10 WS-CMD-NEW-NAME    PIC X(50).
                   10 WS-CMD-TICKET      PIC X(6).
                   10 WS-CMD-MAKER       PIC X(8).
                   10 WS-CMD-CHECKER     PIC X(8).
      * DEPT/CATG: THE CODE, WITH ITS OLD AND NEW DESCRIPTION IN
      * OLD-NAME/NEW-NAME AND OLD PARENT IN OLD-CODE (SPACES WHEN
      * NEW).  ASSIGN: THE NEW CATEGORY, THE OLD ONE IN OLD-CODE.
                   10 WS-CMD-CODE        PIC X(4).
                   10 WS-CMD-OLD-CODE    PIC X(4).

           01 WS-ERROR-COUNT            PIC 99 VALUE 0.
           01 WS-ROW-NUMBER             PIC 99 VALUE 0.
           01 WS-SURVIVOR-NAME          PIC X(50).
           01 WS-RENAMED-LINES          PIC 9(5).

      * OPERATOR RUNNING THE BATCH - THE MAKER OF ANY MERGE THAT NEEDS
      * A SECOND SIGNATURE - AND THE MERGES STILL WAITING FOR ONE.
           01 WS-MAKER-ID               PIC X(8).
           01 WS-HELD-COUNT             PIC 99 VALUE 0.
           01 WS-MERGE-VALUE            PIC 9(9)V99.
           01 WS-DISPLAY-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-QUALITY-TEXT           PIC X(4).
           01 WS-QUALITY                PIC S9(3)
               SIGN IS LEADING SEPARATE CHARACTER.

      * SHARED TWO-PERSON CONTROL BLOCK (SEE dual-control).
           COPY "dualreq.cpy".

           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-HIERARCHY.
           PERFORM 0110-LOAD-AND-EDIT-COMMANDS.
           CLOSE FI-COMMANDS.

               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF WS-ERROR-COUNT = 0
               PERFORM 0150-CHECK-MERGE-CONTROL
           END-IF.

           IF WS-ERROR-COUNT > 0
               DISPLAY "ITEM-MAINT: " WS-ERROR-COUNT " ERROR(S) - "
                   "data/item-master.dat LEFT UNCHANGED"
               CLOSE FI-MASTER
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > 0
                   DISPLAY "ITEM-MAINT: " WS-HELD-COUNT " MERGE(S) "
                       "AWAIT SECOND APPROVAL - BATCH HELD, RERUN "
                       "ONCE APPROVED"
                   CLOSE FI-MASTER
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0200-APPLY-COMMANDS
                   CLOSE FI-MASTER
                   DISPLAY "ITEM-MAINT: " WS-APPLIED-COUNT
                       " COMMAND(S) APPLIED - SEE item-maint-audit.dat"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       0300-RETURN.
           GOBACK.

       0100-LOAD-HIERARCHY.
           MOVE 0 TO WS-HIR-COUNT.
           OPEN INPUT FI-HIERARCHY.
           IF WS-HIERARCHY-OK
               READ FI-HIERARCHY AT END SET WS-HIERARCHY-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-HIERARCHY-OK
                   OR WS-HIR-COUNT >= 300
                   IF (HIR-IS-DEPARTMENT OR HIR-IS-CATEGORY)
                      AND HIR-CODE NOT = SPACES
                       ADD 1 TO WS-HIR-COUNT
                       SET HTB-IDX TO WS-HIR-COUNT
                       MOVE HIR-LEVEL TO WS-HIR-LEVEL (HTB-IDX)
                       MOVE HIR-CODE TO WS-HIR-CODE (HTB-IDX)
                       MOVE HIR-PARENT TO WS-HIR-PARENT (HTB-IDX)
                       MOVE HIR-DESCRIPTION TO WS-HIR-DESC (HTB-IDX)
                   END-IF
                   READ FI-HIERARCHY
                       AT END SET WS-HIERARCHY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-HIERARCHY.

       0110-LOAD-AND-EDIT-COMMANDS.
           READ FI-COMMANDS AT END SET WS-COMMAND-EOF TO TRUE
           END-READ.

       0120-EDIT-ONE-COMMAND.
           IF CMD-ACTION NOT = "RENAME" AND CMD-ACTION NOT = "MERGE"
              AND CMD-ACTION NOT = "DEACT" AND CMD-ACTION NOT = "DEPT"
              AND CMD-ACTION NOT = "CATG"
              AND CMD-ACTION NOT = "ASSIGN"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ITEM-MAINT: ROW " WS-ROW-NUMBER " ACTION '"
                   CMD-ACTION "' IS NOT RENAME/MERGE/DEACT/"
                   "DEPT/CATG/ASSIGN"
               GO TO 0120-EXIT
           END-IF.
      * DEPT AND CATG NAME A HIERARCHY CODE, NOT AN ITEM.
           IF CMD-ACTION = "DEPT" OR CMD-ACTION = "CATG"
               PERFORM 0160-EDIT-HIERARCHY THRU 0160-EXIT
               GO TO 0120-EXIT
           END-IF.
           IF CMD-ID NOT NUMERIC
           MOVE CMD-ARG    TO WS-CMD-TBL-ARG (CMD-IDX).
           MOVE MST-ITEM-NAME TO WS-CMD-OLD-NAME (CMD-IDX).
           MOVE SPACES     TO WS-CMD-NEW-NAME (CMD-IDX).
           MOVE SPACES     TO WS-CMD-CODE (CMD-IDX).
           MOVE MST-CATEGORY TO WS-CMD-OLD-CODE (CMD-IDX).
           EVALUATE CMD-ACTION
               WHEN "RENAME"
                   PERFORM 0130-EDIT-RENAME THRU 0130-EXIT
               WHEN "MERGE"
                   PERFORM 0140-EDIT-MERGE THRU 0140-EXIT
               WHEN "ASSIGN"
                   PERFORM 0170-EDIT-ASSIGN THRU 0170-EXIT
           END-EVALUATE.

       0120-EXIT.
       0140-EXIT.
           EXIT.

       0160-EDIT-HIERARCHY.
      * DEPT <CODE> <DESCRIPTION>: CODE IN THE ID COLUMNS.
      * CATG <CODE> <DEPT> <DESCRIPTION>: DEPARTMENT AT THE START OF
      * THE ARGUMENT, DESCRIPTION AFTER IT.
           IF CMD-ID (1:4) = SPACES OR CMD-ID (5:2) NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ITEM-MAINT: ROW " WS-ROW-NUMBER " CODE '"
                   CMD-ID "' IS NOT A FOUR-CHARACTER CODE"
               GO TO 0160-EXIT
           END-IF.
           IF CMD-ACTION = "DEPT"
               MOVE SPACES TO WS-HIR-PARENT-TEXT
               MOVE CMD-ARG (1:30) TO WS-HIR-DESC-TEXT
           ELSE
               MOVE CMD-ARG (1:4) TO WS-HIR-PARENT-TEXT
               MOVE CMD-ARG (6:30) TO WS-HIR-DESC-TEXT
           END-IF.
           IF WS-HIR-DESC-TEXT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ITEM-MAINT: ROW " WS-ROW-NUMBER " "
                   CMD-ACTION " " CMD-ID (1:4) " HAS NO DESCRIPTION"
               GO TO 0160-EXIT
           END-IF.
           IF CMD-ACTION = "CATG"
               MOVE WS-HIR-PARENT-TEXT TO WS-HIR-SEEK-CODE
               PERFORM 0165-FIND-HIERARCHY-CODE
               IF NOT WS-HIR-FOUND
                  OR WS-HIR-LEVEL (HTB-IDX) NOT = "D"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ITEM-MAINT: ROW " WS-ROW-NUMBER
                       " CATG " CMD-ID (1:4) " DEPARTMENT '"
                       WS-HIR-PARENT-TEXT "' IS NOT A DEPARTMENT"
                   GO TO 0160-EXIT
               END-IF
           END-IF.
           MOVE CMD-ID (1:4) TO WS-HIR-SEEK-CODE.
           PERFORM 0165-FIND-HIERARCHY-CODE.
      * A CODE BELONGS TO ONE LEVEL FOR GOOD - A CATEGORY CODE CAN
      * NOT BE REUSED AS A DEPARTMENT OR THE OTHER WAY ROUND.
           IF WS-HIR-FOUND
              AND WS-HIR-LEVEL (HTB-IDX) NOT = CMD-ACTION (1:1)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ITEM-MAINT: ROW " WS-ROW-NUMBER " CODE "
                   CMD-ID (1:4) " IS ALREADY IN USE AT THE OTHER "
                   "LEVEL OF THE HIERARCHY"
               GO TO 0160-EXIT
           END-IF.
           IF NOT WS-HIR-FOUND AND WS-HIR-COUNT >= 300
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ITEM-MAINT: ROW " WS-ROW-NUMBER
                   " HIERARCHY IS FULL (300 CODES)"
               GO TO 0160-EXIT
           END-IF.
           ADD 1 TO WS-CMD-COUNT.
           SET CMD-IDX TO WS-CMD-COUNT.
           MOVE CMD-ACTION TO WS-CMD-TBL-ACTION (CMD-IDX).
           MOVE 0          TO WS-CMD-TBL-ID (CMD-IDX).
           MOVE CMD-ARG    TO WS-CMD-TBL-ARG (CMD-IDX).
           MOVE CMD-ID (1:4) TO WS-CMD-CODE (CMD-IDX).
           MOVE WS-HIR-DESC-TEXT TO WS-CMD-NEW-NAME (CMD-IDX).
           IF WS-HIR-FOUND
               MOVE WS-HIR-DESC (HTB-IDX) TO WS-CMD-OLD-NAME (CMD-IDX)
               MOVE WS-HIR-PARENT (HTB-IDX)
                   TO WS-CMD-OLD-CODE (CMD-IDX)
           ELSE
               MOVE SPACES TO WS-CMD-OLD-NAME (CMD-IDX)
               MOVE SPACES TO WS-CMD-OLD-CODE (CMD-IDX)
               ADD 1 TO WS-HIR-COUNT
               SET HTB-IDX TO WS-HIR-COUNT
               MOVE CMD-ACTION (1:1) TO WS-HIR-LEVEL (HTB-IDX)
               MOVE CMD-ID (1:4) TO WS-HIR-CODE (HTB-IDX)
           END-IF.
           MOVE WS-HIR-PARENT-TEXT TO WS-HIR-PARENT (HTB-IDX).
           MOVE WS-HIR-DESC-TEXT TO WS-HIR-DESC (HTB-IDX).

       0160-EXIT.
           EXIT.

       0165-FIND-HIERARCHY-CODE.
           MOVE "N" TO WS-HIR-FOUND-SWITCH.
           SET HTB-IDX TO 1.
           PERFORM UNTIL WS-HIR-FOUND OR HTB-IDX > WS-HIR-COUNT
               IF WS-HIR-CODE (HTB-IDX) = WS-HIR-SEEK-CODE
                   SET WS-HIR-FOUND TO TRUE
               ELSE
                   SET HTB-IDX UP BY 1
               END-IF
           END-PERFORM.

       0170-EDIT-ASSIGN.
           MOVE CMD-ARG (1:4) TO WS-HIR-SEEK-CODE.
           PERFORM 0165-FIND-HIERARCHY-CODE.
           IF CMD-ARG (1:4) = SPACES OR NOT WS-HIR-FOUND
              OR WS-HIR-LEVEL (HTB-IDX) NOT = "C"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ITEM-MAINT: ROW " WS-ROW-NUMBER
                   " ASSIGN CATEGORY '" CMD-ARG (1:4)
                   "' IS NOT A CATEGORY ON THE HIERARCHY"
               GO TO 0170-EXIT
           END-IF.
           SET CMD-IDX TO WS-CMD-COUNT.
           MOVE CMD-ARG (1:4) TO WS-CMD-CODE (CMD-IDX).

       0170-EXIT.
           EXIT.

       0150-CHECK-MERGE-CONTROL.
           MOVE SPACES TO WS-MAKER-ID.
           ACCEPT WS-MAKER-ID FROM ENVIRONMENT "operator_id".
           SET CMD-IDX TO 1.
           PERFORM UNTIL CMD-IDX > WS-CMD-COUNT
               MOVE SPACES TO WS-CMD-TICKET (CMD-IDX)
                   WS-CMD-MAKER (CMD-IDX) WS-CMD-CHECKER (CMD-IDX)
               IF WS-CMD-TBL-ACTION (CMD-IDX) = "MERGE"
                   PERFORM 0155-CHECK-ONE-MERGE
               END-IF
               SET CMD-IDX UP BY 1
           END-PERFORM.

       0155-CHECK-ONE-MERGE.
      * THE MERGE IS WORTH WHAT IT RELABELS: EVERY in.dat RECORD
      * UNDER THE DUPLICATE'S NAME, IN ANY STORE.
           MOVE 0 TO WS-MERGE-VALUE.
           OPEN INPUT FI-IN-ITEMS.
           IF WS-IN-OK
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ
               PERFORM UNTIL WS-IN-EOF
                   IF FS-IN-ITEM (11:50) = WS-CMD-OLD-NAME (CMD-IDX)
                       PERFORM 0157-PRICE-ONE-RECORD
                   END-IF
                   READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-IN-ITEMS.
           MOVE "CHECK" TO DCR-FUNCTION.
           MOVE "MERGE" TO DCR-KIND.
           MOVE WS-MERGE-VALUE TO DCR-VALUE.
           MOVE SPACES TO DCR-DETAIL.
           MOVE WS-CMD-TBL-ID (CMD-IDX) TO DCR-DETAIL (1:6).
           MOVE WS-CMD-TBL-ARG (CMD-IDX) (1:6) TO DCR-DETAIL (8:6).
           MOVE WS-CMD-OLD-NAME (CMD-IDX) TO DCR-DETAIL (15:50).
           MOVE WS-MAKER-ID TO DCR-MAKER.
           CALL "dual-control" USING DUAL-CONTROL-REQUEST.
           MOVE WS-MERGE-VALUE TO WS-DISPLAY-VALUE.
           EVALUATE TRUE
               WHEN DCR-CLEAR
                   MOVE WS-MAKER-ID TO WS-CMD-MAKER (CMD-IDX)
               WHEN DCR-IS-APPROVED
                   MOVE DCR-TICKET TO WS-CMD-TICKET (CMD-IDX)
                   MOVE DCR-TICKET-MAKER TO WS-CMD-MAKER (CMD-IDX)
                   MOVE DCR-CHECKER TO WS-CMD-CHECKER (CMD-IDX)
               WHEN DCR-IS-STAGED
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "ITEM-MAINT: MERGE ID "
                       WS-CMD-TBL-ID (CMD-IDX) " VALUE "
                       WS-DISPLAY-VALUE " OVER THE LIMIT - STAGED AS "
                       "TICKET " DCR-TICKET
               WHEN DCR-IS-PENDING
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "ITEM-MAINT: MERGE ID "
                       WS-CMD-TBL-ID (CMD-IDX) " TICKET " DCR-TICKET
                       " STILL AWAITS A SECOND APPROVAL"
               WHEN DCR-IS-REJECTED
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ITEM-MAINT: MERGE ID "
                       WS-CMD-TBL-ID (CMD-IDX) " TICKET " DCR-TICKET
                       " WAS REJECTED BY " DCR-CHECKER
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ITEM-MAINT: MERGE ID "
                       WS-CMD-TBL-ID (CMD-IDX) " VALUE "
                       WS-DISPLAY-VALUE " OVER THE LIMIT - "
                       "operator_id '" WS-MAKER-ID
                       "' IS NOT A KNOWN OPERATOR"
           END-EVALUATE.

       0157-PRICE-ONE-RECORD.
           MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO DCR-UNITS
           ELSE
               MOVE 1 TO DCR-UNITS
           END-IF.
           MOVE FS-IN-ITEM (6:4) TO WS-QUALITY-TEXT.
           IF WS-QUALITY-TEXT (2:3) NUMERIC
               MOVE WS-QUALITY-TEXT TO WS-QUALITY
           ELSE
               MOVE 0 TO WS-QUALITY
           END-IF.
           MOVE WS-QUALITY TO DCR-QUALITY.
           MOVE "PRICE" TO DCR-FUNCTION.
           MOVE FS-IN-ITEM (11:50) TO DCR-ITEM-NAME.
           CALL "dual-control" USING DUAL-CONTROL-REQUEST.
           ADD DCR-VALUE TO WS-MERGE-VALUE.

       0200-APPLY-COMMANDS.
           MOVE "L" TO CHN-FUNCTION.
           MOVE "item-maint-audit.dat" TO CHN-FILE-NAME.
           MOVE 162 TO CHN-COLUMN.
           CALL "audit-chain" USING CHAIN-REQUEST.
           OPEN EXTEND FI-AUDIT.
           IF NOT WS-AUDIT-OK
               CLOSE FI-AUDIT
           PERFORM 0210-APPLY-ONE-COMMAND
               UNTIL CMD-IDX > WS-CMD-COUNT.
           CLOSE FI-AUDIT.
           IF WS-HIR-CHANGED
               PERFORM 0280-WRITE-HIERARCHY
           END-IF.

       0210-APPLY-ONE-COMMAND.
           EVALUATE WS-CMD-TBL-ACTION (CMD-IDX)
                   PERFORM 0230-APPLY-MERGE THRU 0230-EXIT
               WHEN "DEACT"
                   PERFORM 0240-APPLY-DEACT THRU 0240-EXIT
               WHEN "ASSIGN"
                   PERFORM 0242-APPLY-ASSIGN THRU 0242-EXIT
               WHEN OTHER
                   PERFORM 0245-APPLY-HIERARCHY
           END-EVALUATE.
           ADD 1 TO WS-APPLIED-COUNT.
           SET CMD-IDX UP BY 1.
               WS-CMD-OLD-NAME (CMD-IDX) (1:30) " -> "
               WS-CMD-NEW-NAME (CMD-IDX) (1:30)
               " IN-DAT LINES " WS-RENAMED-LINES
               DELIMITED BY SIZE INTO AUD-TEXT
           PERFORM 0270-WRITE-AUDIT-LINE.

       0220-EXIT.
           EXIT.
               WS-CMD-TBL-ARG (CMD-IDX) (1:6) " "
               WS-CMD-OLD-NAME (CMD-IDX) (1:30)
               " IN-DAT LINES " WS-RENAMED-LINES
               " MAKER " WS-CMD-MAKER (CMD-IDX)
               " CHECKER " WS-CMD-CHECKER (CMD-IDX)
               " TICKET " WS-CMD-TICKET (CMD-IDX)
               DELIMITED BY SIZE INTO AUD-TEXT
           PERFORM 0270-WRITE-AUDIT-LINE.
           IF WS-CMD-TICKET (CMD-IDX) NOT = SPACES
               MOVE "POSTED" TO DCR-FUNCTION
               MOVE WS-CMD-TICKET (CMD-IDX) TO DCR-TICKET
               CALL "dual-control" USING DUAL-CONTROL-REQUEST
           END-IF.

       0230-EXIT.
           EXIT.
           STRING "MAINT " WS-CURRENT-DATE " DEACT ID "
               WS-CMD-TBL-ID (CMD-IDX) " "
               WS-CMD-OLD-NAME (CMD-IDX) (1:40)
               DELIMITED BY SIZE INTO AUD-TEXT
           PERFORM 0270-WRITE-AUDIT-LINE.

       0240-EXIT.
           EXIT.

       0242-APPLY-ASSIGN.
           MOVE WS-CMD-TBL-ID (CMD-IDX) TO MST-ITEM-ID.
           READ FI-MASTER KEY IS MST-ITEM-ID
               INVALID KEY
                   DISPLAY "ITEM-MAINT: ID " MST-ITEM-ID
                       " VANISHED MID-RUN - ASSIGN SKIPPED"
                   GO TO 0242-EXIT
           END-READ.
           MOVE WS-CMD-CODE (CMD-IDX) TO MST-CATEGORY.
           REWRITE FS-MASTER-ITEM
               INVALID KEY
                   DISPLAY "ITEM-MAINT: UNABLE TO REWRITE ID "
                       MST-ITEM-ID
           END-REWRITE.
           MOVE SPACES TO FS-AUDIT-RECORD.
           STRING "MAINT " WS-CURRENT-DATE " ASSIGN ID "
               WS-CMD-TBL-ID (CMD-IDX) " "
               WS-CMD-OLD-NAME (CMD-IDX) (1:30) " CATEGORY '"
               WS-CMD-OLD-CODE (CMD-IDX) "' -> '"
               WS-CMD-CODE (CMD-IDX) "'"
               DELIMITED BY SIZE INTO AUD-TEXT
           PERFORM 0270-WRITE-AUDIT-LINE.

       0242-EXIT.
           EXIT.

       0245-APPLY-HIERARCHY.
      * THE TABLE WAS UPDATED AT EDIT TIME; HERE THE CHANGE IS
      * AUDITED AND THE FILE MARKED FOR REWRITE.
           SET WS-HIR-CHANGED TO TRUE.
      * A DEPARTMENT HAS NO PARENT, SO ONLY CATG LINES SHOW ONE.
           IF WS-CMD-TBL-ACTION (CMD-IDX) = "DEPT"
               MOVE SPACES TO WS-HIR-PARENT-TEXT
           ELSE
               MOVE WS-CMD-TBL-ARG (CMD-IDX) (1:4)
                   TO WS-HIR-PARENT-TEXT
           END-IF.
           MOVE SPACES TO FS-AUDIT-RECORD.
           IF WS-CMD-OLD-NAME (CMD-IDX) = SPACES
               STRING "MAINT " WS-CURRENT-DATE " "
                   WS-CMD-TBL-ACTION (CMD-IDX) " "
                   WS-CMD-CODE (CMD-IDX) " ADDED '"
                   WS-CMD-NEW-NAME (CMD-IDX) (1:30) "' "
                   WS-HIR-PARENT-TEXT
                   DELIMITED BY SIZE INTO AUD-TEXT
           ELSE
               STRING "MAINT " WS-CURRENT-DATE " "
                   WS-CMD-TBL-ACTION (CMD-IDX) " "
                   WS-CMD-CODE (CMD-IDX) " CHANGED '"
                   WS-CMD-OLD-NAME (CMD-IDX) (1:30) "' "
                   WS-CMD-OLD-CODE (CMD-IDX) " -> '"
                   WS-CMD-NEW-NAME (CMD-IDX) (1:30) "' "
                   WS-HIR-PARENT-TEXT
                   DELIMITED BY SIZE INTO AUD-TEXT
           END-IF.
           PERFORM 0270-WRITE-AUDIT-LINE.

       0250-RENAME-INVENTORY.
      * EVERY in.dat RECORD CARRYING THE OLD NAME GETS THE NEW ONE,
      * REWRITTEN IN TWO PASSES THROUGH THE WORK FILE THE WAY
           WRITE FS-XREF-RECORD.
           CLOSE FI-XREF.

       0270-WRITE-AUDIT-LINE.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-AUDIT-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO AUD-CHAIN.
           WRITE FS-AUDIT-RECORD.

       0280-WRITE-HIERARCHY.
           OPEN OUTPUT FI-HIERARCHY.
           SET HTB-IDX TO 1.
           PERFORM UNTIL HTB-IDX > WS-HIR-COUNT
               MOVE SPACES TO FS-HIERARCHY-RECORD
               MOVE WS-HIR-LEVEL (HTB-IDX) TO HIR-LEVEL
               MOVE WS-HIR-CODE (HTB-IDX) TO HIR-CODE
               MOVE WS-HIR-PARENT (HTB-IDX) TO HIR-PARENT
               MOVE WS-HIR-DESC (HTB-IDX) TO HIR-DESCRIPTION
               WRITE FS-HIERARCHY-RECORD
               SET HTB-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-HIERARCHY.

       0010-CHECK-RUN-LOCK.
      * THE NIGHTLY RUN HOLDS run-lock.dat FROM STEP 1 TO END OF RUN
      * (SEE main-program).  THIS UTILITY REWRITES THE ITEM MASTER
