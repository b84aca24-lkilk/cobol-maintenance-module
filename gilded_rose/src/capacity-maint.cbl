       IDENTIFICATION DIVISION.
       PROGRAM-ID. "capacity-maint".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  MAINTENANCE UTILITY FOR THE SHELF CAPACITY
      *   LIMITS data/shelf-capacity.dat (SEE SHELFCAP).  THE STORE
      *   MANAGER STAGES LIMIT ROWS AS shelf-capacity.new - STORE,
      *   SCOPE (I ITEM, C RULE CLASS), ITEM NUMBER OR CLASS LETTER
      *   AND MAXIMUM UNITS IN THE SAME COLUMNS AS THE CAPACITY FILE
      *   - AND EVERY ROW IS EDITED: STORE A, B OR C, A KNOWN SCOPE,
      *   AN ITEM NUMBER ON THE MASTER OR ONE OF THE FIVE RULE
      *   CLASSES, A NUMERIC LIMIT OR NONE TO REMOVE ONE, AND NO KEY
      *   STAGED TWICE.  A STAGED FILE WITH ANY BAD ROW IS REFUSED
      *   AND THE LIMITS LEFT UNTOUCHED, AS budget-maint DOES.  A
      *   CLEAN FILE IS MERGED: A ROW FOR A KEY ALREADY LIMITED
      *   REPLACES IT, NONE REMOVES IT, ANY OTHER ROW IS ADDED, AND
      *   EVERY ROW NOT STAGED IS KEPT.  EACH INSTALLED ROW IS
      *   STAMPED WITH THE DATE AND OPERATOR, AND THE OLD AND NEW
      *   LIMITS ARE APPENDED TO capacity-audit.dat.  TAKES A
      *   SUPERVISOR (ROLE 2) SIGN-ON WHEN data/operators.dat IS IN
      *   PLACE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-PROPOSED ASSIGN "shelf-capacity.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-FILE-STATUS.
             SELECT OPTIONAL FI-CAPACITY
               ASSIGN "data/shelf-capacity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-FILE-STATUS.
             SELECT FI-AUDIT ASSIGN "capacity-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-PROPOSED.
           01 FS-PROPOSED-RECORD.
               05 FP-STORE              PIC X(3).
               05 FILLER                PIC X.
               05 FP-SCOPE              PIC X.
               05 FILLER                PIC X.
               05 FP-KEY                PIC X(6).
               05 FILLER                PIC X.
               05 FP-UNITS              PIC X(5).
               05 FP-UNITS-NUM REDEFINES FP-UNITS
                                        PIC 9(5).

           FD FI-CAPACITY.
           COPY "shelfcap.cpy".

           FD FI-AUDIT.
           01 FS-AUDIT-RECORD           PIC X(100).

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

           FD FI-MASTER.
           COPY "itemmst.cpy".

       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FILE-STATUS   PIC 99.
               88 WS-OPERATOR-OK        VALUE 00.
               88 WS-OPERATOR-EOF       VALUE 10.

           01 WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
           01 WS-OPR-ROLE               PIC 9 VALUE 0.
           01 WS-OPR-FOUND-SWITCH       PIC X.
               88 WS-OPR-FOUND          VALUE "Y".

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".
           01 WS-PROPOSED-FILE-STATUS   PIC 99.
               88 WS-PROPOSED-OK        VALUE 00.
               88 WS-PROPOSED-EOF       VALUE 10.

           01 WS-CAPACITY-FILE-STATUS   PIC 99.
               88 WS-CAPACITY-OK        VALUE 00.
               88 WS-CAPACITY-EOF       VALUE 10.

           01 WS-AUDIT-FILE-STATUS      PIC 99.
               88 WS-AUDIT-OK           VALUE 00.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
           01 WS-MASTER-SWITCH          PIC X VALUE "N".
               88 WS-MASTER-OPEN        VALUE "Y".

           01 WS-CURRENT-DATE           PIC X(8).

      * STAGED ROWS AS EDITED.  A REMOVAL CARRIES NONE.
           01 WS-NEW-COUNT              PIC 9(3) VALUE 0.
           01 WS-NEW-TABLE.
               05 WS-NEW-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-NEW-COUNT
                   INDEXED BY NEW-IDX DUP-IDX.
                   10 WS-NEW-KEY.
                       15 WS-NEW-STORE   PIC X(3).
                       15 WS-NEW-SCOPE   PIC X.
                       15 WS-NEW-ITEM-KEY PIC X(6).
                   10 WS-NEW-UNITS       PIC X(5).

      * THE CAPACITY FILE AS IT STANDS, MERGED WITH THE STAGED ROWS.
      * A REMOVED LIMIT IS FLAGGED AND NOT WRITTEN BACK.
           01 WS-CAP-COUNT              PIC 9(4) VALUE 0.
           01 WS-CAP-TABLE.
               05 WS-CAP-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CAP-COUNT
                   INDEXED BY CAP-IDX.
                   10 WS-CAP-KEY.
                       15 WS-CAP-STORE   PIC X(3).
                       15 WS-CAP-SCOPE   PIC X.
                       15 WS-CAP-ITEM-KEY PIC X(6).
                   10 WS-CAP-UNITS       PIC 9(5).
                   10 WS-CAP-SET-DATE    PIC X(8).
                   10 WS-CAP-SET-BY      PIC X(8).
                   10 WS-CAP-REMOVED     PIC X.

           01 WS-ERROR-COUNT            PIC 99 VALUE 0.
           01 WS-ROW-NUMBER             PIC 9(3) VALUE 0.
           01 WS-ADDED-COUNT            PIC 9(3) VALUE 0.
           01 WS-REPLACED-COUNT         PIC 9(3) VALUE 0.
           01 WS-REMOVED-COUNT          PIC 9(3) VALUE 0.

           01 WS-ROW-SWITCH             PIC X.
               88 WS-ROW-GOOD           VALUE "Y".
               88 WS-ROW-BAD            VALUE "N".

           01 WS-FOUND-SWITCH           PIC X.
               88 WS-KEY-FOUND          VALUE "Y".

           01 WS-DISPLAY-OLD            PIC X(6).
           01 WS-DISPLAY-NEW            PIC X(6).
           01 WS-DISPLAY-UNITS          PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0011-OPERATOR-SIGN-ON THRU 0011-EXIT.
           MOVE SPACES TO WS-CURRENT-DATE.
           ACCEPT WS-CURRENT-DATE FROM ENVIRONMENT "processing_date".
           IF WS-CURRENT-DATE NOT NUMERIC
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT FI-PROPOSED.
           IF NOT WS-PROPOSED-OK
               DISPLAY "CAPACITY-MAINT: shelf-capacity.new NOT FOUND "
                   "- STAGE THE LIMIT ROWS THERE FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * ITEM NUMBERS ARE CHECKED AGAINST THE MASTER WHEN IT IS THERE.
           OPEN INPUT FI-MASTER.
           IF WS-MASTER-OK
               SET WS-MASTER-OPEN TO TRUE
           END-IF.
           PERFORM 0110-LOAD-AND-EDIT-ROWS.
           CLOSE FI-PROPOSED.
           CLOSE FI-MASTER.

           IF WS-NEW-COUNT = 0
               DISPLAY "CAPACITY-MAINT: NO LIMIT ROWS STAGED - REFUSED"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF WS-ERROR-COUNT > 0
               DISPLAY "CAPACITY-MAINT: " WS-ERROR-COUNT " ERROR(S) - "
                   "data/shelf-capacity.dat LEFT UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0130-LOAD-CAPACITY
               PERFORM 0140-MERGE-AND-AUDIT
               PERFORM 0150-INSTALL-CAPACITY
               DISPLAY "CAPACITY-MAINT: " WS-ADDED-COUNT
                   " LIMIT(S) ADDED, " WS-REPLACED-COUNT " REPLACED, "
                   WS-REMOVED-COUNT " REMOVED - SEE capacity-audit.dat"
               MOVE "capacity-maint" TO LOG-PROGRAM
               MOVE "0150-INSTALL" TO LOG-PARAGRAPH
               MOVE "I" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "SHELF CAPACITY INSTALLED BY " WS-OPERATOR-ID
                   " ADDED " WS-ADDED-COUNT
                   " REPLACED " WS-REPLACED-COUNT
                   " REMOVED " WS-REMOVED-COUNT
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
               MOVE 0 TO RETURN-CODE
           END-IF.

       0300-RETURN.
           GOBACK.

       0011-OPERATOR-SIGN-ON.
      * SETTING A STORE ROOM'S CAPACITY TAKES A SUPERVISOR (ROLE 2)
      * ON THE OPERATOR FILE.  A SHOP WITHOUT data/operators.dat HAS
      * NOT MIGRATED TO SIGN-ON AND RUNS AS BEFORE.
           MOVE 0 TO WS-OPR-ROLE.
           MOVE "N" TO WS-OPR-FOUND-SWITCH.
           OPEN INPUT FI-OPERATORS.
           IF NOT WS-OPERATOR-OK
               CLOSE FI-OPERATORS
               GO TO 0011-EXIT
           END-IF.
           DISPLAY "OPERATOR ID?".
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-OPERATOR-OK
               IF OPR-ID = WS-OPERATOR-ID
                   SET WS-OPR-FOUND TO TRUE
                   MOVE OPR-ROLE TO WS-OPR-ROLE
               END-IF
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-OPERATORS.
           IF NOT WS-OPR-FOUND
               DISPLAY "CAPACITY-MAINT: OPERATOR '" WS-OPERATOR-ID
                   "' IS NOT ON data/operators.dat - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-OPR-ROLE < 2
               DISPLAY "CAPACITY-MAINT: OPERATOR " WS-OPERATOR-ID
                   " IS NOT A SUPERVISOR - A CAPACITY INSTALL TAKES "
                   "ROLE 2"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "capacity-maint" TO LOG-PROGRAM.
           MOVE "0011-SIGN-ON" TO LOG-PARAGRAPH.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "CAPACITY MAINTENANCE SIGNED ON BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO LOG-TEXT.
           PERFORM 9000-LOG-CONDITION.

       0011-EXIT.
           EXIT.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0110-LOAD-AND-EDIT-ROWS.
           READ FI-PROPOSED AT END SET WS-PROPOSED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-PROPOSED-EOF OR WS-NEW-COUNT >= 500
               ADD 1 TO WS-ROW-NUMBER
               IF FS-PROPOSED-RECORD NOT = SPACES
                   PERFORM 0120-EDIT-ONE-ROW
               END-IF
               READ FI-PROPOSED AT END SET WS-PROPOSED-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT WS-PROPOSED-EOF
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "CAPACITY-MAINT: MORE THAN 500 ROWS STAGED - "
                   "STAGE THE REST IN A SECOND RUN"
           END-IF.

       0120-EDIT-ONE-ROW.
           SET WS-ROW-GOOD TO TRUE.
           IF FP-STORE NOT = "A" AND NOT = "B" AND NOT = "C"
               SET WS-ROW-BAD TO TRUE
               DISPLAY "CAPACITY-MAINT: ROW " WS-ROW-NUMBER " STORE '"
                   FP-STORE "' IS NOT A, B OR C"
           END-IF.
           EVALUATE FP-SCOPE
               WHEN "I"
                   PERFORM 0122-EDIT-ITEM-KEY
               WHEN "C"
                   IF FP-KEY (1:1) NOT = "N" AND NOT = "B"
                      AND NOT = "L" AND NOT = "C" AND NOT = "D"
                      OR FP-KEY (2:5) NOT = SPACES
                       SET WS-ROW-BAD TO TRUE
                       DISPLAY "CAPACITY-MAINT: ROW " WS-ROW-NUMBER
                           " CLASS '" FP-KEY "' IS NOT N, B, L, C "
                           "OR D"
                   END-IF
               WHEN OTHER
                   SET WS-ROW-BAD TO TRUE
                   DISPLAY "CAPACITY-MAINT: ROW " WS-ROW-NUMBER
                       " SCOPE '" FP-SCOPE "' IS NOT I (ITEM) OR "
                       "C (RULE CLASS)"
           END-EVALUATE.
           IF FP-UNITS NOT NUMERIC AND FP-UNITS NOT = "NONE "
               SET WS-ROW-BAD TO TRUE
               DISPLAY "CAPACITY-MAINT: ROW " WS-ROW-NUMBER
                   " UNITS '" FP-UNITS "' IS NOT 5 DIGITS OR NONE"
           END-IF.
           IF WS-ROW-BAD
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-NEW-COUNT
               SET NEW-IDX TO WS-NEW-COUNT
               MOVE FP-STORE TO WS-NEW-STORE (NEW-IDX)
               MOVE FP-SCOPE TO WS-NEW-SCOPE (NEW-IDX)
               MOVE FP-KEY TO WS-NEW-ITEM-KEY (NEW-IDX)
               MOVE FP-UNITS TO WS-NEW-UNITS (NEW-IDX)
               PERFORM 0125-CHECK-DUPLICATE
           END-IF.

       0122-EDIT-ITEM-KEY.
           IF FP-KEY NOT NUMERIC OR FP-KEY = "000000"
               SET WS-ROW-BAD TO TRUE
               DISPLAY "CAPACITY-MAINT: ROW " WS-ROW-NUMBER
                   " ITEM '" FP-KEY "' IS NOT A 6-DIGIT ITEM NUMBER"
           ELSE
               IF WS-MASTER-OPEN
                   MOVE FP-KEY TO MST-ITEM-ID
                   READ FI-MASTER KEY IS MST-ITEM-ID
                       INVALID KEY
                           SET WS-ROW-BAD TO TRUE
                           DISPLAY "CAPACITY-MAINT: ROW " WS-ROW-NUMBER
                               " ITEM " FP-KEY " IS NOT ON THE "
                               "ITEM MASTER"
                   END-READ
               END-IF
           END-IF.

       0125-CHECK-DUPLICATE.
      * THE SAME STORE AND ITEM OR CLASS STAGED TWICE LEAVES IT
      * UNCLEAR WHICH LIMIT WAS MEANT.
           SET DUP-IDX TO 1.
           PERFORM UNTIL DUP-IDX >= NEW-IDX
               IF WS-NEW-KEY (DUP-IDX) = WS-NEW-KEY (NEW-IDX)
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "CAPACITY-MAINT: ROW " WS-ROW-NUMBER
                       " STAGES " WS-NEW-STORE (NEW-IDX) " "
                       WS-NEW-SCOPE (NEW-IDX) " "
                       WS-NEW-ITEM-KEY (NEW-IDX) " A SECOND TIME"
                   SET DUP-IDX TO NEW-IDX
               ELSE
                   SET DUP-IDX UP BY 1
               END-IF
           END-PERFORM.

       0130-LOAD-CAPACITY.
           MOVE 0 TO WS-CAP-COUNT.
           OPEN INPUT FI-CAPACITY.
           IF WS-CAPACITY-OK
               READ FI-CAPACITY AT END SET WS-CAPACITY-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CAPACITY-OK OR WS-CAP-COUNT >= 2000
                   ADD 1 TO WS-CAP-COUNT
                   SET CAP-IDX TO WS-CAP-COUNT
                   MOVE CAP-STORE TO WS-CAP-STORE (CAP-IDX)
                   MOVE CAP-SCOPE TO WS-CAP-SCOPE (CAP-IDX)
                   MOVE CAP-KEY TO WS-CAP-ITEM-KEY (CAP-IDX)
                   MOVE CAP-MAX-UNITS TO WS-CAP-UNITS (CAP-IDX)
                   MOVE CAP-SET-DATE TO WS-CAP-SET-DATE (CAP-IDX)
                   MOVE CAP-SET-BY TO WS-CAP-SET-BY (CAP-IDX)
                   MOVE "N" TO WS-CAP-REMOVED (CAP-IDX)
                   READ FI-CAPACITY AT END SET WS-CAPACITY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CAPACITY.

       0140-MERGE-AND-AUDIT.
      * OLD AND NEW LIMIT OF EVERY STAGED ROW, APPENDED SO THE AUDIT
      * FILE IS A RUNNING HISTORY OF EVERY CAPACITY CHANGE.
           OPEN EXTEND FI-AUDIT.
           IF NOT WS-AUDIT-OK
               CLOSE FI-AUDIT
               OPEN OUTPUT FI-AUDIT
           END-IF.
           MOVE SPACES TO FS-AUDIT-RECORD.
           STRING "CAPACITY CHANGE " WS-CURRENT-DATE " BY "
               WS-OPERATOR-ID
               DELIMITED BY SIZE INTO FS-AUDIT-RECORD.
           WRITE FS-AUDIT-RECORD.
           SET NEW-IDX TO 1.
           PERFORM UNTIL NEW-IDX > WS-NEW-COUNT
               PERFORM 0145-MERGE-ONE-ROW THRU 0145-EXIT
               SET NEW-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-AUDIT.

       0145-MERGE-ONE-ROW.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET CAP-IDX TO 1.
           PERFORM UNTIL CAP-IDX > WS-CAP-COUNT OR WS-KEY-FOUND
               IF WS-CAP-KEY (CAP-IDX) = WS-NEW-KEY (NEW-IDX)
                  AND WS-CAP-REMOVED (CAP-IDX) = "N"
                   SET WS-KEY-FOUND TO TRUE
               ELSE
                   SET CAP-IDX UP BY 1
               END-IF
           END-PERFORM.
           MOVE "(NONE)" TO WS-DISPLAY-OLD.
           MOVE "(NONE)" TO WS-DISPLAY-NEW.
           IF WS-KEY-FOUND
               MOVE WS-CAP-UNITS (CAP-IDX) TO WS-DISPLAY-UNITS
               MOVE WS-DISPLAY-UNITS TO WS-DISPLAY-OLD
               IF WS-NEW-UNITS (NEW-IDX) = "NONE "
                   MOVE "Y" TO WS-CAP-REMOVED (CAP-IDX)
                   ADD 1 TO WS-REMOVED-COUNT
               ELSE
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           ELSE
               IF WS-NEW-UNITS (NEW-IDX) = "NONE "
      * REMOVING A LIMIT THAT WAS NEVER SET CHANGES NOTHING.
                   GO TO 0145-EXIT
               END-IF
               IF WS-CAP-COUNT >= 2000
                   DISPLAY "CAPACITY-MAINT: CAPACITY FILE FULL - "
                       WS-NEW-KEY (NEW-IDX) " NOT ADDED"
                   GO TO 0145-EXIT
               END-IF
               ADD 1 TO WS-CAP-COUNT
               SET CAP-IDX TO WS-CAP-COUNT
               MOVE WS-NEW-KEY (NEW-IDX) TO WS-CAP-KEY (CAP-IDX)
               MOVE "N" TO WS-CAP-REMOVED (CAP-IDX)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           IF WS-NEW-UNITS (NEW-IDX) NOT = "NONE "
               MOVE WS-NEW-UNITS (NEW-IDX) TO WS-CAP-UNITS (CAP-IDX)
               MOVE WS-CAP-UNITS (CAP-IDX) TO WS-DISPLAY-UNITS
               MOVE WS-DISPLAY-UNITS TO WS-DISPLAY-NEW
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-CAP-SET-DATE (CAP-IDX).
           MOVE WS-OPERATOR-ID TO WS-CAP-SET-BY (CAP-IDX).
           MOVE SPACES TO FS-AUDIT-RECORD.
           STRING "  STORE " WS-NEW-STORE (NEW-IDX)
               " " WS-NEW-SCOPE (NEW-IDX)
               " " WS-NEW-ITEM-KEY (NEW-IDX)
               " OLD " WS-DISPLAY-OLD
               " NEW " WS-DISPLAY-NEW
               DELIMITED BY SIZE INTO FS-AUDIT-RECORD.
           WRITE FS-AUDIT-RECORD.

       0145-EXIT.
           EXIT.

       0150-INSTALL-CAPACITY.
           OPEN OUTPUT FI-CAPACITY.
           SET CAP-IDX TO 1.
           PERFORM UNTIL CAP-IDX > WS-CAP-COUNT
               IF WS-CAP-REMOVED (CAP-IDX) = "N"
                   MOVE SPACES TO FS-CAPACITY-RECORD
                   MOVE WS-CAP-STORE (CAP-IDX) TO CAP-STORE
                   MOVE WS-CAP-SCOPE (CAP-IDX) TO CAP-SCOPE
                   MOVE WS-CAP-ITEM-KEY (CAP-IDX) TO CAP-KEY
                   MOVE WS-CAP-UNITS (CAP-IDX) TO CAP-MAX-UNITS
                   MOVE WS-CAP-SET-DATE (CAP-IDX) TO CAP-SET-DATE
                   MOVE WS-CAP-SET-BY (CAP-IDX) TO CAP-SET-BY
                   WRITE FS-CAPACITY-RECORD
               END-IF
               SET CAP-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-CAPACITY.
