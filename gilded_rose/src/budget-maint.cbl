       IDENTIFICATION DIVISION.
       PROGRAM-ID. "budget-maint".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  MAINTENANCE UTILITY FOR THE STORE LOSS BUDGET
      *   data/store-budget.dat (SEE STRBUDG).  THE AREA MANAGER
      *   STAGES BUDGET ROWS AS store-budget.new - STORE, MONTH
      *   (YYYYMM), CATEGORY AND AMOUNT IN THE SAME COLUMNS AS THE
      *   BUDGET FILE - AND EVERY ROW IS EDITED: STORE A, B OR C, A
      *   REAL MONTH, ONE OF THE FOUR LOSS CATEGORIES, A NUMERIC
      *   AMOUNT, AND NO STORE/MONTH/CATEGORY STAGED TWICE.  A STAGED
      *   FILE WITH ANY BAD ROW IS REFUSED AND THE BUDGET LEFT
      *   UNTOUCHED, AS venue-maint DOES.  A CLEAN FILE IS MERGED:
      *   A ROW FOR A STORE, MONTH AND CATEGORY ALREADY BUDGETED
      *   REPLACES IT, ANY OTHER ROW IS ADDED, AND EVERY ROW NOT
      *   STAGED IS KEPT.  EACH INSTALLED ROW IS STAMPED WITH THE
      *   DATE AND OPERATOR, AND THE OLD AND NEW AMOUNTS ARE
      *   APPENDED TO budget-audit.dat.  TAKES A SUPERVISOR (ROLE 2)
      *   SIGN-ON WHEN data/operators.dat IS IN PLACE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-PROPOSED ASSIGN "store-budget.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-FILE-STATUS.
             SELECT OPTIONAL FI-BUDGET ASSIGN "data/store-budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
             SELECT FI-AUDIT ASSIGN "budget-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-PROPOSED.
           01 FS-PROPOSED-RECORD.
               05 FP-STORE              PIC X(3).
               05 FILLER                PIC X.
               05 FP-MONTH              PIC X(6).
               05 FILLER                PIC X.
               05 FP-CATEGORY           PIC X(9).
               05 FILLER                PIC X.
               05 FP-AMOUNT             PIC X(11).
               05 FP-AMOUNT-NUM REDEFINES FP-AMOUNT
                                        PIC 9(9)V99.

           FD FI-BUDGET.
           COPY "strbudg.cpy".

           FD FI-AUDIT.
           01 FS-AUDIT-RECORD           PIC X(100).

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

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

           01 WS-BUDGET-FILE-STATUS     PIC 99.
               88 WS-BUDGET-OK          VALUE 00.
               88 WS-BUDGET-EOF         VALUE 10.

           01 WS-AUDIT-FILE-STATUS      PIC 99.
               88 WS-AUDIT-OK           VALUE 00.

           01 WS-CURRENT-DATE           PIC X(8).

      * STAGED ROWS AS EDITED.
           01 WS-NEW-COUNT              PIC 9(3) VALUE 0.
           01 WS-NEW-TABLE.
               05 WS-NEW-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-NEW-COUNT
                   INDEXED BY NEW-IDX DUP-IDX.
                   10 WS-NEW-KEY.
                       15 WS-NEW-STORE   PIC X(3).
                       15 WS-NEW-MONTH   PIC X(6).
                       15 WS-NEW-CATEGORY PIC X(9).
                   10 WS-NEW-AMOUNT      PIC 9(9)V99.

      * THE BUDGET FILE AS IT STANDS, MERGED WITH THE STAGED ROWS.
           01 WS-BGT-COUNT              PIC 9(4) VALUE 0.
           01 WS-BGT-TABLE.
               05 WS-BGT-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-BGT-COUNT
                   INDEXED BY BGT-IDX.
                   10 WS-BGT-KEY.
                       15 WS-BGT-STORE   PIC X(3).
                       15 WS-BGT-MONTH   PIC X(6).
                       15 WS-BGT-CATEGORY PIC X(9).
                   10 WS-BGT-AMOUNT      PIC 9(9)V99.
                   10 WS-BGT-SET-DATE    PIC X(8).
                   10 WS-BGT-SET-BY      PIC X(8).

           01 WS-ERROR-COUNT            PIC 99 VALUE 0.
           01 WS-ROW-NUMBER             PIC 9(3) VALUE 0.
           01 WS-ADDED-COUNT            PIC 9(3) VALUE 0.
           01 WS-REPLACED-COUNT         PIC 9(3) VALUE 0.

           01 WS-ROW-SWITCH             PIC X.
               88 WS-ROW-GOOD           VALUE "Y".
               88 WS-ROW-BAD            VALUE "N".

           01 WS-CHECK-MONTH-TEXT.
               05 WS-CHECK-YEAR          PIC 9(4).
               05 WS-CHECK-MONTH         PIC 99.

           01 WS-FOUND-SWITCH           PIC X.
               88 WS-KEY-FOUND          VALUE "Y".

           01 WS-DISPLAY-OLD            PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-NEW            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 0011-OPERATOR-SIGN-ON THRU 0011-EXIT.
           MOVE SPACES TO WS-CURRENT-DATE.
           ACCEPT WS-CURRENT-DATE FROM ENVIRONMENT "processing_date".
           IF WS-CURRENT-DATE NOT NUMERIC
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT FI-PROPOSED.
           IF NOT WS-PROPOSED-OK
               DISPLAY "BUDGET-MAINT: store-budget.new NOT FOUND - "
                   "STAGE THE BUDGET ROWS THERE FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0110-LOAD-AND-EDIT-ROWS.
           CLOSE FI-PROPOSED.

           IF WS-NEW-COUNT = 0
               DISPLAY "BUDGET-MAINT: NO BUDGET ROWS STAGED - REFUSED"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF WS-ERROR-COUNT > 0
               DISPLAY "BUDGET-MAINT: " WS-ERROR-COUNT " ERROR(S) - "
                   "data/store-budget.dat LEFT UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0130-LOAD-BUDGET
               PERFORM 0140-MERGE-AND-AUDIT
               PERFORM 0150-INSTALL-BUDGET
               DISPLAY "BUDGET-MAINT: " WS-ADDED-COUNT " ROW(S) ADDED, "
                   WS-REPLACED-COUNT " REPLACED - SEE budget-audit.dat"
               MOVE "budget-maint" TO LOG-PROGRAM
               MOVE "0150-INSTALL" TO LOG-PARAGRAPH
               MOVE "I" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "STORE BUDGET INSTALLED BY " WS-OPERATOR-ID
                   " ADDED " WS-ADDED-COUNT
                   " REPLACED " WS-REPLACED-COUNT
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
               MOVE 0 TO RETURN-CODE
           END-IF.

       0300-RETURN.
           GOBACK.

       0011-OPERATOR-SIGN-ON.
      * SETTING A STORE'S BUDGET TAKES A SUPERVISOR (ROLE 2) ON THE
      * OPERATOR FILE.  A SHOP WITHOUT data/operators.dat HAS NOT
      * MIGRATED TO SIGN-ON AND RUNS AS BEFORE.
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
               DISPLAY "BUDGET-MAINT: OPERATOR '" WS-OPERATOR-ID
                   "' IS NOT ON data/operators.dat - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-OPR-ROLE < 2
               DISPLAY "BUDGET-MAINT: OPERATOR " WS-OPERATOR-ID
                   " IS NOT A SUPERVISOR - A BUDGET INSTALL TAKES "
                   "ROLE 2"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "budget-maint" TO LOG-PROGRAM.
           MOVE "0011-SIGN-ON" TO LOG-PARAGRAPH.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "BUDGET MAINTENANCE SIGNED ON BY " WS-OPERATOR-ID
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
               DISPLAY "BUDGET-MAINT: MORE THAN 500 ROWS STAGED - "
                   "STAGE THE REST IN A SECOND RUN"
           END-IF.

       0120-EDIT-ONE-ROW.
           SET WS-ROW-GOOD TO TRUE.
           IF FP-STORE NOT = "A" AND NOT = "B" AND NOT = "C"
               SET WS-ROW-BAD TO TRUE
               DISPLAY "BUDGET-MAINT: ROW " WS-ROW-NUMBER " STORE '"
                   FP-STORE "' IS NOT A, B OR C"
           END-IF.
           MOVE FP-MONTH TO WS-CHECK-MONTH-TEXT.
           IF WS-CHECK-MONTH-TEXT NOT NUMERIC
               SET WS-ROW-BAD TO TRUE
               DISPLAY "BUDGET-MAINT: ROW " WS-ROW-NUMBER " MONTH '"
                   FP-MONTH "' IS NOT YYYYMM"
           ELSE
               IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                  OR WS-CHECK-YEAR < 2000
                   SET WS-ROW-BAD TO TRUE
                   DISPLAY "BUDGET-MAINT: ROW " WS-ROW-NUMBER
                       " MONTH '" FP-MONTH "' IS NOT A REAL MONTH"
               END-IF
           END-IF.
           MOVE FP-CATEGORY TO BGT-CATEGORY.
           IF NOT BGT-CATEGORY-VALID
               SET WS-ROW-BAD TO TRUE
               DISPLAY "BUDGET-MAINT: ROW " WS-ROW-NUMBER
                   " CATEGORY '" FP-CATEGORY "' IS NOT DECAY, "
                   "WRITEOFF, DISCARDED OR DAMAGED"
           END-IF.
           IF FP-AMOUNT NOT NUMERIC
               SET WS-ROW-BAD TO TRUE
               DISPLAY "BUDGET-MAINT: ROW " WS-ROW-NUMBER
                   " AMOUNT '" FP-AMOUNT "' IS NOT 11 DIGITS "
                   "(9 WHOLE, 2 DECIMAL)"
           END-IF.
           IF WS-ROW-BAD
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-NEW-COUNT
               SET NEW-IDX TO WS-NEW-COUNT
               MOVE FP-STORE TO WS-NEW-STORE (NEW-IDX)
               MOVE FP-MONTH TO WS-NEW-MONTH (NEW-IDX)
               MOVE FP-CATEGORY TO WS-NEW-CATEGORY (NEW-IDX)
               MOVE FP-AMOUNT-NUM TO WS-NEW-AMOUNT (NEW-IDX)
               PERFORM 0125-CHECK-DUPLICATE
           END-IF.

       0125-CHECK-DUPLICATE.
      * THE SAME STORE, MONTH AND CATEGORY STAGED TWICE LEAVES IT
      * UNCLEAR WHICH AMOUNT WAS MEANT.
           SET DUP-IDX TO 1.
           PERFORM UNTIL DUP-IDX >= NEW-IDX
               IF WS-NEW-KEY (DUP-IDX) = WS-NEW-KEY (NEW-IDX)
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "BUDGET-MAINT: ROW " WS-ROW-NUMBER
                       " STAGES " WS-NEW-STORE (NEW-IDX) " "
                       WS-NEW-MONTH (NEW-IDX) " "
                       WS-NEW-CATEGORY (NEW-IDX) " A SECOND TIME"
                   SET DUP-IDX TO NEW-IDX
               ELSE
                   SET DUP-IDX UP BY 1
               END-IF
           END-PERFORM.

       0130-LOAD-BUDGET.
           MOVE 0 TO WS-BGT-COUNT.
           OPEN INPUT FI-BUDGET.
           IF WS-BUDGET-OK
               READ FI-BUDGET AT END SET WS-BUDGET-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-BUDGET-OK OR WS-BGT-COUNT >= 5000
                   ADD 1 TO WS-BGT-COUNT
                   SET BGT-IDX TO WS-BGT-COUNT
                   MOVE BGT-STORE TO WS-BGT-STORE (BGT-IDX)
                   MOVE BGT-MONTH TO WS-BGT-MONTH (BGT-IDX)
                   MOVE BGT-CATEGORY TO WS-BGT-CATEGORY (BGT-IDX)
                   MOVE BGT-AMOUNT TO WS-BGT-AMOUNT (BGT-IDX)
                   MOVE BGT-SET-DATE TO WS-BGT-SET-DATE (BGT-IDX)
                   MOVE BGT-SET-BY TO WS-BGT-SET-BY (BGT-IDX)
                   READ FI-BUDGET AT END SET WS-BUDGET-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-BUDGET.

       0140-MERGE-AND-AUDIT.
      * OLD AND NEW AMOUNT OF EVERY STAGED ROW, APPENDED SO THE AUDIT
      * FILE IS A RUNNING HISTORY OF EVERY BUDGET CHANGE.
           OPEN EXTEND FI-AUDIT.
           IF NOT WS-AUDIT-OK
               CLOSE FI-AUDIT
               OPEN OUTPUT FI-AUDIT
           END-IF.
           MOVE SPACES TO FS-AUDIT-RECORD.
           STRING "BUDGET CHANGE " WS-CURRENT-DATE " BY "
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
           SET BGT-IDX TO 1.
           PERFORM UNTIL BGT-IDX > WS-BGT-COUNT OR WS-KEY-FOUND
               IF WS-BGT-KEY (BGT-IDX) = WS-NEW-KEY (NEW-IDX)
                   SET WS-KEY-FOUND TO TRUE
               ELSE
                   SET BGT-IDX UP BY 1
               END-IF
           END-PERFORM.
           MOVE SPACES TO FS-AUDIT-RECORD.
           IF WS-KEY-FOUND
               MOVE WS-BGT-AMOUNT (BGT-IDX) TO WS-DISPLAY-OLD
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               IF WS-BGT-COUNT >= 5000
                   DISPLAY "BUDGET-MAINT: BUDGET FILE FULL - "
                       WS-NEW-KEY (NEW-IDX) " NOT ADDED"
                   GO TO 0145-EXIT
               END-IF
               ADD 1 TO WS-BGT-COUNT
               SET BGT-IDX TO WS-BGT-COUNT
               MOVE WS-NEW-KEY (NEW-IDX) TO WS-BGT-KEY (BGT-IDX)
               MOVE 0 TO WS-DISPLAY-OLD
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           MOVE WS-NEW-AMOUNT (NEW-IDX) TO WS-BGT-AMOUNT (BGT-IDX).
           MOVE WS-CURRENT-DATE TO WS-BGT-SET-DATE (BGT-IDX).
           MOVE WS-OPERATOR-ID TO WS-BGT-SET-BY (BGT-IDX).
           MOVE WS-NEW-AMOUNT (NEW-IDX) TO WS-DISPLAY-NEW.
           IF WS-KEY-FOUND
               STRING "  STORE " WS-NEW-STORE (NEW-IDX)
                   " " WS-NEW-MONTH (NEW-IDX)
                   " " WS-NEW-CATEGORY (NEW-IDX)
                   " OLD " WS-DISPLAY-OLD
                   " NEW " WS-DISPLAY-NEW
                   DELIMITED BY SIZE INTO FS-AUDIT-RECORD
           ELSE
               STRING "  STORE " WS-NEW-STORE (NEW-IDX)
                   " " WS-NEW-MONTH (NEW-IDX)
                   " " WS-NEW-CATEGORY (NEW-IDX)
                   " OLD (NONE)       "
                   " NEW " WS-DISPLAY-NEW
                   DELIMITED BY SIZE INTO FS-AUDIT-RECORD
           END-IF.
           WRITE FS-AUDIT-RECORD.

       0145-EXIT.
           EXIT.

       0150-INSTALL-BUDGET.
           OPEN OUTPUT FI-BUDGET.
           SET BGT-IDX TO 1.
           PERFORM UNTIL BGT-IDX > WS-BGT-COUNT
               MOVE SPACES TO FS-BUDGET-RECORD
               MOVE WS-BGT-STORE (BGT-IDX) TO BGT-STORE
               MOVE WS-BGT-MONTH (BGT-IDX) TO BGT-MONTH
               MOVE WS-BGT-CATEGORY (BGT-IDX) TO BGT-CATEGORY
               MOVE WS-BGT-AMOUNT (BGT-IDX) TO BGT-AMOUNT
               MOVE WS-BGT-SET-DATE (BGT-IDX) TO BGT-SET-DATE
               MOVE WS-BGT-SET-BY (BGT-IDX) TO BGT-SET-BY
               WRITE FS-BUDGET-RECORD
               SET BGT-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-BUDGET.
