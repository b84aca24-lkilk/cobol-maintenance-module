       IDENTIFICATION DIVISION.
       PROGRAM-ID. "merch-rollup".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  SHARED MERCHANDISE-HIERARCHY ROLLUP.  EVERY
      *   REPORT GROUPED ONLY BY RULE CLASS BECAUSE THAT WAS ALL THE
      *   ITEM MASTER KNEW; MANAGEMENT THINKS IN DEPARTMENTS AND
      *   CATEGORIES.  EACH MASTER ROW NOW NAMES A CATEGORY
      *   (MST-CATEGORY) ON data/merch-hierarchy.dat (SEE MERCHHIR),
      *   BOTH MAINTAINED THROUGH item-maint.  valuation,
      *   sales-report, shrinkage AND turnover HAND EACH LINE THEY
      *   TOTAL TO THIS PROGRAM (SEE THE MERCHREQ COPYBOOK FOR THE
      *   FUNCTIONS) AND READ BACK DEPARTMENT SUBTOTALS, THE
      *   CATEGORIES WITHIN THEM, AND THE ITEMS NOT YET CATEGORISED
      *   SO THE MASTER CAN BE CLEANED UP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
             SELECT OPTIONAL FI-HIERARCHY
               ASSIGN "data/merch-hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIERARCHY-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-MASTER.
           COPY "itemmst.cpy".

           FD FI-HIERARCHY.
           COPY "merchhir.cpy".

       WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

           01 WS-HIERARCHY-FILE-STATUS  PIC 99.
               88 WS-HIERARCHY-OK       VALUE 00.
               88 WS-HIERARCHY-EOF      VALUE 10.

           01 WS-MASTER-COUNT           PIC 9(4) VALUE 0.
           01 WS-MASTER-TABLE.
               05 WS-MASTER-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MASTER-IDX.
                   10 WS-MASTER-TBL-ID   PIC 9(6).
                   10 WS-MASTER-TBL-NAME PIC X(50).
                   10 WS-MASTER-TBL-CATEGORY PIC X(4).

      * THE HIERARCHY IN FILE ORDER - THE ORDER THE ROLLUP LINES
      * COME BACK IN.  SUBTOTALS ARE KEPT ON THE CATEGORY ROWS; A
      * DEPARTMENT'S IS THE SUM OF ITS CATEGORIES.
           01 WS-HIR-COUNT              PIC 9(3) VALUE 0.
           01 WS-HIR-TABLE.
               05 WS-HIR-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON WS-HIR-COUNT
                   INDEXED BY HIR-IDX.
                   10 WS-HIR-LEVEL       PIC X.
                   10 WS-HIR-CODE        PIC X(4).
                   10 WS-HIR-PARENT      PIC X(4).
                   10 WS-HIR-DESC        PIC X(30).
                   10 WS-HIR-LINES       PIC 9(7).
                   10 WS-HIR-AMOUNT      PIC S9(11)V99 OCCURS 4 TIMES.

           01 WS-CAT-IDX                PIC 9(3).
           01 WS-DEPT-IDX               PIC 9(3).

      * WHATEVER COULD NOT BE PUT IN A CATEGORY, AND WHICH ITEMS.
           01 WS-UNC-LINES              PIC 9(7) VALUE 0.
           01 WS-UNC-AMOUNT             PIC S9(11)V99 OCCURS 4 TIMES.
           01 WS-UNC-COUNT              PIC 9(3) VALUE 0.
           01 WS-UNC-TABLE.
               05 WS-UNC-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-UNC-COUNT
                   INDEXED BY UNC-IDX.
                   10 WS-UNC-ID          PIC 9(6).
                   10 WS-UNC-NAME        PIC X(50).
                   10 WS-UNC-RESULT      PIC X.

           01 WS-AMT-IDX                PIC 9.

      * WHERE THE NEXT FUNCTION HAS GOT TO: H WALKING THE
      * HIERARCHY, U THE UNCATEGORISED TOTAL, I THE ITEM LIST,
      * E DONE.
           01 WS-NEXT-PHASE             PIC X VALUE "H".
               88 WS-NEXT-HIERARCHY     VALUE "H".
               88 WS-NEXT-UNCATEGORISED VALUE "U".
               88 WS-NEXT-ITEMS         VALUE "I".
               88 WS-NEXT-DONE          VALUE "E".
           01 WS-DEPT-POS               PIC 9(3) VALUE 0.
           01 WS-CAT-POS                PIC 9(3) VALUE 0.
           01 WS-ITEM-POS               PIC 9(3) VALUE 0.
           01 WS-SCAN-POS               PIC 9(3).

       LINKAGE SECTION.
           COPY "merchreq.cpy".

       PROCEDURE DIVISION USING MERCH-REQUEST.
           EVALUATE TRUE
               WHEN MRQ-RESET
                   PERFORM 0100-RESET
               WHEN MRQ-LOOKUP
                   PERFORM 0200-LOOKUP THRU 0200-EXIT
               WHEN MRQ-ADD
                   PERFORM 0200-LOOKUP THRU 0200-EXIT
                   PERFORM 0300-ADD-AMOUNTS
               WHEN MRQ-NEXT
                   PERFORM 0400-NEXT-LINE THRU 0400-EXIT
           END-EVALUATE.

       0900-RETURN.
           GOBACK.

       0100-RESET.
      * RELOADED EACH TIME: item-maint MAY HAVE CHANGED EITHER FILE
      * SINCE THE LAST REPORT IN THIS RUN.
           MOVE 0 TO WS-MASTER-COUNT.
           OPEN INPUT FI-MASTER.
           IF WS-MASTER-OK
               READ FI-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-MASTER-OK
                   OR WS-MASTER-COUNT >= 9999
                   ADD 1 TO WS-MASTER-COUNT
                   SET MASTER-IDX TO WS-MASTER-COUNT
                   MOVE MST-ITEM-ID   TO WS-MASTER-TBL-ID (MASTER-IDX)
                   MOVE MST-ITEM-NAME TO WS-MASTER-TBL-NAME (MASTER-IDX)
                   MOVE MST-CATEGORY
                       TO WS-MASTER-TBL-CATEGORY (MASTER-IDX)
                   READ FI-MASTER NEXT RECORD
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-MASTER.
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
                       SET HIR-IDX TO WS-HIR-COUNT
                       MOVE HIR-LEVEL TO WS-HIR-LEVEL (HIR-IDX)
                       MOVE HIR-CODE TO WS-HIR-CODE (HIR-IDX)
                       MOVE HIR-PARENT TO WS-HIR-PARENT (HIR-IDX)
                       MOVE HIR-DESCRIPTION TO WS-HIR-DESC (HIR-IDX)
                       MOVE 0 TO WS-HIR-LINES (HIR-IDX)
                       PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                           UNTIL WS-AMT-IDX > 4
                           MOVE 0 TO WS-HIR-AMOUNT (HIR-IDX WS-AMT-IDX)
                       END-PERFORM
                   END-IF
                   READ FI-HIERARCHY
                       AT END SET WS-HIERARCHY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-HIERARCHY.
           MOVE 0 TO WS-UNC-LINES.
           MOVE 0 TO WS-UNC-COUNT.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 4
               MOVE 0 TO WS-UNC-AMOUNT (WS-AMT-IDX)
           END-PERFORM.
           SET WS-NEXT-HIERARCHY TO TRUE.
           MOVE 0 TO WS-DEPT-POS.
           MOVE 0 TO WS-CAT-POS.
           MOVE 0 TO WS-ITEM-POS.

       0200-LOOKUP.
      * BY ITEM NUMBER WHEN THE CALLER HAS ONE, ELSE BY NAME.  A
      * CATEGORY THAT IS NOT ON THE HIERARCHY, OR WHOSE DEPARTMENT
      * IS NOT, COUNTS AS NOT CATEGORISED.
           SET MRQ-NOT-ON-MASTER TO TRUE.
           MOVE SPACES TO MRQ-CATEGORY MRQ-DEPARTMENT.
           MOVE "NOT CATEGORISED" TO MRQ-CATEGORY-DESC.
           MOVE "NOT CATEGORISED" TO MRQ-DEPARTMENT-DESC.
           MOVE 0 TO WS-CAT-IDX.
           SET MASTER-IDX TO 1.
           IF MRQ-ITEM-ID NUMERIC AND MRQ-ITEM-ID > 0
               PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
                   OR WS-MASTER-TBL-ID (MASTER-IDX) = MRQ-ITEM-ID
                   SET MASTER-IDX UP BY 1
               END-PERFORM
           ELSE
               MOVE 0 TO MRQ-ITEM-ID
               PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
                   OR WS-MASTER-TBL-NAME (MASTER-IDX) = MRQ-ITEM-NAME
                   SET MASTER-IDX UP BY 1
               END-PERFORM
           END-IF.
           IF MASTER-IDX > WS-MASTER-COUNT
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-MASTER-TBL-ID (MASTER-IDX) TO MRQ-ITEM-ID.
           MOVE WS-MASTER-TBL-NAME (MASTER-IDX) TO MRQ-ITEM-NAME.
           SET MRQ-UNCATEGORISED TO TRUE.
           IF WS-MASTER-TBL-CATEGORY (MASTER-IDX) = SPACES
               GO TO 0200-EXIT
           END-IF.
           SET HIR-IDX TO 1.
           PERFORM UNTIL HIR-IDX > WS-HIR-COUNT
               OR (WS-HIR-LEVEL (HIR-IDX) = "C"
                   AND WS-HIR-CODE (HIR-IDX) =
                       WS-MASTER-TBL-CATEGORY (MASTER-IDX))
               SET HIR-IDX UP BY 1
           END-PERFORM.
           IF HIR-IDX > WS-HIR-COUNT
               GO TO 0200-EXIT
           END-IF.
           SET WS-CAT-IDX TO HIR-IDX.
           SET HIR-IDX TO 1.
           PERFORM UNTIL HIR-IDX > WS-HIR-COUNT
               OR (WS-HIR-LEVEL (HIR-IDX) = "D"
                   AND WS-HIR-CODE (HIR-IDX) =
                       WS-HIR-PARENT (WS-CAT-IDX))
               SET HIR-IDX UP BY 1
           END-PERFORM.
           IF HIR-IDX > WS-HIR-COUNT
               MOVE 0 TO WS-CAT-IDX
               GO TO 0200-EXIT
           END-IF.
           SET MRQ-CATEGORISED TO TRUE.
           MOVE WS-HIR-CODE (WS-CAT-IDX) TO MRQ-CATEGORY.
           MOVE WS-HIR-DESC (WS-CAT-IDX) TO MRQ-CATEGORY-DESC.
           MOVE WS-HIR-CODE (HIR-IDX) TO MRQ-DEPARTMENT.
           MOVE WS-HIR-DESC (HIR-IDX) TO MRQ-DEPARTMENT-DESC.

       0200-EXIT.
           EXIT.

       0300-ADD-AMOUNTS.
           IF MRQ-CATEGORISED
               ADD 1 TO WS-HIR-LINES (WS-CAT-IDX)
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 4
                   ADD MRQ-AMOUNT (WS-AMT-IDX)
                       TO WS-HIR-AMOUNT (WS-CAT-IDX WS-AMT-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-UNC-LINES
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 4
                   ADD MRQ-AMOUNT (WS-AMT-IDX)
                       TO WS-UNC-AMOUNT (WS-AMT-IDX)
               END-PERFORM
               PERFORM 0310-LIST-UNCATEGORISED
           END-IF.

       0310-LIST-UNCATEGORISED.
      * EACH ITEM ONCE - BY NUMBER WHEN IT HAS ONE, ELSE BY NAME.
           SET UNC-IDX TO 1.
           PERFORM UNTIL UNC-IDX > WS-UNC-COUNT
               OR (MRQ-ITEM-ID > 0
                   AND WS-UNC-ID (UNC-IDX) = MRQ-ITEM-ID)
               OR (MRQ-ITEM-ID = 0
                   AND WS-UNC-ID (UNC-IDX) = 0
                   AND WS-UNC-NAME (UNC-IDX) = MRQ-ITEM-NAME)
               SET UNC-IDX UP BY 1
           END-PERFORM.
           IF UNC-IDX > WS-UNC-COUNT AND WS-UNC-COUNT < 500
               ADD 1 TO WS-UNC-COUNT
               SET UNC-IDX TO WS-UNC-COUNT
               MOVE MRQ-ITEM-ID TO WS-UNC-ID (UNC-IDX)
               MOVE MRQ-ITEM-NAME TO WS-UNC-NAME (UNC-IDX)
               MOVE MRQ-RESULT TO WS-UNC-RESULT (UNC-IDX)
           END-IF.

       0400-NEXT-LINE.
      * DEPARTMENTS IN FILE ORDER, EACH FOLLOWED BY ITS CATEGORIES;
      * ONLY THOSE THE REPORT ACTUALLY ADDED TO ARE RETURNED.  THEN
      * THE UNCATEGORISED TOTAL AND ITS ITEMS, THEN END.
           PERFORM 0440-CLEAR-LINE.
           IF NOT WS-NEXT-HIERARCHY
               GO TO 0400-AFTER-HIERARCHY
           END-IF.
           IF WS-DEPT-POS > 0
               PERFORM 0410-NEXT-CATEGORY
               IF WS-CAT-POS > 0
                   SET MRQ-LINE-CATEGORY TO TRUE
                   MOVE WS-HIR-CODE (WS-CAT-POS) TO MRQ-LINE-CODE
                   MOVE WS-HIR-DESC (WS-CAT-POS) TO MRQ-LINE-DESC
                   MOVE WS-HIR-LINES (WS-CAT-POS) TO MRQ-LINE-COUNT
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > 4
                       MOVE WS-HIR-AMOUNT (WS-CAT-POS WS-AMT-IDX)
                           TO MRQ-AMOUNT (WS-AMT-IDX)
                   END-PERFORM
                   GO TO 0400-EXIT
               END-IF
           END-IF.
           PERFORM 0420-NEXT-DEPARTMENT.
           IF WS-DEPT-POS > 0
               SET MRQ-LINE-DEPARTMENT TO TRUE
               MOVE WS-HIR-CODE (WS-DEPT-POS) TO MRQ-LINE-CODE
               MOVE WS-HIR-DESC (WS-DEPT-POS) TO MRQ-LINE-DESC
               GO TO 0400-EXIT
           END-IF.
           SET WS-NEXT-UNCATEGORISED TO TRUE.

       0400-AFTER-HIERARCHY.
           PERFORM 0440-CLEAR-LINE.
           IF WS-NEXT-UNCATEGORISED
               SET WS-NEXT-ITEMS TO TRUE
               IF WS-UNC-LINES > 0
                   SET MRQ-LINE-UNCATEGORISED TO TRUE
                   MOVE "NOT CATEGORISED" TO MRQ-LINE-DESC
                   MOVE WS-UNC-LINES TO MRQ-LINE-COUNT
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > 4
                       MOVE WS-UNC-AMOUNT (WS-AMT-IDX)
                           TO MRQ-AMOUNT (WS-AMT-IDX)
                   END-PERFORM
                   GO TO 0400-EXIT
               END-IF
           END-IF.
           IF WS-NEXT-ITEMS AND WS-ITEM-POS < WS-UNC-COUNT
               ADD 1 TO WS-ITEM-POS
               SET MRQ-LINE-ITEM TO TRUE
               MOVE WS-UNC-ID (WS-ITEM-POS) TO MRQ-ITEM-ID
               MOVE WS-UNC-NAME (WS-ITEM-POS) TO MRQ-ITEM-NAME
               MOVE WS-UNC-RESULT (WS-ITEM-POS) TO MRQ-RESULT
               GO TO 0400-EXIT
           END-IF.
           SET WS-NEXT-DONE TO TRUE.
           SET MRQ-LINE-END TO TRUE.

       0400-EXIT.
           EXIT.

       0410-NEXT-CATEGORY.
      * NEXT CATEGORY AFTER WS-CAT-POS UNDER THE CURRENT DEPARTMENT
      * WITH ANYTHING ADDED TO IT; ZERO WHEN THERE IS NONE.
           COMPUTE WS-SCAN-POS = WS-CAT-POS + 1.
           MOVE 0 TO WS-CAT-POS.
           PERFORM UNTIL WS-SCAN-POS > WS-HIR-COUNT OR WS-CAT-POS > 0
               IF WS-HIR-LEVEL (WS-SCAN-POS) = "C"
                  AND WS-HIR-PARENT (WS-SCAN-POS) =
                      WS-HIR-CODE (WS-DEPT-POS)
                  AND WS-HIR-LINES (WS-SCAN-POS) > 0
                   MOVE WS-SCAN-POS TO WS-CAT-POS
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       0420-NEXT-DEPARTMENT.
      * NEXT DEPARTMENT AFTER WS-DEPT-POS WITH ANYTHING ADDED UNDER
      * IT, ITS SUBTOTAL SUMMED FROM ITS CATEGORIES INTO THE
      * REQUEST; ZERO WHEN THERE IS NONE.  WS-CAT-POS IS LEFT AT
      * ZERO SO ITS CATEGORIES ARE WALKED FROM THE TOP.
           COMPUTE WS-SCAN-POS = WS-DEPT-POS + 1.
           MOVE 0 TO WS-DEPT-POS.
           MOVE 0 TO WS-CAT-POS.
           PERFORM UNTIL WS-SCAN-POS > WS-HIR-COUNT OR WS-DEPT-POS > 0
               IF WS-HIR-LEVEL (WS-SCAN-POS) = "D"
                   MOVE WS-SCAN-POS TO WS-DEPT-IDX
                   PERFORM 0430-SUM-DEPARTMENT
                   IF MRQ-LINE-COUNT > 0
                       MOVE WS-SCAN-POS TO WS-DEPT-POS
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       0430-SUM-DEPARTMENT.
           MOVE 0 TO MRQ-LINE-COUNT.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 4
               MOVE 0 TO MRQ-AMOUNT (WS-AMT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-HIR-COUNT
               IF WS-HIR-LEVEL (WS-CAT-IDX) = "C"
                  AND WS-HIR-PARENT (WS-CAT-IDX) =
                      WS-HIR-CODE (WS-DEPT-IDX)
                   ADD WS-HIR-LINES (WS-CAT-IDX) TO MRQ-LINE-COUNT
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > 4
                       ADD WS-HIR-AMOUNT (WS-CAT-IDX WS-AMT-IDX)
                           TO MRQ-AMOUNT (WS-AMT-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

       0440-CLEAR-LINE.
           MOVE SPACES TO MRQ-LINE-CODE MRQ-LINE-DESC.
           MOVE SPACES TO MRQ-ITEM-NAME.
           MOVE 0 TO MRQ-ITEM-ID MRQ-LINE-COUNT.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 4
               MOVE 0 TO MRQ-AMOUNT (WS-AMT-IDX)
           END-PERFORM.
