      ******************************************************************
      *    COPYBOOK:  MERCHREQ
      *    PURPOSE:   PARAMETER BLOCK FOR THE SHARED merch-rollup
      *               SUBPROGRAM, WHICH RESOLVES AN ITEM TO ITS
      *               CATEGORY AND DEPARTMENT (ITEM MASTER PLUS
      *               data/merch-hierarchy.dat) AND KEEPS A REPORT'S
      *               DEPARTMENT AND CATEGORY SUBTOTALS.  FUNCTIONS:
      *                 R  RESET  - (RE)LOAD THE MASTER AND HIERARCHY
      *                             AND CLEAR THE SUBTOTALS.  CALL
      *                             FIRST, ONCE PER REPORT.
      *                 L  LOOKUP - RESOLVE MRQ-ITEM-ID (OR, WHEN
      *                             ZERO, MRQ-ITEM-NAME).
      *                 A  ADD    - LOOKUP, THEN ADD MRQ-AMOUNT (1-4)
      *                             TO THE ITEM'S CATEGORY, OR TO THE
      *                             UNCATEGORISED TOTAL AND LIST.
      *                 N  NEXT   - RETURN THE NEXT REPORT LINE IN
      *                             MRQ-LINE-TYPE:
      *                               D  DEPARTMENT SUBTOTAL
      *                               C  CATEGORY WITHIN IT
      *                               U  UNCATEGORISED TOTAL
      *                               I  ONE UNCATEGORISED ITEM
      *                               E  END OF THE ROLLUP
      *               THE MEANING OF EACH AMOUNT IS UP TO THE CALLER
      *               (UNITS, VALUE, REVENUE ...).  MRQ-RESULT AFTER
      *               L OR A: F = CATEGORISED, U = ON THE MASTER BUT
      *               NOT (VALIDLY) CATEGORISED, M = NOT ON THE MASTER.
      ******************************************************************
       01  MERCH-REQUEST.
           05  MRQ-FUNCTION         PIC X.
               88  MRQ-RESET        VALUE "R".
               88  MRQ-LOOKUP       VALUE "L".
               88  MRQ-ADD          VALUE "A".
               88  MRQ-NEXT         VALUE "N".
           05  MRQ-ITEM-ID          PIC 9(6).
           05  MRQ-ITEM-NAME        PIC X(50).
           05  MRQ-RESULT           PIC X.
               88  MRQ-CATEGORISED  VALUE "F".
               88  MRQ-UNCATEGORISED VALUE "U".
               88  MRQ-NOT-ON-MASTER VALUE "M".
           05  MRQ-CATEGORY         PIC X(4).
           05  MRQ-CATEGORY-DESC    PIC X(30).
           05  MRQ-DEPARTMENT       PIC X(4).
           05  MRQ-DEPARTMENT-DESC  PIC X(30).
           05  MRQ-AMOUNT           PIC S9(11)V99 OCCURS 4 TIMES.
           05  MRQ-LINE-TYPE        PIC X.
               88  MRQ-LINE-DEPARTMENT VALUE "D".
               88  MRQ-LINE-CATEGORY VALUE "C".
               88  MRQ-LINE-UNCATEGORISED VALUE "U".
               88  MRQ-LINE-ITEM    VALUE "I".
               88  MRQ-LINE-END     VALUE "E".
           05  MRQ-LINE-CODE        PIC X(4).
           05  MRQ-LINE-DESC        PIC X(30).
           05  MRQ-LINE-COUNT       PIC 9(7).
