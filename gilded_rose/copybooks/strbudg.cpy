      ******************************************************************
      *    COPYBOOK:  STRBUDG
      *    PURPOSE:   STORE LOSS BUDGET (data/store-budget.dat).  ONE
      *               ROW PER STORE ROOM, MONTH AND LOSS CATEGORY,
      *               HOLDING THE CURRENCY AMOUNT THE AREA MANAGER
      *               PLANS TO LOSE THAT MONTH.  MAINTAINED ONLY BY
      *               budget-maint AND READ BY budget-variance.
      *               CATEGORIES:
      *                 DECAY     - VALUE LOST TO NIGHTLY DECAY
      *                             (valuation-history.dat)
      *                 WRITEOFF  - VALUE WRITTEN OFF AT ZERO QUALITY
      *                             (valuation-history.dat)
      *                 DISCARDED - REMOVED AS DISCARDED
      *                             (disposition-history.dat)
      *                 DAMAGED   - REMOVED AS DAMAGED
      *                             (disposition-history.dat)
      *               A STORE, MONTH AND CATEGORY WITH NO ROW HAS NO
      *               BUDGET; ANY LOSS AGAINST IT IS OVER PLAN.
      *               BGT-SET-DATE AND BGT-SET-BY SAY WHEN AND BY WHOM
      *               THE AMOUNT WAS LAST INSTALLED.
      ******************************************************************
       01  FS-BUDGET-RECORD.
           05  BGT-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  BGT-MONTH            PIC X(6).
           05  FILLER               PIC X.
           05  BGT-CATEGORY         PIC X(9).
               88  BGT-IS-DECAY     VALUE "DECAY".
               88  BGT-IS-WRITEOFF  VALUE "WRITEOFF".
               88  BGT-IS-DISCARDED VALUE "DISCARDED".
               88  BGT-IS-DAMAGED   VALUE "DAMAGED".
               88  BGT-CATEGORY-VALID VALUE "DECAY" "WRITEOFF"
                                        "DISCARDED" "DAMAGED".
           05  FILLER               PIC X.
           05  BGT-AMOUNT           PIC 9(9)V99.
           05  FILLER               PIC X.
           05  BGT-SET-DATE         PIC X(8).
           05  FILLER               PIC X.
           05  BGT-SET-BY           PIC X(8).
