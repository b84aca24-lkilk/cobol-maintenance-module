      ******************************************************************
      *    COPYBOOK:  DUALREQ
      *    PURPOSE:   PARAMETER BLOCK FOR THE SHARED dual-control
      *               SUBPROGRAM (SEE ALSO APRTKT).  FUNCTIONS:
      *                 PRICE  - DCR-VALUE := DCR-UNITS x DCR-QUALITY x
      *                          THE data/unit-values.dat RATE FOR
      *                          DCR-ITEM-NAME'S RULE CLASS.
      *                 FIND   - LOOKS UP THE LATEST LIVE TICKET FOR
      *                          DCR-KIND/DCR-DETAIL WORTH DCR-VALUE.
      *                 CHECK  - FIND, AND STAGE A NEW PENDING TICKET
      *                          FOR DCR-MAKER WHEN THERE IS NONE.
      *                 POSTED - MARKS TICKET DCR-TICKET POSTED.
      *               DCR-RESULT ON RETURN FROM FIND/CHECK:
      *                 CLEAR    - NOT OVER THE LIMIT (OR NO LIMIT
      *                            SET) - POST AS ALWAYS
      *                 APPROVED - A CHECKER HAS PASSED IT - POST IT,
      *                            THEN CALL POSTED
      *                 PENDING  - STAGED EARLIER, AWAITING A CHECKER
      *                 REJECTED - THE CHECKER TURNED IT DOWN
      *                 NONE     - OVER THE LIMIT, NO TICKET (FIND)
      *                 STAGED   - NEW TICKET WRITTEN (CHECK)
      *                 NOMAKER  - DCR-MAKER BLANK OR NOT ON
      *                            data/operators.dat - NOT STAGED
      ******************************************************************
       01  DUAL-CONTROL-REQUEST.
           05  DCR-FUNCTION             PIC X(8).
           05  DCR-ITEM-NAME            PIC X(50).
           05  DCR-QUALITY              PIC S9(3).
           05  DCR-UNITS                PIC 9(7).
           05  DCR-KIND                 PIC X(8).
           05  DCR-DETAIL               PIC X(110).
           05  DCR-VALUE                PIC 9(9)V99.
           05  DCR-MAKER                PIC X(8).
           05  DCR-RESULT               PIC X(8).
               88  DCR-CLEAR            VALUE "CLEAR".
               88  DCR-IS-APPROVED      VALUE "APPROVED".
               88  DCR-IS-PENDING       VALUE "PENDING".
               88  DCR-IS-REJECTED      VALUE "REJECTED".
               88  DCR-IS-NONE          VALUE "NONE".
               88  DCR-IS-STAGED        VALUE "STAGED".
               88  DCR-NO-MAKER         VALUE "NOMAKER".
           05  DCR-TICKET               PIC 9(6).
           05  DCR-TICKET-MAKER         PIC X(8).
           05  DCR-MAKER-STAMP          PIC X(14).
           05  DCR-CHECKER              PIC X(8).
           05  DCR-CHECKER-STAMP        PIC X(14).
           05  DCR-LIMIT                PIC 9(7)V99.
