       IDENTIFICATION DIVISION.
       PROGRAM-ID. "customer-return".

      * MODIFICATION HISTORY:
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - EVERY RETURN PUT BACK ON THE SHELF NOW ALSO POSTS A RETURN
      *   MOVEMENT OF THE UNITS TO THE STOCK LEDGER THROUGH
      *   stock-ledger (SEE STKMOVE).
      * - NEW PROGRAM.  CUSTOMER RETURNS.  A SOLD REMOVAL COULD NOT BE
      *   REVERSED: WHEN A CUSTOMER BROUGHT BACK AN UNOPENED ITEM THE
      *   SHELF COUNT WAS EITHER LEFT SHORT OR A LINE WAS FAKED ONTO
      *   deliveries.dat, WHERE receiving GAVE IT A BRAND-NEW LOT AND
      *   THE SUPPLIER'S RECEIVING FIGURES WENT WRONG.  THIS PROGRAM
      *   READS THE COUNTER'S customer-returns.dat (PERMANENT ITEM
      *   ID, STORE, DATE OF SALE, UNITS) AND FINDS THE ORIGINAL SOLD
      *   ROWS FOR THAT ITEM, STORE AND DATE ON
      *   disposition-history.dat.  THE UNITS GO BACK INTO in.dat
      *   UNDER THE SOLD ROW'S OWN ITEM-LOT, WITH SELL-IN AND QUALITY
      *   AGED FORWARD ONE NIGHT FOR EVERY DAY THE UNIT WAS AWAY
      *   (THE ENGINE'S RULES AND STORAGE PROFILES), JOINING THE
      *   LOT'S EXISTING RECORD WHEN IT IS ON THE SHELF IN THE SAME
      *   CONDITION.  EACH RETURN IS APPENDED TO return-history.dat
      *   (SEE RTNHIST), WHICH IS ALSO HOW UNITS ALREADY RETURNED
      *   AGAINST A SALE ARE COUNTED OFF IT.  A RETURN THAT MATCHES
      *   NO SALE, OR BRINGS BACK MORE UNITS THAN WERE SOLD, IS
      *   REFUSED TO customer-return-register.dat.  THE RETURN DATE
      *   IS processing_date (TODAY WHEN UNSET); A DATE IN A PERIOD
      *   month-end HAS CLOSED IS REFUSED.  in.dat IS REWRITTEN
      *   THROUGH inwork.dat THE SAME WAY disposal DOES IT, AND LIKE
      *   THE OTHER DAYTIME in.dat UTILITIES THE PROGRAM REFUSES TO
      *   START WHILE THE NIGHTLY RUN HOLDS run-lock.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-RETURNS ASSIGN "customer-returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FILE-STATUS.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT FI-WORK ASSIGN "inwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
             SELECT OPTIONAL FI-HISTORY
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT OPTIONAL FI-RETURN-HISTORY
               ASSIGN "return-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNHIST-FILE-STATUS.
             SELECT FI-REGISTER ASSIGN "customer-return-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-CONTROL ASSIGN "period-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-PROFILES
               ASSIGN "data/storage-profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.

             SELECT OPTIONAL FI-RUNLOCK ASSIGN "run-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-FILE-STATUS.
             SELECT OPTIONAL FI-RUNLOG ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-RETURNS.
           01 FS-RETURN-RECORD.
               05 RTN-ITEM-ID           PIC X(6).
               05 FILLER                PIC X.
               05 RTN-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 RTN-SALE-DATE         PIC X(8).
               05 FILLER                PIC X.
               05 RTN-QTY-TEXT          PIC X(5).

           FD FI-IN-ITEMS.
           01 FS-IN-ITEM PIC X(84).

           FD FI-WORK.
           01 FS-WORK-ITEM PIC X(84).

           FD FI-HISTORY.
           01 FS-HISTORY-RECORD.
               05 HST-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-RETURN-HISTORY.
           COPY "rtnhist.cpy".

           FD FI-REGISTER.
           01 FS-REGISTER-RECORD        PIC X(120).

           FD FI-CONTROL.
           01 FS-CONTROL-RECORD.
               05 PC-PERIOD             PIC X(6).
               05 FILLER                PIC X.
               05 PC-STATUS             PIC X(6).
               05 FILLER                PIC X.
               05 PC-CLOSED-DATE        PIC X(8).

           FD FI-MASTER.
           COPY "itemmst.cpy".

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-PROFILES.
           COPY "storprof.cpy".

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.
               05 LCK-TAG               PIC X(6).
               05 FILLER                PIC X.
               05 LCK-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 LCK-TIME              PIC X(6).

           FD FI-RUNLOG.
           01 FS-RUNLOG-RECORD.
               05 RL-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 RL-STEP               PIC 99.
               05 FILLER                PIC X.
               05 RL-NAME               PIC X(10).
               05 FILLER                PIC X.
               05 RL-RC                 PIC 9(4).
               05 FILLER                PIC X.
               05 RL-STATUS             PIC X(8).

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

       WORKING-STORAGE SECTION.
           01 WS-RETURNS-FILE-STATUS    PIC 99.
               88 WS-RETURNS-OK         VALUE 00.
               88 WS-RETURNS-EOF        VALUE 10.

           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

           01 WS-WORK-FILE-STATUS       PIC 99.
               88 WS-WORK-OK            VALUE 00.
               88 WS-WORK-EOF           VALUE 10.

           01 WS-HISTORY-FILE-STATUS    PIC 99.
               88 WS-HISTORY-OK         VALUE 00.
               88 WS-HISTORY-EOF        VALUE 10.

           01 WS-RTNHIST-FILE-STATUS    PIC 99.
               88 WS-RTNHIST-OK         VALUE 00.
               88 WS-RTNHIST-EOF        VALUE 10.

           01 WS-CONTROL-FILE-STATUS    PIC 99.
               88 WS-CONTROL-OK         VALUE 00.
               88 WS-CONTROL-EOF        VALUE 10.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.

           01 WS-PROFILE-FILE-STATUS    PIC 99.
               88 WS-PROFILE-FILE-OK    VALUE 00.
               88 WS-PROFILE-EOF        VALUE 10.

           01 WS-RUNLOCK-FILE-STATUS    PIC 99.
               88 WS-RUNLOCK-OK         VALUE 00.
               88 WS-RUNLOCK-EOF        VALUE 10.

           01 WS-RUNLOG-FILE-STATUS     PIC 99.
               88 WS-RUNLOG-OK          VALUE 00.
               88 WS-RUNLOG-EOF         VALUE 10.

           01 WS-OPERATOR-FILE-STATUS   PIC 99.
               88 WS-OPERATOR-OK        VALUE 00.
               88 WS-OPERATOR-EOF       VALUE 10.

           01 WS-LOCK-HELD-SWITCH       PIC X VALUE "N".
               88 WS-LOCK-HELD          VALUE "Y".

           01 WS-OVERRIDE-ID            PIC X(8).
           01 WS-OVERRIDE-AUTH-SWITCH   PIC X.
               88 WS-OVERRIDE-AUTHORIZED VALUE "Y".
           01 WS-HELD-DATE              PIC X(8).
           01 WS-LAST-STEP              PIC 99.
           01 WS-LAST-STEP-NAME         PIC X(10).
           01 WS-OPR-ROLE               PIC 9 VALUE 0.
           01 WS-OPR-FOUND-SWITCH       PIC X.
               88 WS-OPR-FOUND          VALUE "Y".

      * THE RETURN DATE AND ITS DAY NUMBER, AND THE EARLIEST DATE OF
      * SALE ON THE FILE - NO SOLD ROW OLDER THAN THAT CAN MATCH, SO
      * NONE IS LOADED.
           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-RETURN-DATE            PIC X(8).
           01 WS-RETURN-DATE-NUM        PIC 9(8).
           01 WS-RETURN-DAY             PIC 9(7).
           01 WS-EARLIEST-SALE          PIC X(8).

      * in.dat, LOADED UP FRONT SO A RETURN CAN JOIN ITS LOT'S
      * EXISTING RECORD.  A RETURN THAT CANNOT IS ADDED AT THE END.
      * THE TABLE KEEPS FILE ORDER SO THE REWRITE PRESERVES IT.
           01 WS-INV-COUNT              PIC 9(4) VALUE 0.
           01 WS-INV-TABLE.
               05 WS-INV-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-INV-COUNT
                   INDEXED BY INV-IDX.
                   10 WS-INV-RAW         PIC X(84).
                   10 WS-INV-QTY         PIC 9(5).
                   10 WS-INV-TOUCHED     PIC X.
                       88 WS-INV-WAS-TOUCHED VALUE "Y".

      * ITEM MASTER ID-TO-NAME TABLE.  A SALE RUNG BEFORE
      * item-register STAMPED THE RECORD CARRIES ITEM ID ZERO ON ITS
      * SOLD ROW, SO SUCH A ROW IS MATCHED BY THE MASTER NAME FOR THE
      * RETURN'S ID INSTEAD (THE SAME RULE till-feed SELLS BY).
           01 WS-MASTER-COUNT           PIC 9(4) VALUE 0.
           01 WS-MASTER-TABLE.
               05 WS-MASTER-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MASTER-IDX.
                   10 WS-MASTER-TBL-ID   PIC 9(6).
                   10 WS-MASTER-TBL-NAME PIC X(50).

      * SOLD ROWS THE RETURNS COULD REVERSE, EACH WITH THE UNITS IT
      * SOLD AND THE UNITS ALREADY RETURNED AGAINST IT (EARLIER RUNS
      * FROM return-history.dat, THEN THIS RUN AS IT GOES).
           01 WS-SALE-COUNT             PIC 9(4) VALUE 0.
           01 WS-SALE-TABLE.
               05 WS-SALE-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-SALE-COUNT
                   INDEXED BY SALE-IDX.
                   10 WS-SALE-RAW        PIC X(84).
                   10 WS-SALE-ID         PIC X(6).
                   10 WS-SALE-STORE      PIC X(3).
                   10 WS-SALE-LOT        PIC X(6).
                   10 WS-SALE-DATE       PIC X(8).
                   10 WS-SALE-SOLD       PIC 9(5).
                   10 WS-SALE-RETURNED   PIC 9(5).

      * SET WHEN month-end HAS CLOSED THE PERIOD OF THE RETURN DATE.
           01 WS-CLOSED-SWITCH          PIC X VALUE "N".
               88 WS-RETURN-DATE-CLOSED VALUE "Y".

      * RULES TABLE - THE VERSION IN FORCE ON THE RETURN DATE, CHOSEN
      * AS THE ENGINES' 0030-LOAD-RULES CHOOSES IT.
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RULE-IDX.
                   10 WS-RULE-NAME       PIC X(50).
                   10 WS-RULE-MATCH-LEN  PIC 99.
                   10 WS-RULE-TYPE       PIC X.
           01 WS-COMPARE-LEN            PIC 99.

      * STORE-ROOM STORAGE PROFILES (SEE STORPROF).  THE PROFILE FOR
      * THE RETURNED RECORD SCALES EACH NIGHT'S QUALITY CHANGE.
           01 WS-PROFILE-COUNT          PIC 99 VALUE 0.
           01 WS-PROFILE-TABLE.
               05 WS-PROFILE-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-PROFILE-COUNT
                   INDEXED BY PROFILE-IDX.
                   10 WS-PROFILE-TBL-STORE   PIC X(3).
                   10 WS-PROFILE-TBL-CLASS   PIC X.
                   10 WS-PROFILE-TBL-PERCENT PIC 9(3).
                   10 WS-PROFILE-TBL-NAME    PIC X(12).
           01 WS-PROFILE-PERCENT        PIC 9(3).
           01 WS-PROFILE-NAME           PIC X(12).
           01 WS-PROFILE-STORE          PIC X(3).
           01 WS-DAY-START-QUALITY      PIC S9(5).
           01 WS-DAY-CHANGE             PIC S9(5).
           01 WS-DAY-DIRECTION          PIC X.
               88 WS-DAY-LOSS           VALUE "L".
               88 WS-DAY-GAIN           VALUE "G".
           01 WS-PROFILE-DAY            PIC 9(4).
           01 WS-SCALED-TO-DATE         PIC 9(7).
           01 WS-SCALED-BEFORE          PIC 9(7).
           01 WS-SCALED-CHANGE          PIC 9(5).

      * THE RETURNED UNIT, AGED A NIGHT AT A TIME FROM ITS SOLD ROW.
           01 WS-SIM-TYPE               PIC X.
               88 WS-SIM-AGES-WELL      VALUE "B".
               88 WS-SIM-LEGENDARY      VALUE "L".
               88 WS-SIM-CONCERT        VALUE "C".
               88 WS-SIM-DOUBLE-DECAY   VALUE "D".
           01 WS-SIM-SELL-IN            PIC S9(5).
           01 WS-SIM-QUALITY            PIC S9(5).
           01 WS-AGED-ITEM.
               05 WS-AGED-SELL-IN        PIC S9(3)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 FILLER                 PIC X.
               05 WS-AGED-QUALITY        PIC S9(3)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 FILLER                 PIC X.
               05 WS-AGED-NAME           PIC X(50).
               05 FILLER                 PIC X(26).

      * THE RETURN LINE IN HAND.
           01 WS-RTN-STORE              PIC X(3).
           01 WS-RTN-UNITS              PIC 9(5).
           01 WS-RTN-LEFT               PIC 9(5).
           01 WS-RTN-NAME               PIC X(50).
           01 WS-RTN-ID-NUM             PIC 9(6).
           01 WS-SALE-DATE-NUM          PIC 9(8).
           01 WS-SALE-DAY               PIC 9(7).
           01 WS-DAYS-AWAY              PIC 9(5).
           01 WS-SOLD-UNITS             PIC 9(5).
           01 WS-PRIOR-RETURNED         PIC 9(5).
           01 WS-AVAILABLE              PIC 9(5).
           01 WS-TAKE-UNITS             PIC 9(5).
           01 WS-REJECT-REASON          PIC X(50).
           01 WS-FROM-SELL-IN           PIC X(4).
           01 WS-FROM-QUALITY           PIC X(4).
           01 WS-JOINED-SWITCH          PIC X.
               88 WS-JOINED-EXISTING    VALUE "Y".
           01 WS-MATCH-SWITCH           PIC X.
               88 WS-SALE-ROW-MATCHES   VALUE "Y".

           01 WS-LINE-SWITCH            PIC X.
               88 WS-LINE-VALID         VALUE "Y".
               88 WS-LINE-INVALID       VALUE "N".

           01 WS-QTY-TEXT               PIC X(5).
           01 WS-POSTED-TEXT            PIC 9(5).
           01 WS-ROW-UNITS              PIC 9(5).
           01 WS-ROW-STORE              PIC X(3).

           01 WS-LINE-COUNT             PIC 9(5) VALUE 0.
           01 WS-RETURNED-UNITS         PIC 9(7) VALUE 0.
           01 WS-REFUSED-COUNT          PIC 9(5) VALUE 0.
           01 WS-JOINED-COUNT           PIC 9(5) VALUE 0.
           01 WS-ADDED-COUNT            PIC 9(5) VALUE 0.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

       PROCEDURE DIVISION.
           PERFORM 0010-CHECK-RUN-LOCK THRU 0010-EXIT.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-RETURN-DATE
           ELSE
               ACCEPT WS-RETURN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RETURN-DATE TO WS-RETURN-DATE-NUM.
           COMPUTE WS-RETURN-DAY =
               FUNCTION INTEGER-OF-DATE (WS-RETURN-DATE-NUM).
           OPEN INPUT FI-RETURNS.
           IF NOT WS-RETURNS-OK
               DISPLAY "CUSTOMER-RETURN: customer-returns.dat NOT "
                   "FOUND - NOTHING TO POST"
               GOBACK
           END-IF.
           PERFORM 0040-CHECK-CLOSED-PERIOD.
           IF WS-RETURN-DATE-CLOSED
               CLOSE FI-RETURNS
               DISPLAY "CUSTOMER-RETURN: RETURN DATE " WS-RETURN-DATE
                   " IS IN A CLOSED PERIOD - NOTHING POSTED"
               MOVE "customer-return" TO LOG-PROGRAM
               MOVE "0040-CHECK-CLOSED" TO LOG-PARAGRAPH
               MOVE "S" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "customer-returns.dat DATED " WS-RETURN-DATE
                   " IN A CLOSED PERIOD"
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0045-FIND-EARLIEST-SALE.
           CLOSE FI-RETURNS.
           PERFORM 0050-LOAD-MASTER.
           PERFORM 0060-LOAD-INVENTORY.
           PERFORM 0070-LOAD-SALES.
           PERFORM 0075-LOAD-PRIOR-RETURNS.
           PERFORM 0030-LOAD-RULES.
           PERFORM 0035-LOAD-STORAGE-PROFILES.
           OPEN INPUT FI-RETURNS.
           OPEN OUTPUT FI-REGISTER.
           OPEN EXTEND FI-RETURN-HISTORY.
           IF NOT WS-RTNHIST-OK
               CLOSE FI-RETURN-HISTORY
               OPEN OUTPUT FI-RETURN-HISTORY
           END-IF.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "CUSTOMER RETURN REGISTER FOR " WS-RETURN-DATE
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.

       0100-START.
           READ FI-RETURNS END GO TO 0200-END.
             IF FS-RETURN-RECORD = SPACES
                 GO TO 0100-START
             END-IF.
             ADD 1 TO WS-LINE-COUNT.
             PERFORM 0150-EDIT-RETURN-LINE.
             IF WS-LINE-VALID
                 PERFORM 0160-MATCH-SALES
             END-IF.
             IF WS-LINE-VALID
                 PERFORM 0170-POST-RETURN
             ELSE
                 ADD 1 TO WS-REFUSED-COUNT
                 MOVE SPACES TO FS-REGISTER-RECORD
                 STRING "REFUSED  " FS-RETURN-RECORD (1:25)
                     " - " WS-REJECT-REASON
                     DELIMITED BY SIZE INTO FS-REGISTER-RECORD
                 WRITE FS-REGISTER-RECORD
             END-IF.
           GO TO 0100-START.

       0010-CHECK-RUN-LOCK.
      * THE NIGHTLY RUN HOLDS run-lock.dat FROM STEP 1 TO END OF RUN
      * (SEE main-program).  A RETURN REWRITES in.dat WHILE THE RUN
      * MAY BE MID-FLIGHT IN IT, SO THIS UTILITY REFUSES TO START
      * WHILE THE LOCK IS HELD.
           OPEN INPUT FI-RUNLOCK.
           IF WS-RUNLOCK-OK
               READ FI-RUNLOCK AT END SET WS-RUNLOCK-EOF TO TRUE
               END-READ
               IF WS-RUNLOCK-OK AND LCK-TAG = "LOCKED"
                   SET WS-LOCK-HELD TO TRUE
                   MOVE LCK-DATE TO WS-HELD-DATE
               END-IF
           END-IF.
           CLOSE FI-RUNLOCK.
           IF NOT WS-LOCK-HELD
               GO TO 0010-EXIT
           END-IF.
           MOVE SPACES TO WS-OVERRIDE-ID.
           ACCEPT WS-OVERRIDE-ID FROM ENVIRONMENT "lock_override".
           IF WS-OVERRIDE-ID NOT = SPACES
               PERFORM 0014-CHECK-OVERRIDE-AUTH
               MOVE "customer-return" TO LOG-PROGRAM
               MOVE "0010-CHECK-LOCK" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               IF WS-OVERRIDE-AUTHORIZED
                   STRING "STALE RUN LOCK OVERRIDDEN BY "
                       WS-OVERRIDE-ID
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
                   GO TO 0010-EXIT
               ELSE
                   STRING "UNAUTHORIZED RUN-LOCK OVERRIDE "
                       "ATTEMPT BY '" WS-OVERRIDE-ID "'"
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
                   DISPLAY "CUSTOMER-RETURN: lock_override '"
                       WS-OVERRIDE-ID "' IS NOT A SUPERVISOR "
                       "ON data/operators.dat - LOCK STANDS"
               END-IF
           END-IF.
           PERFORM 0012-FIND-RUN-STEP.
           DISPLAY "CUSTOMER-RETURN: NIGHTLY RUN LOCK HELD SINCE "
               WS-HELD-DATE " - RUN IS ON STEP " WS-LAST-STEP
               " " WS-LAST-STEP-NAME.
           DISPLAY "SET lock_override=<SUPERVISOR ID> TO CLEAR A "
               "STALE LOCK FROM AN ABEND".
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       0010-EXIT.
           EXIT.

       0012-FIND-RUN-STEP.
      * THE LAST run-control.dat LINE TELLS THE OPERATOR WHERE THE
      * RUN IS.
           MOVE 0 TO WS-LAST-STEP.
           MOVE SPACES TO WS-LAST-STEP-NAME.
           OPEN INPUT FI-RUNLOG.
           IF WS-RUNLOG-OK
               READ FI-RUNLOG AT END SET WS-RUNLOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RUNLOG-OK
                   IF RL-STEP NUMERIC
                       MOVE RL-STEP TO WS-LAST-STEP
                       MOVE RL-NAME TO WS-LAST-STEP-NAME
                   END-IF
                   READ FI-RUNLOG AT END SET WS-RUNLOG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RUNLOG.

       0014-CHECK-OVERRIDE-AUTH.
      * SAME AUTHORIZATION RULE AS main-program'S FORCE AND LOCK
      * PATHS: WITH AN OPERATOR FILE IN PLACE THE OVERRIDE ID MUST
      * BE A ROLE-2 OPERATOR; A SHOP WITHOUT data/operators.dat HAS
      * NOT MIGRATED TO SIGN-ON AND ANY ID CLEARS THE LOCK AS
      * BEFORE.
           MOVE "Y" TO WS-OVERRIDE-AUTH-SWITCH.
           MOVE 0 TO WS-OPR-ROLE.
           MOVE "N" TO WS-OPR-FOUND-SWITCH.
           OPEN INPUT FI-OPERATORS.
           IF NOT WS-OPERATOR-OK
               CLOSE FI-OPERATORS
           ELSE
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPERATOR-OK
                   IF OPR-ID = WS-OVERRIDE-ID
                       SET WS-OPR-FOUND TO TRUE
                       MOVE OPR-ROLE TO WS-OPR-ROLE
                   END-IF
                   READ FI-OPERATORS
                       AT END SET WS-OPERATOR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-OPERATORS
               IF NOT WS-OPR-FOUND OR WS-OPR-ROLE < 2
                   MOVE "N" TO WS-OVERRIDE-AUTH-SWITCH
               END-IF
           END-IF.

       0030-LOAD-RULES.
      * THE FILE HOLDS EVERY VERSION OF THE TABLE, EACH ROW STAMPED
      * WITH THE DATE ITS VERSION TAKES EFFECT (BLANK ON THE ORIGINAL
      * TABLE).  THE RETURNED UNIT IS AGED UNDER THE VERSION IN FORCE
      * ON THE RETURN DATE.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE LOW-VALUES TO WS-RULE-VERSION.
           OPEN INPUT FI-RULES.
           IF WS-RULES-FILE-OK
               READ FI-RULES
               PERFORM UNTIL WS-RULES-EOF
                   IF FR-EFFECTIVE NOT > WS-RETURN-DATE
                      AND FR-EFFECTIVE NOT < WS-RULE-VERSION
                       IF FR-EFFECTIVE > WS-RULE-VERSION
                           MOVE FR-EFFECTIVE TO WS-RULE-VERSION
                           MOVE 0 TO WS-RULE-COUNT
                       END-IF
                       IF WS-RULE-COUNT < 20
                           ADD 1 TO WS-RULE-COUNT
                           SET RULE-IDX TO WS-RULE-COUNT
                           MOVE FR-NAME TO WS-RULE-NAME (RULE-IDX)
                           MOVE FR-MATCH-LEN
                               TO WS-RULE-MATCH-LEN (RULE-IDX)
                           MOVE FR-TYPE TO WS-RULE-TYPE (RULE-IDX)
                       END-IF
                   END-IF
                   READ FI-RULES
               END-PERFORM
               CLOSE FI-RULES
           END-IF.

       0035-LOAD-STORAGE-PROFILES.
      * AN ABSENT FILE MEANS EVERY ROOM AGES AT THE STANDARD RATE.
      * A LEGENDARY ROW IS IGNORED - LEGENDARY ITEMS NEVER AGE.
           MOVE 0 TO WS-PROFILE-COUNT.
           OPEN INPUT FI-PROFILES.
           IF WS-PROFILE-FILE-OK
               READ FI-PROFILES AT END SET WS-PROFILE-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-PROFILE-FILE-OK
                   OR WS-PROFILE-COUNT >= 50
                   IF SPR-CLASS NOT = "L" AND SPR-PERCENT NUMERIC
                       ADD 1 TO WS-PROFILE-COUNT
                       SET PROFILE-IDX TO WS-PROFILE-COUNT
                       MOVE SPR-STORE
                           TO WS-PROFILE-TBL-STORE (PROFILE-IDX)
                       MOVE SPR-CLASS
                           TO WS-PROFILE-TBL-CLASS (PROFILE-IDX)
                       MOVE SPR-PERCENT
                           TO WS-PROFILE-TBL-PERCENT (PROFILE-IDX)
                       MOVE SPR-PROFILE-NAME
                           TO WS-PROFILE-TBL-NAME (PROFILE-IDX)
                   END-IF
                   READ FI-PROFILES AT END SET WS-PROFILE-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-PROFILES.

       0040-CHECK-CLOSED-PERIOD.
           OPEN INPUT FI-CONTROL.
           IF WS-CONTROL-OK
               READ FI-CONTROL AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CONTROL-OK
                   IF PC-STATUS = "CLOSED"
                      AND PC-PERIOD = WS-RETURN-DATE (1:6)
                       SET WS-RETURN-DATE-CLOSED TO TRUE
                   END-IF
                   READ FI-CONTROL AT END SET WS-CONTROL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CONTROL.

       0045-FIND-EARLIEST-SALE.
           MOVE HIGH-VALUES TO WS-EARLIEST-SALE.
           READ FI-RETURNS AT END SET WS-RETURNS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-RETURNS-OK
               IF RTN-SALE-DATE NUMERIC
                  AND RTN-SALE-DATE < WS-EARLIEST-SALE
                   MOVE RTN-SALE-DATE TO WS-EARLIEST-SALE
               END-IF
               READ FI-RETURNS AT END SET WS-RETURNS-EOF TO TRUE
               END-READ
           END-PERFORM.

       0050-LOAD-MASTER.
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
                   READ FI-MASTER NEXT RECORD
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-MASTER.

       0060-LOAD-INVENTORY.
           MOVE 0 TO WS-INV-COUNT.
           OPEN INPUT FI-IN-ITEMS.
           READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ.
           PERFORM UNTIL WS-IN-EOF OR WS-INV-COUNT >= 9999
               ADD 1 TO WS-INV-COUNT
               SET INV-IDX TO WS-INV-COUNT
               MOVE FS-IN-ITEM TO WS-INV-RAW (INV-IDX)
               MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT
               IF WS-QTY-TEXT NUMERIC
                   MOVE WS-QTY-TEXT TO WS-INV-QTY (INV-IDX)
               ELSE
                   MOVE 1 TO WS-INV-QTY (INV-IDX)
               END-IF
               MOVE "N" TO WS-INV-TOUCHED (INV-IDX)
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ
           END-PERFORM.
           CLOSE FI-IN-ITEMS.

       0070-LOAD-SALES.
      * EVERY SOLD ROW FROM THE EARLIEST DATE OF SALE ON THE FILE UP
      * TO THE RETURN DATE.  A SOLD ROW CARRIES THE UNITS TAKEN FROM
      * ITS LOT IN ITEM-QTY (A ROW FROM BEFORE THE FIELD EXISTED IS
      * ONE UNIT).
           MOVE 0 TO WS-SALE-COUNT.
           OPEN INPUT FI-HISTORY.
           IF WS-HISTORY-OK
               READ FI-HISTORY AT END SET WS-HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-HISTORY-OK
                   OR WS-SALE-COUNT >= 9999
                   IF HST-REASON = "SOLD"
                      AND HST-DATE NOT < WS-EARLIEST-SALE
                      AND HST-DATE NOT > WS-RETURN-DATE
                       ADD 1 TO WS-SALE-COUNT
                       SET SALE-IDX TO WS-SALE-COUNT
                       MOVE HST-RAW-RECORD TO WS-SALE-RAW (SALE-IDX)
                       MOVE HST-RAW-RECORD (72:6)
                           TO WS-SALE-ID (SALE-IDX)
                       IF HST-RAW-RECORD (68:3) = SPACES
                           MOVE "A" TO WS-SALE-STORE (SALE-IDX)
                       ELSE
                           MOVE HST-RAW-RECORD (68:3)
                               TO WS-SALE-STORE (SALE-IDX)
                       END-IF
                       MOVE HST-RAW-RECORD (79:6)
                           TO WS-SALE-LOT (SALE-IDX)
                       MOVE HST-DATE TO WS-SALE-DATE (SALE-IDX)
                       MOVE HST-RAW-RECORD (62:5) TO WS-QTY-TEXT
                       IF WS-QTY-TEXT NUMERIC
                           MOVE WS-QTY-TEXT TO WS-SALE-SOLD (SALE-IDX)
                       ELSE
                           MOVE 1 TO WS-SALE-SOLD (SALE-IDX)
                       END-IF
                       MOVE 0 TO WS-SALE-RETURNED (SALE-IDX)
                   END-IF
                   READ FI-HISTORY AT END SET WS-HISTORY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-HISTORY.

       0075-LOAD-PRIOR-RETURNS.
      * UNITS EARLIER RUNS ALREADY RETURNED ARE COUNTED OFF THE SOLD
      * ROWS OF THE SAME ITEM, STORE, LOT AND DATE OF SALE, FILLING
      * EACH ROW IN FILE ORDER - THE ORDER 0170-POST-RETURN TAKES
      * THEM IN.
           OPEN INPUT FI-RETURN-HISTORY.
           IF WS-RTNHIST-OK
               READ FI-RETURN-HISTORY
                   AT END SET WS-RTNHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RTNHIST-OK
                   PERFORM 0078-APPLY-PRIOR-RETURN
                   READ FI-RETURN-HISTORY
                       AT END SET WS-RTNHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RETURN-HISTORY.

       0078-APPLY-PRIOR-RETURN.
           MOVE RTH-RAW-RECORD (62:5) TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO WS-ROW-UNITS
           ELSE
               MOVE 1 TO WS-ROW-UNITS
           END-IF.
           IF RTH-RAW-RECORD (68:3) = SPACES
               MOVE "A" TO WS-ROW-STORE
           ELSE
               MOVE RTH-RAW-RECORD (68:3) TO WS-ROW-STORE
           END-IF.
           SET SALE-IDX TO 1.
           PERFORM UNTIL SALE-IDX > WS-SALE-COUNT OR WS-ROW-UNITS = 0
               IF WS-SALE-ID (SALE-IDX) = RTH-RAW-RECORD (72:6)
                  AND WS-SALE-STORE (SALE-IDX) = WS-ROW-STORE
                  AND WS-SALE-LOT (SALE-IDX) = RTH-RAW-RECORD (79:6)
                  AND WS-SALE-DATE (SALE-IDX) = RTH-SALE-DATE
                  AND WS-SALE-RETURNED (SALE-IDX)
                      < WS-SALE-SOLD (SALE-IDX)
                   COMPUTE WS-AVAILABLE = WS-SALE-SOLD (SALE-IDX)
                       - WS-SALE-RETURNED (SALE-IDX)
                   IF WS-AVAILABLE < WS-ROW-UNITS
                       MOVE WS-AVAILABLE TO WS-TAKE-UNITS
                   ELSE
                       MOVE WS-ROW-UNITS TO WS-TAKE-UNITS
                   END-IF
                   ADD WS-TAKE-UNITS TO WS-SALE-RETURNED (SALE-IDX)
                   SUBTRACT WS-TAKE-UNITS FROM WS-ROW-UNITS
               END-IF
               SET SALE-IDX UP BY 1
           END-PERFORM.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0150-EDIT-RETURN-LINE.
      * A RETURN NEEDS A PERMANENT ITEM ID THAT IS ON THE ITEM
      * MASTER, A KNOWN STORE, A UNIT COUNT AND A REAL DATE OF SALE
      * NO LATER THAN TODAY.  A BLANK STORE IS THE ORIGINAL STORE
      * ROOM "A" AND A BLANK COUNT IS ONE UNIT, THE SAME DEFAULTS THE
      * INVENTORY RECORD USES.
           SET WS-LINE-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RTN-QTY-TEXT NUMERIC
               MOVE RTN-QTY-TEXT TO WS-RTN-UNITS
           ELSE
               MOVE 1 TO WS-RTN-UNITS
           END-IF.
           IF RTN-STORE = SPACES
               MOVE "A" TO WS-RTN-STORE
           ELSE
               MOVE RTN-STORE TO WS-RTN-STORE
           END-IF.
           MOVE SPACES TO WS-RTN-NAME.
           IF RTN-ITEM-ID NUMERIC
               MOVE RTN-ITEM-ID TO WS-RTN-ID-NUM
               SET MASTER-IDX TO 1
               PERFORM UNTIL MASTER-IDX > WS-MASTER-COUNT
                   IF WS-MASTER-TBL-ID (MASTER-IDX) = WS-RTN-ID-NUM
                       MOVE WS-MASTER-TBL-NAME (MASTER-IDX)
                           TO WS-RTN-NAME
                       SET MASTER-IDX TO WS-MASTER-COUNT
                   END-IF
                   SET MASTER-IDX UP BY 1
               END-PERFORM
           END-IF.
      * A DATE THAT DOES NOT SURVIVE THE ROUND TRIP TO A DAY NUMBER
      * AND BACK (31 APRIL, MONTH 13) IS NOT A REAL DATE.
           MOVE 0 TO WS-SALE-DAY.
           IF RTN-SALE-DATE NUMERIC
               MOVE RTN-SALE-DATE TO WS-SALE-DATE-NUM
               IF WS-SALE-DATE-NUM > 16010100
                   COMPUTE WS-SALE-DAY =
                       FUNCTION INTEGER-OF-DATE (WS-SALE-DATE-NUM)
                   IF FUNCTION DATE-OF-INTEGER (WS-SALE-DAY)
                      NOT = WS-SALE-DATE-NUM
                       MOVE 0 TO WS-SALE-DAY
                   END-IF
               END-IF
           END-IF.
           IF RTN-ITEM-ID NOT NUMERIC
               SET WS-LINE-INVALID TO TRUE
               MOVE "NON-NUMERIC ITEM ID" TO WS-REJECT-REASON
           ELSE IF WS-RTN-NAME = SPACES
               SET WS-LINE-INVALID TO TRUE
               MOVE "ITEM ID NOT ON MASTER" TO WS-REJECT-REASON
           ELSE IF WS-RTN-STORE NOT = "A" AND WS-RTN-STORE NOT = "B"
               AND WS-RTN-STORE NOT = "C"
               SET WS-LINE-INVALID TO TRUE
               MOVE "UNKNOWN STORE CODE" TO WS-REJECT-REASON
           ELSE IF RTN-QTY-TEXT NOT = SPACES
               AND RTN-QTY-TEXT NOT NUMERIC
               SET WS-LINE-INVALID TO TRUE
               MOVE "NON-NUMERIC QUANTITY" TO WS-REJECT-REASON
           ELSE IF WS-RTN-UNITS = 0
               SET WS-LINE-INVALID TO TRUE
               MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
           ELSE IF WS-SALE-DAY = 0
               SET WS-LINE-INVALID TO TRUE
               MOVE "INVALID DATE OF SALE" TO WS-REJECT-REASON
           ELSE IF WS-SALE-DAY > WS-RETURN-DAY
               SET WS-LINE-INVALID TO TRUE
               MOVE "DATE OF SALE AFTER THE RETURN DATE"
                   TO WS-REJECT-REASON
           ELSE IF WS-INV-COUNT >= 9999
               SET WS-LINE-INVALID TO TRUE
               MOVE "in.dat TABLE FULL" TO WS-REJECT-REASON
           END-IF.

       0160-MATCH-SALES.
      * THE SOLD ROWS FOR THE ITEM, STORE AND DATE OF SALE, LESS WHAT
      * HAS ALREADY COME BACK AGAINST THEM, MUST COVER THE RETURN.
           MOVE 0 TO WS-SOLD-UNITS.
           MOVE 0 TO WS-PRIOR-RETURNED.
           SET SALE-IDX TO 1.
           PERFORM UNTIL SALE-IDX > WS-SALE-COUNT
               PERFORM 0165-CHECK-SALE-ROW
               IF WS-SALE-ROW-MATCHES
                   ADD WS-SALE-SOLD (SALE-IDX) TO WS-SOLD-UNITS
                   ADD WS-SALE-RETURNED (SALE-IDX) TO WS-PRIOR-RETURNED
               END-IF
               SET SALE-IDX UP BY 1
           END-PERFORM.
           COMPUTE WS-AVAILABLE = WS-SOLD-UNITS - WS-PRIOR-RETURNED.
           IF WS-SOLD-UNITS = 0
               SET WS-LINE-INVALID TO TRUE
               MOVE "NO MATCHING SALE ON disposition-history.dat"
                   TO WS-REJECT-REASON
           ELSE IF WS-AVAILABLE < WS-RTN-UNITS
               SET WS-LINE-INVALID TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "MORE THAN SOLD - SOLD " WS-SOLD-UNITS
                   " ALREADY RETURNED " WS-PRIOR-RETURNED
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       0165-CHECK-SALE-ROW.
      * SETS THE SWITCH WHEN THE SOLD ROW AT SALE-IDX IS ONE THE
      * RETURN IN HAND CAN REVERSE.
           MOVE "N" TO WS-MATCH-SWITCH.
           IF WS-SALE-STORE (SALE-IDX) = WS-RTN-STORE
              AND WS-SALE-DATE (SALE-IDX) = RTN-SALE-DATE
              AND (WS-SALE-ID (SALE-IDX) = RTN-ITEM-ID
                   OR (WS-SALE-ID (SALE-IDX) = "000000"
                       AND WS-SALE-RAW (SALE-IDX) (11:50)
                           = WS-RTN-NAME))
               SET WS-SALE-ROW-MATCHES TO TRUE
           END-IF.

       0170-POST-RETURN.
      * THE UNITS GO BACK AGAINST THE MATCHING SOLD ROWS IN FILE
      * ORDER, EACH ROW TAKING NO MORE THAN IT HAS LEFT TO GIVE BACK.
           MOVE WS-RTN-UNITS TO WS-RTN-LEFT.
           COMPUTE WS-DAYS-AWAY = WS-RETURN-DAY - WS-SALE-DAY.
           SET SALE-IDX TO 1.
           PERFORM UNTIL SALE-IDX > WS-SALE-COUNT OR WS-RTN-LEFT = 0
               PERFORM 0165-CHECK-SALE-ROW
               IF WS-SALE-ROW-MATCHES
                  AND WS-SALE-RETURNED (SALE-IDX)
                      < WS-SALE-SOLD (SALE-IDX)
                   COMPUTE WS-AVAILABLE = WS-SALE-SOLD (SALE-IDX)
                       - WS-SALE-RETURNED (SALE-IDX)
                   IF WS-AVAILABLE < WS-RTN-LEFT
                       MOVE WS-AVAILABLE TO WS-TAKE-UNITS
                   ELSE
                       MOVE WS-RTN-LEFT TO WS-TAKE-UNITS
                   END-IF
                   ADD WS-TAKE-UNITS TO WS-SALE-RETURNED (SALE-IDX)
                   SUBTRACT WS-TAKE-UNITS FROM WS-RTN-LEFT
                   ADD WS-TAKE-UNITS TO WS-RETURNED-UNITS
                   PERFORM 0175-RESTOCK-UNITS
               END-IF
               SET SALE-IDX UP BY 1
           END-PERFORM.

       0175-RESTOCK-UNITS.
      * AGE THE SOLD ROW'S RECORD TO TODAY AND PUT THE UNITS BACK.
      * THEY JOIN THE LOT'S RECORD IN THE SAME STORE WHEN IT IS STILL
      * ON THE SHELF IN EXACTLY THE SAME CONDITION; OTHERWISE THEY
      * GO BACK AS A RECORD OF THEIR OWN UNDER THE SAME LOT NUMBER.
           MOVE WS-SALE-RAW (SALE-IDX) TO WS-AGED-ITEM.
           MOVE WS-AGED-ITEM (1:4) TO WS-FROM-SELL-IN.
           MOVE WS-AGED-ITEM (6:4) TO WS-FROM-QUALITY.
           IF WS-AGED-ITEM (2:3) NUMERIC
              AND WS-AGED-ITEM (7:3) NUMERIC
              AND WS-DAYS-AWAY > 0
               PERFORM 0178-AGE-FORWARD
           END-IF.
           MOVE WS-TAKE-UNITS TO WS-POSTED-TEXT.
           MOVE WS-POSTED-TEXT TO WS-AGED-ITEM (62:5).
           MOVE "N" TO WS-JOINED-SWITCH.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT OR WS-JOINED-EXISTING
               IF WS-INV-RAW (INV-IDX) (1:61) = WS-AGED-ITEM (1:61)
                  AND WS-INV-RAW (INV-IDX) (67:18)
                      = WS-AGED-ITEM (67:18)
                   SET WS-JOINED-EXISTING TO TRUE
                   ADD WS-TAKE-UNITS TO WS-INV-QTY (INV-IDX)
                   MOVE "Y" TO WS-INV-TOUCHED (INV-IDX)
                   ADD 1 TO WS-JOINED-COUNT
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.
           IF NOT WS-JOINED-EXISTING
               ADD 1 TO WS-INV-COUNT
               SET INV-IDX TO WS-INV-COUNT
               MOVE WS-AGED-ITEM TO WS-INV-RAW (INV-IDX)
               MOVE WS-TAKE-UNITS TO WS-INV-QTY (INV-IDX)
               MOVE "Y" TO WS-INV-TOUCHED (INV-IDX)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           MOVE SPACES TO FS-RETURN-HISTORY-RECORD.
           MOVE WS-AGED-ITEM TO RTH-RAW-RECORD.
           MOVE "RETURNED" TO RTH-REASON.
           MOVE WS-RETURN-DATE TO RTH-DATE.
           MOVE WS-SALE-DATE (SALE-IDX) TO RTH-SALE-DATE.
           WRITE FS-RETURN-HISTORY-RECORD.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE WS-AGED-ITEM (72:6) TO SMV-ITEM-ID.
           MOVE WS-AGED-ITEM (68:3) TO SMV-STORE.
           MOVE WS-AGED-ITEM (79:6) TO SMV-LOT.
           MOVE "RETURN" TO SMV-TYPE.
           MOVE WS-TAKE-UNITS TO SMV-UNITS.
           MOVE WS-RETURN-DATE TO SMV-DATE.
           MOVE "customer-return" TO SMV-PROGRAM.
           MOVE WS-AGED-ITEM (11:50) TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "RETURNED ID " RTN-ITEM-ID
               " STORE " WS-RTN-STORE
               " SOLD " WS-SALE-DATE (SALE-IDX)
               " QTY " WS-POSTED-TEXT
               " LOT " WS-SALE-LOT (SALE-IDX)
               " DAYS " WS-DAYS-AWAY
               " SELL-IN " WS-FROM-SELL-IN ">" WS-AGED-ITEM (1:4)
               " QUALITY " WS-FROM-QUALITY ">" WS-AGED-ITEM (6:4)
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.

       0178-AGE-FORWARD.
      * ONE NIGHT OF THE ENGINE'S AGING FOR EVERY DAY THE UNIT WAS
      * AWAY, UNDER ITS RULE CLASS AND ITS STORE ROOM'S PROFILE.
           PERFORM 0420-LOOKUP-RULE.
           MOVE WS-AGED-ITEM (68:3) TO WS-PROFILE-STORE.
           IF WS-PROFILE-STORE = SPACES
               MOVE "A" TO WS-PROFILE-STORE
           END-IF.
           PERFORM 0470-LOOKUP-STORAGE-PROFILE.
           MOVE WS-AGED-SELL-IN TO WS-SIM-SELL-IN.
           MOVE WS-AGED-QUALITY TO WS-SIM-QUALITY.
           PERFORM 0450-AGE-ONE-DAY WS-DAYS-AWAY TIMES.
           IF WS-SIM-SELL-IN < -999
               MOVE -999 TO WS-SIM-SELL-IN
           END-IF.
           MOVE WS-SIM-SELL-IN TO WS-AGED-SELL-IN.
           MOVE WS-SIM-QUALITY TO WS-AGED-QUALITY.

       0180-REWRITE-INVENTORY.
      * in.dat IS REWRITTEN IN TWO PASSES THROUGH inwork.dat SO AN
      * ABEND MID-RUN LEAVES THE ORIGINAL FILE INTACT.  A RECORD A
      * RETURN JOINED CARRIES ITS NEW QUANTITY; UNTOUCHED RECORDS GO
      * BACK BYTE FOR BYTE AND RETURNS THAT JOINED NOTHING FOLLOW.
           OPEN OUTPUT FI-WORK.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               MOVE WS-INV-RAW (INV-IDX) TO FS-WORK-ITEM
               IF WS-INV-WAS-TOUCHED (INV-IDX)
                   MOVE WS-INV-QTY (INV-IDX) TO WS-POSTED-TEXT
                   MOVE WS-POSTED-TEXT TO FS-WORK-ITEM (62:5)
               END-IF
               WRITE FS-WORK-ITEM
               SET INV-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-WORK.
           OPEN INPUT FI-WORK.
           OPEN OUTPUT FI-IN-ITEMS.
           READ FI-WORK AT END SET WS-WORK-EOF TO TRUE END-READ.
           PERFORM UNTIL WS-WORK-EOF
               MOVE FS-WORK-ITEM TO FS-IN-ITEM
               WRITE FS-IN-ITEM
               READ FI-WORK AT END SET WS-WORK-EOF TO TRUE END-READ
           END-PERFORM.
           CLOSE FI-WORK.
           CLOSE FI-IN-ITEMS.

       0420-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE.
           MOVE "N" TO WS-SIM-TYPE.
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-MATCH-LEN (RULE-IDX) TO WS-COMPARE-LEN
               IF WS-AGED-NAME (1:WS-COMPARE-LEN) =
                  WS-RULE-NAME (RULE-IDX) (1:WS-COMPARE-LEN)
                   MOVE WS-RULE-TYPE (RULE-IDX) TO WS-SIM-TYPE
                   SET RULE-IDX TO WS-RULE-COUNT
               END-IF
               SET RULE-IDX UP BY 1
           END-PERFORM.

       0450-AGE-ONE-DAY.
      * ONE NIGHT OF THE ENGINE'S 0450-AGE-ONE-DAY ON THE WORK COPY:
      * LEGENDARY ITEMS NEITHER AGE NOR CHANGE, AGES-WELL GAINS A
      * POINT UP TO 50, CONCERT PASSES CLIMB BY 1/2/3 AND GO TO ZERO
      * AT EXPIRY, AND GENERAL AND DOUBLE-DECAY ITEMS LOSE 1 OR 2
      * (DOUBLED PAST SELL-IN) DOWN TO THE ZERO FLOOR - ALL SCALED
      * BY THE STORE ROOM'S STORAGE PROFILE.
           MOVE WS-SIM-QUALITY TO WS-DAY-START-QUALITY.
           IF NOT WS-SIM-LEGENDARY
               SUBTRACT 1 FROM WS-SIM-SELL-IN
           END-IF.
           EVALUATE TRUE
               WHEN WS-SIM-AGES-WELL
                   IF WS-SIM-QUALITY < 50
                       ADD 1 TO WS-SIM-QUALITY
                   END-IF
               WHEN WS-SIM-CONCERT
                   IF WS-SIM-SELL-IN < 1
                       MOVE 0 TO WS-SIM-QUALITY
                   ELSE
                       IF WS-SIM-SELL-IN < 6
                           ADD 3 TO WS-SIM-QUALITY
                       ELSE
                           IF WS-SIM-SELL-IN < 11
                               ADD 2 TO WS-SIM-QUALITY
                           ELSE
                               ADD 1 TO WS-SIM-QUALITY
                           END-IF
                       END-IF
                   END-IF
                   IF WS-SIM-QUALITY > 50
                       MOVE 50 TO WS-SIM-QUALITY
                   END-IF
               WHEN WS-SIM-LEGENDARY
                   CONTINUE
               WHEN WS-SIM-DOUBLE-DECAY
                   IF WS-SIM-QUALITY > 0
                       IF WS-SIM-SELL-IN > 0
                           SUBTRACT 2 FROM WS-SIM-QUALITY
                       ELSE
                           SUBTRACT 4 FROM WS-SIM-QUALITY
                       END-IF
                   END-IF
                   IF WS-SIM-QUALITY < 0
                       MOVE 0 TO WS-SIM-QUALITY
                   END-IF
               WHEN OTHER
                   IF WS-SIM-QUALITY > 0
                       IF WS-SIM-SELL-IN > 0
                           SUBTRACT 1 FROM WS-SIM-QUALITY
                       ELSE
                           SUBTRACT 2 FROM WS-SIM-QUALITY
                       END-IF
                   END-IF
                   IF WS-SIM-QUALITY < 0
                       MOVE 0 TO WS-SIM-QUALITY
                   END-IF
           END-EVALUATE.
           PERFORM 0460-APPLY-STORAGE-PROFILE.

       0460-APPLY-STORAGE-PROFILE.
      * SAME SCALING AS THE ENGINE'S 0460-APPLY-STORAGE-PROFILE.
           IF WS-PROFILE-PERCENT NOT = 100
              AND NOT WS-SIM-LEGENDARY
              AND WS-SIM-QUALITY NOT = WS-DAY-START-QUALITY
              AND NOT (WS-SIM-CONCERT AND WS-SIM-SELL-IN < 1)
               IF WS-SIM-QUALITY < WS-DAY-START-QUALITY
                   SET WS-DAY-LOSS TO TRUE
                   COMPUTE WS-DAY-CHANGE =
                       WS-DAY-START-QUALITY - WS-SIM-QUALITY
               ELSE
                   SET WS-DAY-GAIN TO TRUE
                   COMPUTE WS-DAY-CHANGE =
                       WS-SIM-QUALITY - WS-DAY-START-QUALITY
               END-IF
               COMPUTE WS-PROFILE-DAY = 1000 - WS-SIM-SELL-IN
               COMPUTE WS-SCALED-TO-DATE = WS-DAY-CHANGE *
                   WS-PROFILE-PERCENT * WS-PROFILE-DAY / 100
               COMPUTE WS-SCALED-BEFORE = WS-DAY-CHANGE *
                   WS-PROFILE-PERCENT * (WS-PROFILE-DAY - 1) / 100
               COMPUTE WS-SCALED-CHANGE =
                   WS-SCALED-TO-DATE - WS-SCALED-BEFORE
               IF WS-DAY-LOSS
                   COMPUTE WS-SIM-QUALITY =
                       WS-DAY-START-QUALITY - WS-SCALED-CHANGE
                   IF WS-SIM-QUALITY < 0
                       MOVE 0 TO WS-SIM-QUALITY
                   END-IF
               ELSE
                   COMPUTE WS-SIM-QUALITY =
                       WS-DAY-START-QUALITY + WS-SCALED-CHANGE
                   IF WS-SIM-QUALITY > 50
                       MOVE 50 TO WS-SIM-QUALITY
                   END-IF
               END-IF
           END-IF.

       0470-LOOKUP-STORAGE-PROFILE.
      * PROFILE FOR THE RECORD'S STORE ROOM AND RULE CLASS; NO ROW
      * MEANS THE STANDARD RATE.  LEGENDARY ITEMS ARE ALWAYS EXEMPT.
           MOVE 100 TO WS-PROFILE-PERCENT.
           MOVE "STANDARD" TO WS-PROFILE-NAME.
           IF WS-SIM-LEGENDARY
               MOVE "EXEMPT" TO WS-PROFILE-NAME
           ELSE
               SET PROFILE-IDX TO 1
               PERFORM UNTIL PROFILE-IDX > WS-PROFILE-COUNT
                   IF WS-PROFILE-TBL-STORE (PROFILE-IDX) =
                          WS-PROFILE-STORE
                      AND WS-PROFILE-TBL-CLASS (PROFILE-IDX) =
                          WS-SIM-TYPE
                       MOVE WS-PROFILE-TBL-PERCENT (PROFILE-IDX)
                           TO WS-PROFILE-PERCENT
                       MOVE WS-PROFILE-TBL-NAME (PROFILE-IDX)
                           TO WS-PROFILE-NAME
                       SET PROFILE-IDX TO WS-PROFILE-COUNT
                   END-IF
                   SET PROFILE-IDX UP BY 1
               END-PERFORM
           END-IF.

       0200-END.
           CLOSE FI-RETURNS.
           CLOSE FI-RETURN-HISTORY.
           IF WS-RETURNED-UNITS > 0
               PERFORM 0180-REWRITE-INVENTORY
           END-IF.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "LINES " WS-LINE-COUNT
               " RETURNED-UNITS " WS-RETURNED-UNITS
               " REFUSED " WS-REFUSED-COUNT
               " JOINED-RECORDS " WS-JOINED-COUNT
               " NEW-RECORDS " WS-ADDED-COUNT
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.
           CLOSE FI-REGISTER.
           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO LOG-TEXT
               STRING WS-REFUSED-COUNT " CUSTOMER RETURN(S) REFUSED"
                   " - SEE customer-return-register.dat"
                   DELIMITED BY SIZE INTO LOG-TEXT
               MOVE "customer-return" TO LOG-PROGRAM
               MOVE "0150-EDIT-RETURN" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               PERFORM 9000-LOG-CONDITION
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "CUSTOMER-RETURN: " WS-RETURNED-UNITS
               " UNIT(S) RETURNED TO STOCK, " WS-REFUSED-COUNT
               " REFUSED".

       0300-RETURN.
           GOBACK.
