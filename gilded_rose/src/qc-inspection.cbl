       IDENTIFICATION DIVISION.
       PROGRAM-ID. "qc-inspection".

      * MODIFICATION HISTORY:
      * - EVERY disposition-history.dat RECORD NOW CARRIES A CHAIN
      *   VALUE AFTER THE DATE, LINKED ONTO THE PREVIOUS RECORD'S
      *   THROUGH audit-chain (SEE AUDCHAIN), SO AN ALTERED OR
      *   DELETED HISTORY LINE SHOWS UP IN chain-verify.
      * - EVERY RECORD A FAILED LOT TAKES OFF in.dat NOW ALSO POSTS A
      *   MOVEMENT OF ITS UNITS TO THE STOCK LEDGER THROUGH
      *   stock-ledger (SEE STKMOVE): RTV FOR A RETURN RESULT,
      *   WRITEOFF FOR A DISCARD.
      * - NEW PROGRAM.  INBOUND QC INSPECTION RESULTS.  LOTS FROM A
      *   SUPPLIER FLAGGED "INSPECT ON RECEIPT" ARE RECEIVED ONTO
      *   qc-holds.dat (SEE receiving AND QCHOLD) AND STAY OUT OF
      *   SALEABLE STOCK UNTIL QC HAS LOOKED AT THEM.  THIS PROGRAM
      *   READS QC'S qc-results.dat (LOT, RESULT, INSPECTOR, REASON)
      *   AND RESOLVES EACH HELD LOT:
      *     RELEASE - THE LOT PASSED AND BECOMES ORDINARY STOCK.
      *     RTV     - THE LOT FAILED AND GOES BACK TO THE SUPPLIER:
      *               ITS in.dat RECORDS ARE REMOVED WITH AN RTV ROW
      *               EACH ON disposition-history.dat AND A NUMBERED
      *               OPEN CLAIM IS RAISED ON vendor-claims.dat, THE
      *               SAME AS A vendor-return.
      *     DISCARD - THE LOT FAILED AND IS DESTROYED: ITS RECORDS
      *               ARE REMOVED WITH A DISCARDED ROW EACH.
      *   THE INSPECTOR MUST BE ON data/operators.dat (A SHOP WITHOUT
      *   THE FILE TAKES THE ID AS GIVEN).  A LINE FOR A LOT THAT IS
      *   NOT ON HOLD, OR WITH AN UNKNOWN RESULT OR INSPECTOR, IS
      *   REFUSED TO qc-inspection-register.dat.  THE HOLD ROW IS
      *   REWRITTEN WITH THE OUTCOME, DATE AND INSPECTOR.  in.dat IS
      *   REWRITTEN THROUGH qcwork.dat THE SAME WAY vendor-return
      *   DOES IT, AND LIKE THE OTHER DAYTIME in.dat UTILITIES THE
      *   PROGRAM REFUSES TO START WHILE THE NIGHTLY RUN HOLDS
      *   run-lock.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-RESULTS ASSIGN "qc-results.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
             SELECT OPTIONAL FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT FI-WORK ASSIGN "qcwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
             SELECT OPTIONAL FI-HISTORY
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
             SELECT OPTIONAL FI-CLAIMS ASSIGN "vendor-claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
             SELECT FI-REGISTER ASSIGN "qc-inspection-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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
           FD FI-RESULTS.
           01 FS-RESULT-RECORD.
               05 QCR-LOT               PIC X(6).
               05 FILLER                PIC X.
               05 QCR-RESULT            PIC X(8).
                   88 QCR-RELEASE       VALUE "RELEASE".
                   88 QCR-RETURN        VALUE "RTV".
                   88 QCR-DISCARD       VALUE "DISCARD".
               05 FILLER                PIC X.
               05 QCR-INSPECTOR         PIC X(8).
               05 FILLER                PIC X.
               05 QCR-REASON            PIC X(20).

           FD FI-QCHOLD.
           COPY "qchold.cpy".

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

           FD FI-CLAIMS.
           COPY "claimrec.cpy".

           FD FI-REGISTER.
           01 FS-REGISTER-RECORD        PIC X(130).

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
           01 WS-RESULTS-FILE-STATUS    PIC 99.
               88 WS-RESULTS-OK         VALUE 00.
               88 WS-RESULTS-EOF        VALUE 10.

           01 WS-QCHOLD-FILE-STATUS     PIC 99.
               88 WS-QCHOLD-OK          VALUE 00.
               88 WS-QCHOLD-EOF         VALUE 10.

           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

           01 WS-WORK-FILE-STATUS       PIC 99.
               88 WS-WORK-OK            VALUE 00.
               88 WS-WORK-EOF           VALUE 10.

           01 WS-HISTORY-FILE-STATUS    PIC 99.
               88 WS-HISTORY-OK         VALUE 00.

           01 WS-CLAIM-FILE-STATUS      PIC 99.
               88 WS-CLAIM-OK           VALUE 00.
               88 WS-CLAIM-EOF          VALUE 10.

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

      * EVERY HOLD ROW ON FILE, OPEN OR RESOLVED, IN FILE ORDER.  THE
      * FILE IS REWRITTEN FROM THIS TABLE AT END OF RUN.
           01 WS-HOLD-COUNT             PIC 9(4) VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HOLD-IDX.
                   10 WS-HOLD-ROW        PIC X(110).

      * SIGN-ON IDS FROM data/operators.dat.  AN EMPTY TABLE (NO
      * FILE) MEANS THE SHOP HAS NOT MIGRATED TO SIGN-ON AND ANY
      * INSPECTOR ID IS TAKEN AS GIVEN.
           01 WS-OPERATOR-COUNT         PIC 9(3) VALUE 0.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-OPERATOR-COUNT
                   INDEXED BY OPERATOR-IDX.
                   10 WS-OPERATOR-TBL-ID PIC X(8).

      * in.dat, LOADED UP FRONT - SAME SHAPE AS vendor-return'S TABLE.
           01 WS-INV-COUNT              PIC 9(4) VALUE 0.
           01 WS-INV-TABLE.
               05 WS-INV-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-INV-COUNT
                   INDEXED BY INV-IDX.
                   10 WS-INV-RAW         PIC X(84).
                   10 WS-INV-QTY         PIC 9(5).
                   10 WS-INV-TOUCHED     PIC X.
                       88 WS-INV-WAS-TOUCHED VALUE "Y".

           01 WS-NEXT-CLAIM-NUMBER      PIC 9(6) VALUE 1.

      * THE RESULT LINE IN HAND.
           01 WS-LINE-SWITCH            PIC X.
               88 WS-LINE-VALID         VALUE "Y".
               88 WS-LINE-INVALID       VALUE "N".
           01 WS-REJECT-REASON          PIC X(50).
           01 WS-HOLD-FOUND-SWITCH      PIC X.
               88 WS-HOLD-FOUND         VALUE "Y".
           01 WS-HISTORY-REASON         PIC X(9).
           01 WS-OUTCOME                PIC X(8).
           01 WS-LOT-UNITS              PIC 9(5).
           01 WS-FIRST-IDX              PIC 9(4).
           01 WS-UNITS-TEXT             PIC 9(5).
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-CLAIM-TEXT             PIC X(6).
           01 WS-DAYS-HELD              PIC 9(5).
           01 WS-HELD-DATE-NUM          PIC 9(8).
           01 WS-TODAY-INT              PIC 9(8).
           01 WS-HELD-INT               PIC 9(8).

           01 WS-LINE-COUNT             PIC 9(5) VALUE 0.
           01 WS-RELEASED-COUNT         PIC 9(5) VALUE 0.
           01 WS-RETURNED-COUNT         PIC 9(5) VALUE 0.
           01 WS-DISCARDED-COUNT        PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT          PIC 9(5) VALUE 0.
           01 WS-REMOVED-UNITS          PIC 9(7) VALUE 0.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
               05 WS-CD-DAY              PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(8).

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED STOCK MOVEMENT PARAMETER BLOCK (SEE stock-ledger).
           COPY "stkmove.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

       PROCEDURE DIVISION.
           PERFORM 0010-CHECK-RUN-LOCK THRU 0010-EXIT.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM).
           OPEN INPUT FI-RESULTS.
           IF NOT WS-RESULTS-OK
               DISPLAY "QC-INSPECTION: qc-results.dat NOT FOUND - "
                   "NOTHING TO APPLY"
               GOBACK
           END-IF.
           PERFORM 0050-LOAD-HOLDS.
           PERFORM 0060-LOAD-OPERATORS.
           PERFORM 0070-LOAD-INVENTORY.
           PERFORM 0080-FIND-NEXT-CLAIM.
           OPEN OUTPUT FI-REGISTER.
           MOVE "L" TO CHN-FUNCTION.
           MOVE "disposition-history.dat" TO CHN-FILE-NAME.
           MOVE 105 TO CHN-COLUMN.
           CALL "audit-chain" USING CHAIN-REQUEST.
           OPEN EXTEND FI-HISTORY.
           IF NOT WS-HISTORY-OK
               CLOSE FI-HISTORY
               OPEN OUTPUT FI-HISTORY
           END-IF.
           OPEN EXTEND FI-CLAIMS.
           IF NOT WS-CLAIM-OK
               CLOSE FI-CLAIMS
               OPEN OUTPUT FI-CLAIMS
           END-IF.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "QC INSPECTION REGISTER FOR " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.

       0100-START.
           READ FI-RESULTS END GO TO 0200-END.
             IF FS-RESULT-RECORD = SPACES
                 GO TO 0100-START
             END-IF.
             ADD 1 TO WS-LINE-COUNT.
             PERFORM 0150-EDIT-RESULT THRU 0150-EXIT.
             IF WS-LINE-VALID
                 PERFORM 0160-APPLY-RESULT
             ELSE
                 ADD 1 TO WS-REFUSED-COUNT
                 MOVE SPACES TO FS-REGISTER-RECORD
                 STRING "REFUSED  " FS-RESULT-RECORD (1:45)
                     " - " WS-REJECT-REASON
                     DELIMITED BY SIZE INTO FS-REGISTER-RECORD
                 WRITE FS-REGISTER-RECORD
             END-IF.
           GO TO 0100-START.

       0010-CHECK-RUN-LOCK.
      * THE NIGHTLY RUN HOLDS run-lock.dat FROM STEP 1 TO END OF RUN
      * (SEE main-program).  A FAILED LOT REWRITES in.dat WHILE THE RUN
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
               MOVE "qc-inspection" TO LOG-PROGRAM
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
                   DISPLAY "QC-INSPECTION: lock_override '"
                       WS-OVERRIDE-ID "' IS NOT A SUPERVISOR "
                       "ON data/operators.dat - LOCK STANDS"
               END-IF
           END-IF.
           PERFORM 0012-FIND-RUN-STEP.
           DISPLAY "QC-INSPECTION: NIGHTLY RUN LOCK HELD SINCE "
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

       0050-LOAD-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           OPEN INPUT FI-QCHOLD.
           IF WS-QCHOLD-OK
               READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-QCHOLD-OK OR WS-HOLD-COUNT >= 9999
                   ADD 1 TO WS-HOLD-COUNT
                   SET HOLD-IDX TO WS-HOLD-COUNT
                   MOVE FS-QC-HOLD-RECORD TO WS-HOLD-ROW (HOLD-IDX)
                   READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-QCHOLD.

       0060-LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT.
           OPEN INPUT FI-OPERATORS.
           IF WS-OPERATOR-OK
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPERATOR-OK
                   OR WS-OPERATOR-COUNT >= 500
                   IF OPR-ID NOT = SPACES
                       ADD 1 TO WS-OPERATOR-COUNT
                       SET OPERATOR-IDX TO WS-OPERATOR-COUNT
                       MOVE OPR-ID TO WS-OPERATOR-TBL-ID (OPERATOR-IDX)
                   END-IF
                   READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-OPERATORS.

       0070-LOAD-INVENTORY.
           MOVE 0 TO WS-INV-COUNT.
           OPEN INPUT FI-IN-ITEMS.
           IF NOT WS-IN-OK
               CLOSE FI-IN-ITEMS
           ELSE
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ
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
                   READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-IN-ITEMS
           END-IF.

       0080-FIND-NEXT-CLAIM.
      * CLAIM NUMBERS ARE SHARED WITH vendor-return AND NEVER REUSED -
      * THE NEXT ONE IS ONE PAST THE HIGHEST ON FILE.
           OPEN INPUT FI-CLAIMS.
           IF WS-CLAIM-OK
               READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CLAIM-OK
                   IF CLM-NUMBER NUMERIC
                      AND CLM-NUMBER >= WS-NEXT-CLAIM-NUMBER
                       COMPUTE WS-NEXT-CLAIM-NUMBER = CLM-NUMBER + 1
                   END-IF
                   READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CLAIMS.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0150-EDIT-RESULT.
      * LEAVES HOLD-IDX ON THE LOT'S HOLD ROW AND THAT ROW IN
      * FS-QC-HOLD-RECORD.  A LOT HOLDS ONE ROW, SO THE FIRST MATCH
      * IS THE ONLY ONE.
           SET WS-LINE-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF QCR-LOT NOT NUMERIC
               SET WS-LINE-INVALID TO TRUE
               MOVE "NON-NUMERIC LOT NUMBER" TO WS-REJECT-REASON
               GO TO 0150-EXIT
           END-IF.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-HOLD-FOUND
               MOVE WS-HOLD-ROW (HOLD-IDX) TO FS-QC-HOLD-RECORD
               IF QCH-LOT = QCR-LOT
                   SET WS-HOLD-FOUND TO TRUE
               ELSE
                   SET HOLD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-HOLD-FOUND
               SET WS-LINE-INVALID TO TRUE
               MOVE "LOT IS NOT ON qc-holds.dat" TO WS-REJECT-REASON
               GO TO 0150-EXIT
           END-IF.
           IF NOT QCH-ON-HOLD
               SET WS-LINE-INVALID TO TRUE
               STRING "LOT ALREADY RESOLVED " QCH-STATUS
                   " ON " QCH-RESOLVED-DATE
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               GO TO 0150-EXIT
           END-IF.
           IF NOT QCR-RELEASE AND NOT QCR-RETURN AND NOT QCR-DISCARD
               SET WS-LINE-INVALID TO TRUE
               MOVE "RESULT IS NOT RELEASE, RTV OR DISCARD"
                   TO WS-REJECT-REASON
               GO TO 0150-EXIT
           END-IF.
           IF QCR-INSPECTOR = SPACES
               SET WS-LINE-INVALID TO TRUE
               MOVE "NO INSPECTOR ID" TO WS-REJECT-REASON
               GO TO 0150-EXIT
           END-IF.
           IF WS-OPERATOR-COUNT > 0
               SET OPERATOR-IDX TO 1
               SEARCH WS-OPERATOR-ENTRY
                   AT END
                       SET WS-LINE-INVALID TO TRUE
                       MOVE "INSPECTOR IS NOT ON data/operators.dat"
                           TO WS-REJECT-REASON
                   WHEN WS-OPERATOR-TBL-ID (OPERATOR-IDX)
                        = QCR-INSPECTOR
                       CONTINUE
               END-SEARCH
           END-IF.

       0150-EXIT.
           EXIT.

       0160-APPLY-RESULT.
           MOVE 0 TO WS-LOT-UNITS.
           MOVE SPACES TO WS-CLAIM-TEXT.
           EVALUATE TRUE
               WHEN QCR-RELEASE
                   MOVE "RELEASED" TO WS-OUTCOME
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN QCR-RETURN
                   MOVE "RTV" TO WS-OUTCOME
                   MOVE "RTV" TO WS-HISTORY-REASON
                   PERFORM 0170-REMOVE-LOT
                   IF WS-LOT-UNITS > 0
                       PERFORM 0180-RAISE-CLAIM
                   END-IF
                   ADD 1 TO WS-RETURNED-COUNT
               WHEN QCR-DISCARD
                   MOVE "DISCARD" TO WS-OUTCOME
                   MOVE "DISCARDED" TO WS-HISTORY-REASON
                   PERFORM 0170-REMOVE-LOT
                   ADD 1 TO WS-DISCARDED-COUNT
           END-EVALUATE.
           MOVE WS-OUTCOME TO QCH-STATUS.
           MOVE WS-CURRENT-DATE TO QCH-RESOLVED-DATE.
           MOVE QCR-INSPECTOR TO QCH-INSPECTOR.
           MOVE FS-QC-HOLD-RECORD TO WS-HOLD-ROW (HOLD-IDX).
           PERFORM 0190-REGISTER-OUTCOME.

       0170-REMOVE-LOT.
      * A FAILED LOT LEAVES WHOLE: EVERY in.dat RECORD CARRYING IT, IN
      * WHATEVER STORE IT HAS SINCE BEEN MOVED TO, COMES OUT WITH A
      * HISTORY ROW FOR ITS UNITS.  WS-FIRST-IDX KEEPS THE FIRST ONE
      * FOR THE CLAIM'S ITEM ID.
           MOVE 0 TO WS-FIRST-IDX.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-QTY (INV-IDX) > 0
                  AND WS-INV-RAW (INV-IDX) (79:6) = QCR-LOT
                   IF WS-FIRST-IDX = 0
                       SET WS-FIRST-IDX TO INV-IDX
                   END-IF
                   MOVE SPACES TO FS-HISTORY-RECORD
                   MOVE WS-INV-RAW (INV-IDX) TO HST-RAW-RECORD
                   MOVE WS-INV-QTY (INV-IDX) TO WS-UNITS-TEXT
                   MOVE WS-UNITS-TEXT TO HST-RAW-RECORD (62:5)
                   MOVE WS-HISTORY-REASON TO HST-REASON
                   MOVE WS-CURRENT-DATE TO HST-DATE
                   PERFORM 0172-CHAIN-HISTORY
                   WRITE FS-HISTORY-RECORD
                   PERFORM 0175-POST-REMOVAL
                   ADD WS-INV-QTY (INV-IDX) TO WS-LOT-UNITS
                   MOVE 0 TO WS-INV-QTY (INV-IDX)
                   MOVE "Y" TO WS-INV-TOUCHED (INV-IDX)
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.
           ADD WS-LOT-UNITS TO WS-REMOVED-UNITS.

       0172-CHAIN-HISTORY.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-HISTORY-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO HST-CHAIN.

       0175-POST-REMOVAL.
           MOVE SPACES TO STOCK-MOVEMENT.
           MOVE WS-INV-RAW (INV-IDX) (72:6) TO SMV-ITEM-ID.
           MOVE WS-INV-RAW (INV-IDX) (68:3) TO SMV-STORE.
           MOVE WS-INV-RAW (INV-IDX) (79:6) TO SMV-LOT.
           IF QCR-RETURN
               MOVE "RTV" TO SMV-TYPE
           ELSE
               MOVE "WRITEOFF" TO SMV-TYPE
           END-IF.
           COMPUTE SMV-UNITS = 0 - WS-INV-QTY (INV-IDX).
           MOVE WS-CURRENT-DATE TO SMV-DATE.
           MOVE "qc-inspection" TO SMV-PROGRAM.
           MOVE WS-INV-RAW (INV-IDX) (11:50) TO SMV-ITEM-NAME.
           CALL "stock-ledger" USING STOCK-MOVEMENT.

       0180-RAISE-CLAIM.
      * SAME CLAIM vendor-return RAISES, AGAINST THE SUPPLIER ON THE
      * HOLD ROW; THE CREDIT NOTE IS KEYED THROUGH vendor-return AND
      * THE CLAIM AGES ON claim-aging LIKE ANY OTHER.
           SET INV-IDX TO WS-FIRST-IDX.
           MOVE SPACES TO FS-CLAIM-RECORD.
           MOVE WS-NEXT-CLAIM-NUMBER TO CLM-NUMBER.
           MOVE CLM-NUMBER TO WS-CLAIM-TEXT.
           ADD 1 TO WS-NEXT-CLAIM-NUMBER.
           MOVE QCH-SUPPLIER TO CLM-SUPPLIER.
           MOVE QCR-LOT TO CLM-LOT.
           IF WS-INV-RAW (INV-IDX) (72:6) NUMERIC
               MOVE WS-INV-RAW (INV-IDX) (72:6) TO CLM-ITEM-ID
           ELSE
               MOVE "000000" TO CLM-ITEM-ID
           END-IF.
           MOVE WS-INV-RAW (INV-IDX) (11:30) TO CLM-ITEM-NAME.
           MOVE QCH-STORE TO CLM-STORE.
           MOVE WS-LOT-UNITS TO CLM-UNITS.
           MOVE WS-CURRENT-DATE TO CLM-RAISED-DATE.
           MOVE "OPEN" TO CLM-STATUS.
           IF QCR-REASON = SPACES
               MOVE "FAILED QC INSPECTION" TO CLM-REASON
           ELSE
               MOVE QCR-REASON TO CLM-REASON
           END-IF.
           MOVE 0 TO CLM-CREDIT-AMOUNT.
           WRITE FS-CLAIM-RECORD.

       0190-REGISTER-OUTCOME.
           MOVE 0 TO WS-DAYS-HELD.
           IF QCH-HELD-DATE NUMERIC
               MOVE QCH-HELD-DATE TO WS-HELD-DATE-NUM
               COMPUTE WS-HELD-INT =
                   FUNCTION INTEGER-OF-DATE (WS-HELD-DATE-NUM)
               IF WS-HELD-INT < WS-TODAY-INT
                   COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-HELD-INT
               END-IF
           END-IF.
           MOVE WS-LOT-UNITS TO WS-UNITS-TEXT.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING WS-OUTCOME " LOT " QCH-LOT
               " SUPPLIER " QCH-SUPPLIER
               " STORE " QCH-STORE
               " HELD " WS-DAYS-HELD " DAY(S)"
               " INSPECTOR " QCR-INSPECTOR
               " REMOVED " WS-UNITS-TEXT
               " CLAIM " WS-CLAIM-TEXT
               " " QCH-ITEM-NAME (1:30)
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD.
           WRITE FS-REGISTER-RECORD.

       0200-END.
           CLOSE FI-RESULTS.
           CLOSE FI-HISTORY.
           CLOSE FI-CLAIMS.
           IF WS-RELEASED-COUNT + WS-RETURNED-COUNT
              + WS-DISCARDED-COUNT > 0
               PERFORM 0210-REWRITE-HOLDS
           END-IF.
           IF WS-REMOVED-UNITS > 0
               PERFORM 0220-REWRITE-INVENTORY
           END-IF.
           MOVE SPACES TO FS-REGISTER-RECORD.
           STRING "LINES " WS-LINE-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " RTV " WS-RETURNED-COUNT
               " DISCARDED " WS-DISCARDED-COUNT
               " REFUSED " WS-REFUSED-COUNT
               " UNITS-REMOVED " WS-REMOVED-UNITS
               DELIMITED BY SIZE INTO FS-REGISTER-RECORD
           WRITE FS-REGISTER-RECORD.
           CLOSE FI-REGISTER.
           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO LOG-TEXT
               STRING WS-REFUSED-COUNT " QC RESULT LINE(S) REFUSED"
                   " - SEE qc-inspection-register.dat"
                   DELIMITED BY SIZE INTO LOG-TEXT
               MOVE "qc-inspection" TO LOG-PROGRAM
               MOVE "0150-EDIT-RESULT" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               PERFORM 9000-LOG-CONDITION
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "QC-INSPECTION: " WS-RELEASED-COUNT " RELEASED, "
               WS-RETURNED-COUNT " RTV, " WS-DISCARDED-COUNT
               " DISCARDED, " WS-REFUSED-COUNT " REFUSED".

       0300-RETURN.
           GOBACK.

       0210-REWRITE-HOLDS.
           OPEN OUTPUT FI-QCHOLD.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-ROW (HOLD-IDX) TO FS-QC-HOLD-RECORD
               WRITE FS-QC-HOLD-RECORD
               SET HOLD-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-QCHOLD.

       0220-REWRITE-INVENTORY.
      * in.dat IS REWRITTEN IN TWO PASSES THROUGH qcwork.dat THE WAY
      * vendor-return REWRITES IT.  A FAILED LOT'S RECORDS ARE
      * DROPPED; EVERYTHING ELSE GOES BACK BYTE FOR BYTE.
           OPEN OUTPUT FI-WORK.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF NOT WS-INV-WAS-TOUCHED (INV-IDX)
                   MOVE WS-INV-RAW (INV-IDX) TO FS-WORK-ITEM
                   WRITE FS-WORK-ITEM
               END-IF
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
