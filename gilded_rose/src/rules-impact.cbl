       IDENTIFICATION DIVISION.
       PROGRAM-ID. "rules-impact".

      * MODIFICATION HISTORY:
      * - BOTH RUNS NOW AGE BY THE STORE ROOM'S STORAGE PROFILE
      *   (data/storage-profiles.dat), AS THE ENGINE DOES.
      * - NEW PROGRAM.  RULES-CHANGE IMPACT SIMULATOR, RUN BEFORE
      *   rules-maint INSTALLS A STAGED item-rules.new.  A ONE-BYTE
      *   SLIP IN A MATCH LENGTH OR RULE TYPE ONCE MOVED A WHOLE
      *   PRODUCT FAMILY ONTO THE WRONG RATE, AND rules-maint CAN
      *   ONLY CHECK THAT THE TABLE IS WELL FORMED, NOT WHAT IT DOES
      *   TO THE SHELF.  THIS PROGRAM AGES TONIGHT'S out.dat FORWARD
      *   impact_days DAYS (DEFAULT 30, AT MOST 365) TWICE - ONCE
      *   UNDER THE RULES IN FORCE ON processing_date AND ONCE UNDER
      *   THE CANDIDATE TABLE - A DAY AT A TIME WITH THE SAME LOGIC
      *   AS THE ENGINE'S 0450-AGE-ONE-DAY, AND LISTS EVERY ITEM THE
      *   TWO RUNS TREAT DIFFERENTLY: ITS QUALITY AT EACH QUARTER OF
      *   THE HORIZON, THE DAY IT REACHES ZERO, AND THE DIFFERENCE IN
      *   ITS CLOSING VALUE PRICED FROM data/unit-values.dat.  ITEMS
      *   WHOSE RULE CLASS CHANGES ARE LISTED AGAIN AT THE END WITH
      *   THE RULE THAT CAUSED IT, CALLING OUT A CHANGED MATCH
      *   LENGTH.  READS ONLY - WRITES NOTHING BUT rules-impact.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-DAY1 ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY1-FILE-STATUS.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-PROPOSED ASSIGN "item-rules.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-FILE-STATUS.
             SELECT OPTIONAL FI-VALUES ASSIGN "data/unit-values.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUES-FILE-STATUS.
             SELECT OPTIONAL FI-PROFILES
               ASSIGN "data/storage-profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "rules-impact.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-DAY1.
           COPY "itemout.cpy".

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-PROPOSED.
           01 FS-PROPOSED-RECORD.
               05 FP-NAME              PIC X(50).
               05 FP-MATCH-LEN         PIC XX.
               05 FP-TYPE               PIC X.
               05 FP-EFFECTIVE          PIC X(8).

           FD FI-VALUES.
           01 FS-VALUE-RECORD.
               05 FV-CLASS              PIC X.
               05 FILLER                PIC X.
               05 FV-PER-POINT          PIC 9(3)V99.

           FD FI-PROFILES.
           COPY "storprof.cpy".

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-DAY1-FILE-STATUS       PIC 99.
               88 WS-DAY1-OK            VALUE 00.
               88 WS-DAY1-EOF           VALUE 10.

           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.

           01 WS-PROPOSED-FILE-STATUS   PIC 99.
               88 WS-PROPOSED-OK        VALUE 00.
               88 WS-PROPOSED-EOF       VALUE 10.

           01 WS-VALUES-FILE-STATUS     PIC 99.
               88 WS-VALUES-FILE-OK     VALUE 00.
               88 WS-VALUES-EOF         VALUE 10.

      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0030-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).

      * TABLE 1 IS THE LIVE TABLE, TABLE 2 THE CANDIDATE.  BOTH ARE
      * LOOKED UP WITH THE ENGINES' FIRST-PREFIX-MATCH RULE.
           01 WS-RULE-TABLES.
               05 WS-RULE-SET OCCURS 2 TIMES INDEXED BY SET-IDX.
                   10 WS-RULE-COUNT      PIC 99.
                   10 WS-RULE-ENTRY OCCURS 20 TIMES
                       INDEXED BY RULE-IDX.
                       15 WS-RULE-NAME       PIC X(50).
                       15 WS-RULE-MATCH-LEN  PIC 99.
                       15 WS-RULE-TYPE       PIC X.

           01 WS-SKIPPED-ROWS           PIC 99 VALUE 0.
           01 WS-COMPARE-LEN            PIC 99.
           01 WS-OTHER-SET              PIC 9.
           01 WS-OTHER-IDX              PIC 99.

      * UNIT-VALUE TABLE, AS valuation LOADS IT.
           01 WS-VALUE-COUNT            PIC 99 VALUE 0.
           01 WS-VALUE-TABLE.
               05 WS-VALUE-ENTRY OCCURS 0 TO 10 TIMES
                   DEPENDING ON WS-VALUE-COUNT
                   INDEXED BY VALUE-IDX.
                   10 WS-VALUE-CLASS     PIC X.
                   10 WS-VALUE-PER-POINT PIC 9(3)V99.

           01 WS-HORIZON-TEXT           PIC X(4).
           01 WS-HORIZON                PIC 9(3) VALUE 30.
           01 WS-CHECKPOINTS.
               05 WS-CHECKPOINT         PIC 9(3) OCCURS 4 TIMES.
           01 WS-CP                     PIC 9.

      * ONE SIMULATED RUN PER TABLE FOR THE ITEM IN HAND.  THE
      * RECORD'S OWN FIELDS ARE NEVER TOUCHED, ONLY THESE COPIES.
           01 WS-SIM-RESULTS.
               05 WS-SIM-RESULT OCCURS 2 TIMES.
                   10 WS-RES-TYPE        PIC X.
                   10 WS-RES-RULE        PIC 99.
                   10 WS-RES-PATH        PIC S9(3) OCCURS 4 TIMES.
                   10 WS-RES-ZERO-DAY    PIC 9(3).
                   10 WS-RES-VALUE       PIC 9(9)V99.

           01 WS-SIM-TYPE               PIC X.
               88 WS-SIM-AGES-WELL      VALUE "B".
               88 WS-SIM-LEGENDARY      VALUE "L".
               88 WS-SIM-CONCERT        VALUE "C".
               88 WS-SIM-DOUBLE-DECAY   VALUE "D".
           01 WS-SIM-SELL-IN            PIC S9(5).
           01 WS-SIM-QUALITY            PIC S9(5).
           01 WS-SIM-DAY                PIC 9(3).
           01 WS-PER-POINT              PIC 9(3)V99.

      * STORE-ROOM STORAGE PROFILES - LOADED FROM
      * data/storage-profiles.dat (SEE STORPROF).  THE PROFILE FOR THE
      * RECORD IN HAND SCALES EACH NIGHT'S QUALITY CHANGE (SEE
      * 0460-APPLY-STORAGE-PROFILE).
           01 WS-PROFILE-FILE-STATUS    PIC 99.
               88 WS-PROFILE-FILE-OK    VALUE 00.
               88 WS-PROFILE-EOF        VALUE 10.
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
           01 WS-DAY-START-QUALITY      PIC S9(5).
           01 WS-DAY-CHANGE             PIC S9(5).
           01 WS-DAY-DIRECTION          PIC X.
               88 WS-DAY-LOSS           VALUE "L".
               88 WS-DAY-GAIN           VALUE "G".
           01 WS-PROFILE-DAY            PIC 9(4).
           01 WS-SCALED-TO-DATE         PIC 9(7).
           01 WS-SCALED-BEFORE          PIC 9(7).
           01 WS-SCALED-CHANGE          PIC 9(5).
           01 WS-PROFILE-STORE          PIC X(3).
           01 WS-ITEM-UNITS             PIC 9(5).

           01 WS-DIFFERS-SWITCH         PIC X.
               88 WS-RUNS-DIFFER        VALUE "Y".

           01 WS-ITEM-COUNT             PIC 9(5) VALUE 0.
           01 WS-CHANGED-COUNT          PIC 9(5) VALUE 0.
           01 WS-LIVE-TOTAL             PIC 9(9)V99 VALUE 0.
           01 WS-CAND-TOTAL             PIC 9(9)V99 VALUE 0.
           01 WS-VALUE-DIFFERENCE       PIC S9(9)V99.

      * ITEMS WHOSE RULE CLASS CHANGES, PRINTED AFTER THE DETAIL.
           01 WS-CLASS-COUNT            PIC 9(4) VALUE 0.
           01 WS-CLASS-TABLE.
               05 WS-CLASS-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CLASS-COUNT
                   INDEXED BY CLASS-IDX.
                   10 WS-CLASS-LINE      PIC X(100).
           01 WS-CLASS-REASON           PIC X(40).
           01 WS-LIVE-LEN               PIC 99.
           01 WS-NEW-LEN                PIC 99.

           01 WS-ZERO-TEXTS.
               05 WS-ZERO-TEXT          PIC X(5) OCCURS 2 TIMES.
           01 WS-PATH-TEXTS.
               05 WS-PATH-TEXT          PIC ---9 OCCURS 4 TIMES.
           01 WS-DISPLAY-MONEY          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-DIFF           PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-LABEL                  PIC X(5).

           01 WS-CURRENT-DATE           PIC X(8).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-CURRENT-DATE.
           ACCEPT WS-CURRENT-DATE FROM ENVIRONMENT "processing_date".
           IF WS-CURRENT-DATE NOT NUMERIC
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO WS-HORIZON-TEXT.
           ACCEPT WS-HORIZON-TEXT FROM ENVIRONMENT "impact_days".
           IF WS-HORIZON-TEXT NOT = SPACES
               IF FUNCTION TRIM (WS-HORIZON-TEXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (WS-HORIZON-TEXT) TO WS-HORIZON
               END-IF
           END-IF.
           IF WS-HORIZON < 4 OR WS-HORIZON > 365
               MOVE 30 TO WS-HORIZON
           END-IF.
           COMPUTE WS-CHECKPOINT (1) = WS-HORIZON / 4.
           COMPUTE WS-CHECKPOINT (2) = WS-HORIZON / 2.
           COMPUTE WS-CHECKPOINT (3) = WS-HORIZON * 3 / 4.
           MOVE WS-HORIZON TO WS-CHECKPOINT (4).

           OPEN INPUT FI-PROPOSED.
           IF NOT WS-PROPOSED-OK
               DISPLAY "RULES-IMPACT: item-rules.new NOT FOUND - "
                   "NOTHING TO SIMULATE"
               MOVE 8 TO RETURN-CODE
               GO TO 0300-RETURN
           END-IF.
           PERFORM 0035-LOAD-CANDIDATE.
           CLOSE FI-PROPOSED.
           PERFORM 0030-LOAD-RULES.
           PERFORM 0040-LOAD-UNIT-VALUES.
           PERFORM 0045-LOAD-STORAGE-PROFILES.

           OPEN OUTPUT FI-REPORT.
           PERFORM 0090-WRITE-HEADINGS.
           OPEN INPUT FI-DAY1.
           IF WS-DAY1-OK
               PERFORM 0100-SIMULATE-ONE-ITEM UNTIL NOT WS-DAY1-OK
           END-IF.
           CLOSE FI-DAY1.
           PERFORM 0200-WRITE-CLASS-CHANGES.
           PERFORM 0250-WRITE-TOTALS.
           CLOSE FI-REPORT.
           DISPLAY "RULES-IMPACT: " WS-CHANGED-COUNT " OF "
               WS-ITEM-COUNT " ITEM(S) AGE DIFFERENTLY OVER "
               WS-HORIZON " DAYS - SEE rules-impact.dat".

       0300-RETURN.
           GOBACK.

       0030-LOAD-RULES.
      * THE LIVE TABLE IS THE VERSION IN FORCE ON processing_date,
      * CHOSEN EXACTLY AS THE ENGINES' 0030-LOAD-RULES CHOOSES IT.
           MOVE WS-CURRENT-DATE TO WS-RULES-DATE.
           SET SET-IDX TO 1.
           MOVE 0 TO WS-RULE-COUNT (SET-IDX).
           MOVE LOW-VALUES TO WS-RULE-VERSION.
           OPEN INPUT FI-RULES.
           IF WS-RULES-FILE-OK
               READ FI-RULES
               PERFORM UNTIL WS-RULES-EOF
                   IF FR-EFFECTIVE NOT > WS-RULES-DATE
                      AND FR-EFFECTIVE NOT < WS-RULE-VERSION
                       IF FR-EFFECTIVE > WS-RULE-VERSION
                           MOVE FR-EFFECTIVE TO WS-RULE-VERSION
                           MOVE 0 TO WS-RULE-COUNT (SET-IDX)
                       END-IF
                       IF WS-RULE-COUNT (SET-IDX) < 20
                           ADD 1 TO WS-RULE-COUNT (SET-IDX)
                           SET RULE-IDX TO WS-RULE-COUNT (SET-IDX)
                           MOVE FR-NAME
                               TO WS-RULE-NAME (SET-IDX RULE-IDX)
                           MOVE FR-MATCH-LEN
                               TO WS-RULE-MATCH-LEN (SET-IDX RULE-IDX)
                           MOVE FR-TYPE
                               TO WS-RULE-TYPE (SET-IDX RULE-IDX)
                       END-IF
                   END-IF
                   READ FI-RULES
               END-PERFORM
               CLOSE FI-RULES
           END-IF.

       0035-LOAD-CANDIDATE.
      * A ROW rules-maint WOULD REFUSE (NON-NUMERIC, ZERO OR OVER-50
      * MATCH LENGTH) CANNOT BE SIMULATED AND IS SKIPPED AND COUNTED
      * ON THE REPORT; rules-maint ITSELF SAYS WHAT IS WRONG WITH IT.
           SET SET-IDX TO 2.
           MOVE 0 TO WS-RULE-COUNT (SET-IDX).
           READ FI-PROPOSED AT END SET WS-PROPOSED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-PROPOSED-OK
               IF FP-NAME = SPACES OR FP-MATCH-LEN NOT NUMERIC
                  OR WS-RULE-COUNT (SET-IDX) >= 20
                   ADD 1 TO WS-SKIPPED-ROWS
               ELSE
                   IF FUNCTION NUMVAL (FP-MATCH-LEN) = 0 OR
                      FUNCTION NUMVAL (FP-MATCH-LEN) > 50
                       ADD 1 TO WS-SKIPPED-ROWS
                   ELSE
                       ADD 1 TO WS-RULE-COUNT (SET-IDX)
                       SET RULE-IDX TO WS-RULE-COUNT (SET-IDX)
                       MOVE FP-NAME TO WS-RULE-NAME (SET-IDX RULE-IDX)
                       MOVE FP-MATCH-LEN
                           TO WS-RULE-MATCH-LEN (SET-IDX RULE-IDX)
                       MOVE FP-TYPE TO WS-RULE-TYPE (SET-IDX RULE-IDX)
                   END-IF
               END-IF
               READ FI-PROPOSED AT END SET WS-PROPOSED-EOF TO TRUE
               END-READ
           END-PERFORM.

       0040-LOAD-UNIT-VALUES.
           MOVE 0 TO WS-VALUE-COUNT.
           OPEN INPUT FI-VALUES.
           IF WS-VALUES-FILE-OK
               READ FI-VALUES
               PERFORM UNTIL WS-VALUES-EOF OR WS-VALUE-COUNT >= 10
                   ADD 1 TO WS-VALUE-COUNT
                   SET VALUE-IDX TO WS-VALUE-COUNT
                   MOVE FV-CLASS     TO WS-VALUE-CLASS (VALUE-IDX)
                   MOVE FV-PER-POINT TO WS-VALUE-PER-POINT (VALUE-IDX)
                   READ FI-VALUES
               END-PERFORM
               CLOSE FI-VALUES
           END-IF.
           IF WS-VALUE-COUNT = 0
               DISPLAY "WARNING: unit-values.dat NOT FOUND OR EMPTY - "
                   "EVERY CLASS WILL BE VALUED AT ZERO"
           END-IF.

       0045-LOAD-STORAGE-PROFILES.
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

       0090-WRITE-HEADINGS.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "RULES-CHANGE IMPACT AS OF " WS-CURRENT-DATE
               " - out.dat AGED " WS-HORIZON " DAYS, LIVE RULES "
               "AGAINST item-rules.new"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-RULE-VERSION = SPACES
               STRING "LIVE TABLE: ORIGINAL (NO DATE) "
                   WS-RULE-COUNT (1) " RULE(S)   CANDIDATE: "
                   WS-RULE-COUNT (2) " RULE(S)"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           ELSE
               STRING "LIVE TABLE: EFFECTIVE " WS-RULE-VERSION " "
                   WS-RULE-COUNT (1) " RULE(S)   CANDIDATE: "
                   WS-RULE-COUNT (2) " RULE(S)"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.
           IF WS-SKIPPED-ROWS > 0
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "WARNING: " WS-SKIPPED-ROWS " CANDIDATE ROW(S) "
                   "UNUSABLE AND LEFT OUT - RUN rules-maint FOR DETAIL"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "      CLASS  QUALITY AT DAY " WS-CHECKPOINT (1) "/"
               WS-CHECKPOINT (2) "/" WS-CHECKPOINT (3) "/"
               WS-CHECKPOINT (4) "  ZERO ON DAY  CLOSING VALUE"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0100-SIMULATE-ONE-ITEM.
           READ FI-DAY1 AT END SET WS-DAY1-EOF TO TRUE END-READ.
           IF WS-DAY1-OK
               ADD 1 TO WS-ITEM-COUNT
               IF ITEM-QTY NUMERIC
                   MOVE ITEM-QTY TO WS-ITEM-UNITS
               ELSE
                   MOVE 1 TO WS-ITEM-UNITS
               END-IF
               MOVE ITEM-STORE TO WS-PROFILE-STORE
               IF WS-PROFILE-STORE = SPACES
                   MOVE "A" TO WS-PROFILE-STORE
               END-IF
               SET SET-IDX TO 1
               PERFORM 0110-RUN-ONE-TABLE
               SET SET-IDX TO 2
               PERFORM 0110-RUN-ONE-TABLE
               ADD WS-RES-VALUE (1) TO WS-LIVE-TOTAL
               ADD WS-RES-VALUE (2) TO WS-CAND-TOTAL
               MOVE "N" TO WS-DIFFERS-SWITCH
               IF WS-RES-TYPE (1) NOT = WS-RES-TYPE (2)
                  OR WS-RES-ZERO-DAY (1) NOT = WS-RES-ZERO-DAY (2)
                  OR WS-RES-VALUE (1) NOT = WS-RES-VALUE (2)
                   SET WS-RUNS-DIFFER TO TRUE
               END-IF
               PERFORM VARYING WS-CP FROM 1 BY 1 UNTIL WS-CP > 4
                   IF WS-RES-PATH (1 WS-CP) NOT = WS-RES-PATH (2 WS-CP)
                       SET WS-RUNS-DIFFER TO TRUE
                   END-IF
               END-PERFORM
               IF WS-RUNS-DIFFER
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 0150-WRITE-ITEM-DETAIL
               END-IF
               IF WS-RES-TYPE (1) NOT = WS-RES-TYPE (2)
                   PERFORM 0160-NOTE-CLASS-CHANGE
               END-IF
           END-IF.

       0110-RUN-ONE-TABLE.
      * LOOK THE ITEM UP IN ONE TABLE, THEN AGE A WORK COPY OF IT
      * ONE NIGHT AT A TIME FOR THE WHOLE HORIZON.
           PERFORM 0420-LOOKUP-RULE.
           PERFORM 0470-LOOKUP-STORAGE-PROFILE.
           MOVE WS-SIM-TYPE TO WS-RES-TYPE (SET-IDX).
           MOVE SELL-IN TO WS-SIM-SELL-IN.
           MOVE QUALITY TO WS-SIM-QUALITY.
           MOVE 0 TO WS-RES-ZERO-DAY (SET-IDX).
           MOVE 1 TO WS-CP.
           PERFORM VARYING WS-SIM-DAY FROM 1 BY 1
                   UNTIL WS-SIM-DAY > WS-HORIZON
               PERFORM 0450-AGE-ONE-DAY
               IF WS-SIM-QUALITY = 0 AND WS-RES-ZERO-DAY (SET-IDX) = 0
                  AND QUALITY > 0
                   MOVE WS-SIM-DAY TO WS-RES-ZERO-DAY (SET-IDX)
               END-IF
               IF WS-SIM-DAY = WS-CHECKPOINT (WS-CP)
                   MOVE WS-SIM-QUALITY TO WS-RES-PATH (SET-IDX WS-CP)
                   IF WS-CP < 4
                       ADD 1 TO WS-CP
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0130-LOOKUP-PER-POINT.
           IF WS-SIM-QUALITY > 0
               COMPUTE WS-RES-VALUE (SET-IDX) =
                   WS-SIM-QUALITY * WS-ITEM-UNITS * WS-PER-POINT
           ELSE
               MOVE 0 TO WS-RES-VALUE (SET-IDX)
           END-IF.

       0130-LOOKUP-PER-POINT.
           MOVE 0 TO WS-PER-POINT.
           SET VALUE-IDX TO 1.
           PERFORM UNTIL VALUE-IDX > WS-VALUE-COUNT
               IF WS-VALUE-CLASS (VALUE-IDX) = WS-SIM-TYPE
                   MOVE WS-VALUE-PER-POINT (VALUE-IDX) TO WS-PER-POINT
                   SET VALUE-IDX TO WS-VALUE-COUNT
               END-IF
               SET VALUE-IDX UP BY 1
           END-PERFORM.

       0150-WRITE-ITEM-DETAIL.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING ITEM-NAME " STORE " ITEM-STORE " ID " ITEM-ID
               " QTY " WS-ITEM-UNITS
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET SET-IDX TO 1.
           MOVE "LIVE " TO WS-LABEL.
           PERFORM 0155-WRITE-RUN-LINE.
           SET SET-IDX TO 2.
           MOVE "NEW  " TO WS-LABEL.
           PERFORM 0155-WRITE-RUN-LINE.
           COMPUTE WS-VALUE-DIFFERENCE =
               WS-RES-VALUE (2) - WS-RES-VALUE (1).
           MOVE WS-VALUE-DIFFERENCE TO WS-DISPLAY-DIFF.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "      VALUE DIFFERENCE " WS-DISPLAY-DIFF
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0155-WRITE-RUN-LINE.
           PERFORM VARYING WS-CP FROM 1 BY 1 UNTIL WS-CP > 4
               MOVE WS-RES-PATH (SET-IDX WS-CP) TO WS-PATH-TEXT (WS-CP)
           END-PERFORM.
           EVALUATE TRUE
               WHEN QUALITY NOT > 0
                   MOVE "NOW" TO WS-ZERO-TEXT (SET-IDX)
               WHEN WS-RES-ZERO-DAY (SET-IDX) = 0
                   MOVE "-" TO WS-ZERO-TEXT (SET-IDX)
               WHEN OTHER
                   MOVE WS-RES-ZERO-DAY (SET-IDX)
                       TO WS-ZERO-TEXT (SET-IDX)
           END-EVALUATE.
           MOVE WS-RES-VALUE (SET-IDX) TO WS-DISPLAY-MONEY.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " WS-LABEL "  " WS-RES-TYPE (SET-IDX) "      "
               WS-PATH-TEXT (1) WS-PATH-TEXT (2)
               WS-PATH-TEXT (3) WS-PATH-TEXT (4) "        "
               WS-ZERO-TEXT (SET-IDX) "   " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0160-NOTE-CLASS-CHANGE.
      * SAY WHICH RULE MOVED THE ITEM.  A RULE WHOSE NAME APPEARS IN
      * BOTH TABLES WITH DIFFERENT MATCH LENGTHS IS THE USUAL CULPRIT
      * AND IS CALLED OUT BY NAME.
           MOVE SPACES TO WS-CLASS-REASON.
           MOVE 2 TO WS-OTHER-SET.
           MOVE WS-RES-RULE (1) TO WS-OTHER-IDX.
           IF WS-OTHER-IDX > 0
               PERFORM 0165-CHECK-LENGTH-CHANGE
           END-IF.
           IF WS-CLASS-REASON = SPACES
               MOVE 1 TO WS-OTHER-SET
               MOVE WS-RES-RULE (2) TO WS-OTHER-IDX
               IF WS-OTHER-IDX > 0
                   PERFORM 0165-CHECK-LENGTH-CHANGE
               END-IF
           END-IF.
           IF WS-CLASS-REASON = SPACES
               IF WS-RES-RULE (1) > 0 AND WS-RES-RULE (2) > 0
                   IF WS-RULE-NAME (1 WS-RES-RULE (1)) =
                      WS-RULE-NAME (2 WS-RES-RULE (2))
                       MOVE "RULE TYPE CHANGED" TO WS-CLASS-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-CLASS-REASON = SPACES
               MOVE "RULE ADDED, DROPPED OR REORDERED"
                   TO WS-CLASS-REASON
           END-IF.
           IF WS-CLASS-COUNT < 2000
               ADD 1 TO WS-CLASS-COUNT
               SET CLASS-IDX TO WS-CLASS-COUNT
               MOVE SPACES TO WS-CLASS-LINE (CLASS-IDX)
               STRING "  " ITEM-NAME (1:40) " " ITEM-STORE " "
                   WS-RES-TYPE (1) " TO " WS-RES-TYPE (2) "  "
                   WS-CLASS-REASON
                   DELIMITED BY SIZE INTO WS-CLASS-LINE (CLASS-IDX)
           END-IF.

       0165-CHECK-LENGTH-CHANGE.
      * WS-OTHER-IDX IS THE RULE THAT MATCHED IN ONE TABLE; LOOK FOR
      * THE SAME RULE NAME IN THE OTHER TABLE (WS-OTHER-SET).
           IF WS-OTHER-SET = 2
               SET SET-IDX TO 1
           ELSE
               SET SET-IDX TO 2
           END-IF.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT (WS-OTHER-SET)
               IF WS-RULE-NAME (WS-OTHER-SET RULE-IDX) =
                  WS-RULE-NAME (SET-IDX WS-OTHER-IDX)
                  AND WS-RULE-MATCH-LEN (WS-OTHER-SET RULE-IDX)
                      NOT = WS-RULE-MATCH-LEN (SET-IDX WS-OTHER-IDX)
                   IF WS-OTHER-SET = 2
                       MOVE WS-RULE-MATCH-LEN (SET-IDX WS-OTHER-IDX)
                           TO WS-LIVE-LEN
                       MOVE WS-RULE-MATCH-LEN (WS-OTHER-SET RULE-IDX)
                           TO WS-NEW-LEN
                   ELSE
                       MOVE WS-RULE-MATCH-LEN (WS-OTHER-SET RULE-IDX)
                           TO WS-LIVE-LEN
                       MOVE WS-RULE-MATCH-LEN (SET-IDX WS-OTHER-IDX)
                           TO WS-NEW-LEN
                   END-IF
                   MOVE SPACES TO WS-CLASS-REASON
                   STRING "MATCH LENGTH " WS-LIVE-LEN " TO "
                       WS-NEW-LEN " ON "
                       WS-RULE-NAME (SET-IDX WS-OTHER-IDX) (1:17)
                       DELIMITED BY SIZE INTO WS-CLASS-REASON
               END-IF
           END-PERFORM.

       0200-WRITE-CLASS-CHANGES.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "ITEMS WHOSE RULE CLASS CHANGES: " WS-CLASS-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > WS-CLASS-COUNT
               MOVE WS-CLASS-LINE (CLASS-IDX) TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-PERFORM.

       0250-WRITE-TOTALS.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-LIVE-TOTAL TO WS-DISPLAY-MONEY.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "CLOSING VALUE UNDER LIVE TABLE  " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-CAND-TOTAL TO WS-DISPLAY-MONEY.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "CLOSING VALUE UNDER CANDIDATE   " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           COMPUTE WS-VALUE-DIFFERENCE = WS-CAND-TOTAL - WS-LIVE-TOTAL.
           MOVE WS-VALUE-DIFFERENCE TO WS-DISPLAY-DIFF.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "DIFFERENCE                     " WS-DISPLAY-DIFF
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING WS-CHANGED-COUNT " OF " WS-ITEM-COUNT
               " ITEM(S) AGE DIFFERENTLY"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0420-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE,
      * AGAINST THE TABLE SET-IDX ADDRESSES.  WS-RES-RULE KEEPS THE
      * ROW THAT MATCHED (ZERO FOR THE GENERAL DEFAULT).
           MOVE "N" TO WS-SIM-TYPE.
           MOVE 0 TO WS-RES-RULE (SET-IDX).
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT (SET-IDX)
               MOVE WS-RULE-MATCH-LEN (SET-IDX RULE-IDX)
                   TO WS-COMPARE-LEN
               IF ITEM-NAME (1:WS-COMPARE-LEN) =
                  WS-RULE-NAME (SET-IDX RULE-IDX) (1:WS-COMPARE-LEN)
                   MOVE WS-RULE-TYPE (SET-IDX RULE-IDX) TO WS-SIM-TYPE
                   SET WS-RES-RULE (SET-IDX) TO RULE-IDX
                   SET RULE-IDX TO WS-RULE-COUNT (SET-IDX)
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
