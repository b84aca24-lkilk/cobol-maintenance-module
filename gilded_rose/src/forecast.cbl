       PROGRAM-ID. "forecast".

      * MODIFICATION HISTORY:
      * - EACH RUN NOW ALSO KEEPS A DATED SNAPSHOT OF ITS PREDICTIONS
      *   (fcst-YYYYMMDD.snp THROUGH THE forecast_snap ENVIRONMENT
      *   VARIABLE, LAYOUT FCSTSNP) CATALOGUED IN forecast-catalog.dat
      *   THE WAY archive-sweep CATALOGUES out.dat GENERATIONS, SO
      *   forecast-accuracy CAN SCORE OLD PREDICTIONS AGAINST WHAT
      *   HAPPENED.  ONLY THE NEWEST forecast_keep SNAPSHOTS (DEFAULT
      *   60) ARE KEPT.  THE RUN IS NOW DATED BY processing_date WHEN
      *   SET, SO A BACKDATED RERUN PREDICTS FROM ITS OWN NIGHT.
      *   forecast.dat ITSELF IS UNCHANGED.
      * - THE PROJECTION NOW HONOURS THE STORE ROOM'S STORAGE PROFILE
      *   (data/storage-profiles.dat) THE SAME WAY THE ENGINE'S
      *   0460-APPLY-STORAGE-PROFILE DOES, SO COLD-ROOM STOCK IS NOT
      *   FORECAST TO DIE ON THE GENERAL-RATE DATE AND RE-ORDERED
      *   WHILE STILL GOOD.  EACH LINE NOW SHOWS THE STORE.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0030-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - NEW PROGRAM.  DAYS-TO-ZERO QUALITY FORECAST FOR PURCHASING.
      *   EVERY ITEM'S FUTURE IS FULLY DETERMINED BY ITS RULE CLASS
      *   AND THE ENGINE'S DECAY LOGIC, SO THIS PROGRAM PROJECTS EACH
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-PROFILES
               ASSIGN "data/storage-profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "forecast.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-SNAPSHOT ASSIGN "forecast_snap"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
             SELECT OPTIONAL FI-CATALOG ASSIGN "forecast-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-PROFILES.
           COPY "storprof.cpy".

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(90).

           FD FI-SNAPSHOT.
           COPY "fcstsnp.cpy".

           FD FI-CATALOG.
           01 FS-CATALOG-RECORD.
               05 CAT-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 CAT-FILE-NAME         PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-DAY1-FILE-STATUS       PIC 99.
               88 WS-DAY1-EOF           VALUE 10.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.

      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0030-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
               88 WS-MATCH-DOUBLE-DECAY VALUE "D".
           01 WS-COMPARE-LEN            PIC 99.

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

      * SIMULATION WORK FIELDS - THE RECORD'S OWN FIELDS ARE NEVER
      * TOUCHED, ONLY THESE COPIES.
           01 WS-SIM-SELL-IN            PIC S9(5).
                   10 WS-FORECAST-DAYS   PIC 9(4).
                   10 WS-FORECAST-NAME   PIC X(50).
                   10 WS-FORECAST-QTY    PIC 9(5).
                   10 WS-FORECAST-STORE  PIC X(3).
                   10 WS-FORECAST-ID     PIC X(6).
                   10 WS-FORECAST-LOT    PIC X(6).
                   10 WS-FORECAST-CLASS  PIC X.

           01 WS-WEEK-NUMBER            PIC 9(3).
           01 WS-PRIOR-WEEK             PIC 9(3) VALUE 999.
           01 WS-ALREADY-ZERO-COUNT     PIC 9(5) VALUE 0.
           01 WS-NEVER-ZERO-COUNT       PIC 9(5) VALUE 0.

      * DATED SNAPSHOT GENERATIONS, CATALOGUED OLDEST FIRST AS IN
      * archive-sweep.
           01 WS-SNAPSHOT-FILE-STATUS   PIC 99.
           01 WS-CATALOG-FILE-STATUS    PIC 99.
               88 WS-CATALOG-OK         VALUE 00.
               88 WS-CATALOG-EOF        VALUE 10.
           01 WS-SNAPSHOT-NAME          PIC X(20).
           01 WS-KEEP-TEXT              PIC X(4).
           01 WS-KEEP-COUNT             PIC 99 VALUE 60.
           01 WS-CATALOG-COUNT          PIC 99 VALUE 0.
           01 WS-CATALOG-TABLE.
               05 WS-CATALOG-ENTRY OCCURS 0 TO 99 TIMES
                   DEPENDING ON WS-CATALOG-COUNT
                   INDEXED BY CATALOG-IDX.
                   10 WS-CATALOG-DATE    PIC X(8).
                   10 WS-CATALOG-FILE    PIC X(20).
           01 WS-EXPIRE-COUNT           PIC 99 VALUE 0.
           01 WS-I                      PIC 99.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
                                         PIC 9(8).

       PROCEDURE DIVISION.
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
           PERFORM 0030-LOAD-RULES.
           PERFORM 0035-LOAD-STORAGE-PROFILES.

           OPEN INPUT FI-DAY1.
           PERFORM 0100-FORECAST-ONE-ITEM UNTIL WS-DAY1-EOF.
           CLOSE FI-DAY1.

           PERFORM 0200-WRITE-REPORT.
           PERFORM 0500-WRITE-SNAPSHOT.
           PERFORM 0510-LOAD-CATALOG.
           PERFORM 0520-ADD-TONIGHT-TO-CATALOG.
           PERFORM 0530-EXPIRE-OLD-SNAPSHOTS.
           PERFORM 0540-REWRITE-CATALOG.
           DISPLAY "FORECAST: " WS-FORECAST-COUNT " ITEM(S) "
               "PROJECTED - SEE forecast.dat".
           DISPLAY "FORECAST: SNAPSHOT " WS-SNAPSHOT-NAME ", "
               WS-EXPIRE-COUNT " SNAPSHOT(S) EXPIRED".

       0300-RETURN.
           GOBACK.

       0030-LOAD-RULES.
      * THE FILE HOLDS EVERY VERSION OF THE TABLE, EACH ROW STAMPED
      * WITH THE DATE ITS VERSION TAKES EFFECT (BLANK ON THE ORIGINAL
      * TABLE).  THE VERSION IN FORCE IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE ON OR BEFORE THE RULES DATE; A LATER VERSION
      * IS A STAGED CHANGE NOT YET LIVE.
           MOVE SPACES TO WS-RULES-DATE.
           ACCEPT WS-RULES-DATE FROM ENVIRONMENT "processing_date".
           IF WS-RULES-DATE NOT NUMERIC
               ACCEPT WS-RULES-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE LOW-VALUES TO WS-RULE-VERSION.
           OPEN INPUT FI-RULES.
           IF WS-RULES-FILE-OK
               READ FI-RULES
               PERFORM UNTIL WS-RULES-EOF
                   IF FR-EFFECTIVE NOT > WS-RULES-DATE
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
           READ FI-DAY1 AT END SET WS-DAY1-EOF TO TRUE END-READ.
           IF NOT WS-DAY1-EOF
               PERFORM 0420-LOOKUP-RULE
               MOVE ITEM-STORE TO WS-PROFILE-STORE
               IF WS-PROFILE-STORE = SPACES
                   MOVE "A" TO WS-PROFILE-STORE
               END-IF
               PERFORM 0470-LOOKUP-STORAGE-PROFILE
               EVALUATE TRUE
                   WHEN WS-MATCH-AGES-WELL OR WS-MATCH-LEGENDARY
                       ADD 1 TO WS-NEVER-ZERO-COUNT
               SET FORECAST-IDX TO WS-FORECAST-COUNT
               MOVE WS-SIM-DAYS TO WS-FORECAST-DAYS (FORECAST-IDX)
               MOVE ITEM-NAME   TO WS-FORECAST-NAME (FORECAST-IDX)
               MOVE ITEM-ID     TO WS-FORECAST-ID (FORECAST-IDX)
               MOVE ITEM-LOT    TO WS-FORECAST-LOT (FORECAST-IDX)
               MOVE WS-MATCHED-RULE-TYPE
                   TO WS-FORECAST-CLASS (FORECAST-IDX)
               MOVE WS-PROFILE-STORE
                   TO WS-FORECAST-STORE (FORECAST-IDX)
               IF ITEM-QTY NUMERIC
                   MOVE ITEM-QTY TO WS-FORECAST-QTY (FORECAST-IDX)
               ELSE
       0120-SIMULATE-ONE-DAY.
      * ONE NIGHT OF THE ENGINE'S AGING, APPLIED TO THE WORK COPY:
      * SELL-IN DROPS, THEN QUALITY MOVES BY THE CLASS RULE WITH THE
      * SAME FLOOR/DOUBLING BREAKPOINTS AS 0400/0600/0800, SCALED
      * BY THE STORE ROOM'S PROFILE.
           ADD 1 TO WS-SIM-DAYS.
           MOVE WS-SIM-QUALITY TO WS-DAY-START-QUALITY.
           SUBTRACT 1 FROM WS-SIM-SELL-IN.
           EVALUATE TRUE
               WHEN WS-MATCH-CONCERT
                       SUBTRACT 2 FROM WS-SIM-QUALITY
                   END-IF
           END-EVALUATE.
           PERFORM 0460-APPLY-STORAGE-PROFILE.
           IF WS-SIM-QUALITY <= 0
               MOVE 0 TO WS-SIM-QUALITY
               SET WS-SIM-DONE TO TRUE
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

       0460-APPLY-STORAGE-PROFILE.
      * SAME SCALING AS THE ENGINE'S 0460-APPLY-STORAGE-PROFILE.
           IF WS-PROFILE-PERCENT NOT = 100
              AND NOT WS-MATCH-LEGENDARY
              AND WS-SIM-QUALITY NOT = WS-DAY-START-QUALITY
              AND NOT (WS-MATCH-CONCERT AND WS-SIM-SELL-IN < 1)
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
           IF WS-MATCH-LEGENDARY
               MOVE "EXEMPT" TO WS-PROFILE-NAME
           ELSE
               SET PROFILE-IDX TO 1
               PERFORM UNTIL PROFILE-IDX > WS-PROFILE-COUNT
                   IF WS-PROFILE-TBL-STORE (PROFILE-IDX) =
                          WS-PROFILE-STORE
                      AND WS-PROFILE-TBL-CLASS (PROFILE-IDX) =
                          WS-MATCHED-RULE-TYPE
                       MOVE WS-PROFILE-TBL-PERCENT (PROFILE-IDX)
                           TO WS-PROFILE-PERCENT
                       MOVE WS-PROFILE-TBL-NAME (PROFILE-IDX)
                           TO WS-PROFILE-NAME
                       SET PROFILE-IDX TO WS-PROFILE-COUNT
                   END-IF
                   SET PROFILE-IDX UP BY 1
               END-PERFORM
           END-IF.

       0420-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE.
           MOVE "N" TO WS-MATCHED-RULE-TYPE.
           STRING "  " WS-ZERO-DATE " "
               WS-FORECAST-NAME (FORECAST-IDX) (1:50)
               " QTY " WS-FORECAST-QTY (FORECAST-IDX)
               " STORE " WS-FORECAST-STORE (FORECAST-IDX)
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.

       0500-WRITE-SNAPSHOT.
      * TONIGHT'S PREDICTIONS, IN THE SAME DAYS-TO-ZERO ORDER AS
      * forecast.dat, TO fcst-YYYYMMDD.snp.  A RERUN ON THE SAME
      * BUSINESS DATE OVERWRITES ITS OWN SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-NAME.
           STRING "fcst-" WS-CURRENT-DATE ".snp"
               DELIMITED BY SIZE INTO WS-SNAPSHOT-NAME.
           SET ENVIRONMENT "forecast_snap" TO WS-SNAPSHOT-NAME.
           OPEN OUTPUT FI-SNAPSHOT.
           SET FORECAST-IDX TO 1.
           PERFORM UNTIL FORECAST-IDX > WS-FORECAST-COUNT
               COMPUTE WS-ZERO-DATE-INT =
                   WS-TODAY-INT + WS-FORECAST-DAYS (FORECAST-IDX)
               COMPUTE WS-ZERO-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-ZERO-DATE-INT)
               MOVE SPACES TO FS-SNAPSHOT-RECORD
               MOVE WS-CURRENT-DATE TO SNP-FORECAST-DATE
               MOVE WS-FORECAST-ID (FORECAST-IDX) TO SNP-ITEM-ID
               MOVE WS-FORECAST-STORE (FORECAST-IDX) TO SNP-STORE
               MOVE WS-FORECAST-LOT (FORECAST-IDX) TO SNP-LOT
               MOVE WS-FORECAST-CLASS (FORECAST-IDX) TO SNP-CLASS
               MOVE WS-ZERO-DATE TO SNP-ZERO-DATE
               MOVE WS-FORECAST-DAYS (FORECAST-IDX) TO SNP-DAYS
               MOVE WS-FORECAST-QTY (FORECAST-IDX) TO SNP-QTY
               MOVE WS-FORECAST-NAME (FORECAST-IDX) TO SNP-NAME
               WRITE FS-SNAPSHOT-RECORD
               SET FORECAST-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-SNAPSHOT.

       0505-GET-KEEP-COUNT.
           MOVE SPACES TO WS-KEEP-TEXT.
           ACCEPT WS-KEEP-TEXT FROM ENVIRONMENT "forecast_keep".
           IF WS-KEEP-TEXT (1:2) NUMERIC
               MOVE WS-KEEP-TEXT (1:2) TO WS-KEEP-COUNT
           ELSE
               IF WS-KEEP-TEXT (1:1) NUMERIC
                   MOVE WS-KEEP-TEXT (1:1) TO WS-KEEP-COUNT
               END-IF
           END-IF.
           IF WS-KEEP-COUNT < 1 OR WS-KEEP-COUNT > 99
               MOVE 60 TO WS-KEEP-COUNT
           END-IF.

       0510-LOAD-CATALOG.
           PERFORM 0505-GET-KEEP-COUNT.
           MOVE 0 TO WS-CATALOG-COUNT.
           OPEN INPUT FI-CATALOG.
           IF WS-CATALOG-OK
               READ FI-CATALOG AT END SET WS-CATALOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CATALOG-OK
                   OR WS-CATALOG-COUNT >= 98
      * A RERUN ON THE SAME BUSINESS DATE REPLACES THAT DATE'S ROW.
                   IF CAT-DATE NOT = WS-CURRENT-DATE
                       ADD 1 TO WS-CATALOG-COUNT
                       SET CATALOG-IDX TO WS-CATALOG-COUNT
                       MOVE CAT-DATE TO WS-CATALOG-DATE (CATALOG-IDX)
                       MOVE CAT-FILE-NAME
                           TO WS-CATALOG-FILE (CATALOG-IDX)
                   END-IF
                   READ FI-CATALOG AT END SET WS-CATALOG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CATALOG.

       0520-ADD-TONIGHT-TO-CATALOG.
           ADD 1 TO WS-CATALOG-COUNT.
           SET CATALOG-IDX TO WS-CATALOG-COUNT.
           MOVE WS-CURRENT-DATE TO WS-CATALOG-DATE (CATALOG-IDX).
           MOVE WS-SNAPSHOT-NAME TO WS-CATALOG-FILE (CATALOG-IDX).

       0530-EXPIRE-OLD-SNAPSHOTS.
      * OLDEST FIRST; EVERYTHING BEYOND THE NEWEST WS-KEEP-COUNT
      * SNAPSHOTS IS TRUNCATED TO EMPTY AND DROPPED.
           PERFORM UNTIL WS-CATALOG-COUNT <= WS-KEEP-COUNT
               SET ENVIRONMENT "forecast_snap" TO WS-CATALOG-FILE (1)
               OPEN OUTPUT FI-SNAPSHOT
               CLOSE FI-SNAPSHOT
               ADD 1 TO WS-EXPIRE-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-CATALOG-COUNT
                   MOVE WS-CATALOG-DATE (WS-I + 1)
                       TO WS-CATALOG-DATE (WS-I)
                   MOVE WS-CATALOG-FILE (WS-I + 1)
                       TO WS-CATALOG-FILE (WS-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-CATALOG-COUNT
           END-PERFORM.

       0540-REWRITE-CATALOG.
           OPEN OUTPUT FI-CATALOG.
           SET CATALOG-IDX TO 1.
           PERFORM UNTIL CATALOG-IDX > WS-CATALOG-COUNT
               MOVE SPACES TO FS-CATALOG-RECORD
               MOVE WS-CATALOG-DATE (CATALOG-IDX) TO CAT-DATE
               MOVE WS-CATALOG-FILE (CATALOG-IDX) TO CAT-FILE-NAME
               WRITE FS-CATALOG-RECORD
               SET CATALOG-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-CATALOG.
