       PROGRAM-ID. "gilded-rose".

      * MODIFICATION HISTORY:
      * - AGES BY THE STORE ROOM'S STORAGE PROFILE
      *   (data/storage-profiles.dat) EXACTLY AS new-gilded-rose
      *   DOES, SO A COLD-ROOM ITEM DOES NOT SHOW UP AS A
      *   reconcile-engines DISAGREEMENT.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0030-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - CHANGED FI-IN-ITEMS/FI-OUT-ITEMS TO ASSIGN "in_dat"/"out_dat"
      *   SO THE in_dat/out_dat ENVIRONMENT VARIABLES SET BY THE TEST
      *   HARNESS (SET ENVIRONMENT ...) DRIVE THE ACTUAL FILE NAMES,
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-PROFILES
               ASSIGN "data/storage-profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).
           FD FI-PROFILES.
           COPY "storprof.cpy".

       WORKING-STORAGE SECTION.
           01 WS-RULES-FILE-STATUS      PIC 99.
      * SAME LAYOUT AND DATA FILE new-gilded-rose USES, SO NEW SPECIAL
      * ITEM CLASSES CAN BE ADDED BY MAINTAINING THE DATA FILE RATHER
      * THAN CHANGING THIS PROGRAM.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0030-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES

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

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

           OPEN INPUT FI-IN-ITEMS OUTPUT FI-OUT-ITEMS OUTPUT
               FI-REJECT-ITEMS.
           PERFORM 0030-LOAD-RULES.
           PERFORM 0035-LOAD-STORAGE-PROFILES.

       0100-START.
           READ FI-IN-ITEMS END GO TO 0200-END.
             END-IF.

             PERFORM 0420-LOOKUP-RULE.
             PERFORM 0470-LOOKUP-STORAGE-PROFILE.

             MOVE QUALITY TO WS-DAY-START-QUALITY.
             IF NOT WS-MATCH-LEGENDARY
                 SUBTRACT 1 FROM SELL-IN
             END-IF.
                 WHEN OTHER
                     PERFORM 0400-DECREASE-QUALITY
             END-EVALUATE.
             PERFORM 0460-APPLY-STORAGE-PROFILE.

             WRITE FS-OUT-ITEM.
           GO TO 0100-START.

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
               END-IF
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

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

               SET RULE-IDX UP BY 1
           END-PERFORM.

       0460-APPLY-STORAGE-PROFILE.
      * SAME SCALING AS new-gilded-rose's 0460-APPLY-STORAGE-PROFILE.
           IF WS-PROFILE-PERCENT NOT = 100
              AND NOT WS-MATCH-LEGENDARY
              AND QUALITY NOT = WS-DAY-START-QUALITY
              AND NOT (WS-MATCH-CONCERT AND SELL-IN < 1)
               IF QUALITY < WS-DAY-START-QUALITY
                   SET WS-DAY-LOSS TO TRUE
                   COMPUTE WS-DAY-CHANGE =
                       WS-DAY-START-QUALITY - QUALITY
               ELSE
                   SET WS-DAY-GAIN TO TRUE
                   COMPUTE WS-DAY-CHANGE =
                       QUALITY - WS-DAY-START-QUALITY
               END-IF
               COMPUTE WS-PROFILE-DAY = 1000 - SELL-IN
               COMPUTE WS-SCALED-TO-DATE = WS-DAY-CHANGE *
                   WS-PROFILE-PERCENT * WS-PROFILE-DAY / 100
               COMPUTE WS-SCALED-BEFORE = WS-DAY-CHANGE *
                   WS-PROFILE-PERCENT * (WS-PROFILE-DAY - 1) / 100
               COMPUTE WS-SCALED-CHANGE =
                   WS-SCALED-TO-DATE - WS-SCALED-BEFORE
               IF WS-DAY-LOSS
                   COMPUTE QUALITY =
                       WS-DAY-START-QUALITY - WS-SCALED-CHANGE
                   IF QUALITY < 0
                       MOVE 0 TO QUALITY
                   END-IF
               ELSE
                   COMPUTE QUALITY =
                       WS-DAY-START-QUALITY + WS-SCALED-CHANGE
                   IF QUALITY > 50
                       MOVE 50 TO QUALITY
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
                   IF WS-PROFILE-TBL-STORE (PROFILE-IDX) = ITEM-STORE
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

       0150-EDIT-ITEM.
      * VALIDATE THAT SELL-IN AND QUALITY ARE NUMERIC BEFORE LETTING
      * THE RECORD THROUGH.  ANYTHING THAT FAILS IS WRITTEN TO THE
