       PROGRAM-ID. "new-gilded-rose".

      * MODIFICATION HISTORY:
      * - EVERY audit.dat LINE NOW CARRIES A CHAIN VALUE AT COLUMN
      *   132, LINKED ONTO THE PREVIOUS LINE'S THROUGH audit-chain
      *   (SEE AUDCHAIN); A FRESH RUN STARTS THE CHAIN AGAIN WITH THE
      *   FILE, A RESTART CARRIES ON FROM THE LAST LINE WRITTEN.  THE
      *   PER-STORE COPIES STAY UNCHAINED.
      * - LOTS ON INBOUND QC HOLD (A "HELD" ROW ON qc-holds.dat, SEE
      *   QCHOLD) STILL AGE AND STILL GO TO out.dat, BUT ARE KEPT OFF
      *   pricing-extract.dat UNTIL qc-inspection RELEASES THEM - THE
      *   PRICING SYSTEM MUST NOT TICKET STOCK THAT MAY YET GO BACK
      *   TO THE SUPPLIER.  THE TRAILER COUNT AND HASH COVER ONLY THE
      *   RECORDS ACTUALLY EXTRACTED, AS BEFORE.
      * - STORE ROOMS NOW AGE BY THEIR OWN STORAGE PROFILE: EACH
      *   NIGHT'S QUALITY CHANGE IS SCALED BY THE PERCENTAGE ON
      *   data/storage-profiles.dat FOR THE RECORD'S STORE AND RULE
      *   CLASS (STANDARD RATE WHEN THERE IS NO ROW; LEGENDARY ITEMS
      *   ALWAYS EXEMPT), SO CHEESE AND CAKES IN THE COLD ROOM (C)
      *   DECAY SLOWER THAN THE SAME ITEMS IN A.  THE PROFILE IN
      *   EFFECT IS STAMPED ON EVERY audit.dat LINE, WHICH GREW TO
      *   130 BYTES FOR IT.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0030-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - THE ITEM RECORD GREW THE PERMANENT ITEM NUMBER (ITEM-ID IN
      *   THE ITEMOUT COPYBOOK, 77 BYTES NOW): item-register STAMPS
      *   in.dat, 0440-LOOKUP-MASTER-ID PREFERS THE RECORD'S OWN ID
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-PROFILES
               ASSIGN "data/storage-profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
             SELECT OPTIONAL FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.
             SELECT OPTIONAL FI-CONCERT-VENUES
               ASSIGN "data/concert-venues.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-PROFILES.
           COPY "storprof.cpy".

           FD FI-QCHOLD.
           COPY "qchold.cpy".

           FD FI-CONCERT-VENUES.
           01 FS-CONCERT-RECORD.
               05 FC-VENUE              PIC X(20).

           FD FI-AUDIT.
           01 FS-AUDIT-RECORD.
               05 AUD-TEXT              PIC X(130).
               05 FILLER                PIC X.
               05 AUD-CHAIN             PIC X(10).

           FD FI-OUT-STORE-A.
           01 FS-OUT-A-ITEM             PIC X(84).
           01 FS-OUT-C-ITEM             PIC X(84).

           FD FI-AUDIT-STORE-A.
           01 FS-AUDIT-A-RECORD         PIC X(130).

           FD FI-AUDIT-STORE-B.
           01 FS-AUDIT-B-RECORD         PIC X(130).

           FD FI-AUDIT-STORE-C.
           01 FS-AUDIT-C-RECORD         PIC X(130).

           FD FI-MARKDOWN-STORE-A.
           01 FS-MARKDOWN-A-RECORD      PIC X(100).
      * ITEM RATES/RULES TABLE - LOADED FROM item-rules.dat AT STARTUP
      * SO NEW SPECIAL ITEM CLASSES CAN BE ADDED BY MAINTAINING THE
      * DATA FILE RATHER THAN CHANGING THIS PROGRAM.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0030-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
               88 WS-MATCH-QUARANTINED  VALUE "?".
           01 WS-LIKELY-MATCH           PIC X(50).

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

      * LOTS ON INBOUND QC HOLD - LOADED FROM qc-holds.dat (SEE
      * QCHOLD).  A RECORD OF A HELD LOT AGES BUT IS NOT EXTRACTED.
           01 WS-QCHOLD-FILE-STATUS     PIC 99.
               88 WS-QCHOLD-OK          VALUE 00.
               88 WS-QCHOLD-EOF         VALUE 10.
           01 WS-HELD-LOT-COUNT         PIC 9(4) VALUE 0.
           01 WS-HELD-LOT-TABLE.
               05 WS-HELD-LOT OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-HELD-LOT-COUNT
                   INDEXED BY HELD-IDX  PIC 9(6).
           01 WS-QC-SWITCH              PIC X.
               88 WS-LOT-ON-QC-HOLD     VALUE "Y".
               88 WS-LOT-NOT-HELD       VALUE "N".
           01 WS-QC-HELD-COUNT          PIC 9(7) VALUE 0.

      * CONCERT VENUE LOOKUP TABLE - LOADED FROM concert-venues.dat
           01 WS-CONCERT-COUNT          PIC 99 VALUE 0.
           01 WS-CONCERT-TABLE.
      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

      * GENERIC SUBSCRIPT AND FUZZY-MATCH WORK FIELDS
           01 WS-I                      PIC 99.
           01 WS-COMPARE-LEN            PIC 99.
           PERFORM 0040-LOAD-CONCERT-VENUES.
           PERFORM 0045-LOAD-WHITELIST.
           PERFORM 0050-LOAD-MASTER.
           PERFORM 0055-LOAD-STORAGE-PROFILES.
           PERFORM 0057-LOAD-QC-HOLDS.
           PERFORM 0060-LOAD-CHECKPOINT.

           MOVE "audit.dat" TO CHN-FILE-NAME.
           MOVE 132 TO CHN-COLUMN.
           MOVE 0 TO CHN-PREVIOUS.
           IF WS-RECORDS-TO-SKIP > 0
               MOVE "L" TO CHN-FUNCTION
               CALL "audit-chain" USING CHAIN-REQUEST
           END-IF.
           OPEN INPUT FI-IN-ITEMS.
           IF WS-RECORDS-TO-SKIP > 0
      * A RESTART APPENDS TO EVERY REPORT FILE FROM THIS RUN, NOT JUST
           END-IF.

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

       0055-LOAD-STORAGE-PROFILES.
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

       0057-LOAD-QC-HOLDS.
      * ONLY OPEN HOLDS MATTER; A RELEASED, RETURNED OR DISCARDED ROW
      * IS HISTORY.  NO FILE MEANS NOTHING IS ON HOLD.
           MOVE 0 TO WS-HELD-LOT-COUNT.
           OPEN INPUT FI-QCHOLD.
           IF WS-QCHOLD-OK
               READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-QCHOLD-OK
                   OR WS-HELD-LOT-COUNT >= 2000
                   IF QCH-ON-HOLD AND QCH-LOT NUMERIC
                       ADD 1 TO WS-HELD-LOT-COUNT
                       SET HELD-IDX TO WS-HELD-LOT-COUNT
                       MOVE QCH-LOT TO WS-HELD-LOT (HELD-IDX)
                   END-IF
                   READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-QCHOLD.

       0060-LOAD-CHECKPOINT.
      * A CHECKPOINT FILE LEFT OVER FROM AN ABENDED RUN HOLDS THE
      * COUNT OF INPUT RECORDS ALREADY WRITTEN TO out.dat, TOGETHER

             PERFORM 0420-LOOKUP-RULE
             PERFORM 0440-LOOKUP-MASTER-ID
             PERFORM 0470-LOOKUP-STORAGE-PROFILE

             IF WS-MATCH-QUARANTINED
                 PERFORM 0900-WRITE-EXCEPTION
                 END-PERFORM
                 PERFORM 0950-WRITE-AUDIT
                 PERFORM 0960-CHECK-MARKDOWN
                 PERFORM 0975-CHECK-QC-HOLD
                 IF WS-LOT-ON-QC-HOLD
                     ADD 1 TO WS-QC-HELD-COUNT
                 ELSE
                     PERFORM 0970-WRITE-EXTRACT
                 END-IF
                 WRITE FS-OUT-ITEM
                 ADD 1 TO WS-WRITTEN-COUNT
                 PERFORM 0935-WRITE-STORE-OUT
           CLOSE FI-MARKDOWN-STORE-C.
           CLOSE FI-CONCERTS.
           PERFORM 0985-CLEAR-CHECKPOINT.
           IF WS-QC-HELD-COUNT > 0
               DISPLAY "NEW-GILDED-ROSE: " WS-QC-HELD-COUNT
                   " RECORD(S) OF LOTS ON QC HOLD KEPT OFF "
                   "pricing-extract.dat"
           END-IF.

       0300-RETURN.
           GOBACK.
           END-PERFORM.

       0450-AGE-ONE-DAY.
           MOVE QUALITY TO WS-DAY-START-QUALITY.
           IF NOT WS-MATCH-LEGENDARY
               SUBTRACT 1 FROM SELL-IN
           END-IF.
               WHEN OTHER
                   PERFORM 0400-GENERAL-ITEM
           END-EVALUATE.
           PERFORM 0460-APPLY-STORAGE-PROFILE.

           PERFORM 0930-WRITE-MULTIDAY-SNAPSHOT.

       0460-APPLY-STORAGE-PROFILE.
      * THE STORE ROOM'S PROFILE SCALES THE NIGHT'S QUALITY CHANGE
      * TO WS-PROFILE-PERCENT OF THE STANDARD RATE.  QUALITY IS A
      * WHOLE NUMBER, SO A FRACTIONAL RATE IS SPREAD OVER THE NIGHTS:
      * THE ITEM'S AGE IS READ FROM SELL-IN (WHICH DROPS BY ONE EVERY
      * NIGHT) AND EACH NIGHT TAKES THE WHOLE POINTS THE SCALED RATE
      * HAS EARNED SINCE THE NIGHT BEFORE - AT 50% A GENERAL ITEM
      * LOSES A POINT EVERY OTHER NIGHT, AT 150% ONE AND TWO ON
      * ALTERNATE NIGHTS.  LEGENDARY ITEMS ARE NEVER PROFILED, AND A
      * CONCERT PASS STILL GOES WORTHLESS ON THE NIGHT OF THE CONCERT
      * WHATEVER ROOM IT IS IN.
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

       0500-AGED-BRIE.
           IF QUALITY IS LESS THAN 50
                   ADD 1 TO QUALITY
               WS-DISPLAY-AFTER-QUALITY
               " ID " WS-MASTER-ID
               " STORE " ITEM-STORE
               " PROFILE " WS-PROFILE-NAME " " WS-PROFILE-PERCENT "%"
               DELIMITED BY SIZE INTO AUD-TEXT
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-AUDIT-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO AUD-CHAIN.
           WRITE FS-AUDIT-RECORD.
           EVALUATE ITEM-STORE
               WHEN "A  "
                   WRITE FS-AUDIT-A-RECORD FROM AUD-TEXT
               WHEN "B  "
                   WRITE FS-AUDIT-B-RECORD FROM AUD-TEXT
               WHEN "C  "
                   WRITE FS-AUDIT-C-RECORD FROM AUD-TEXT
           END-EVALUATE.

       0960-CHECK-MARKDOWN.
           END-IF.
           WRITE FS-EXTRACT-RECORD.

       0975-CHECK-QC-HOLD.
      * A PRE-LOT RECORD (LOT SPACES OR ZERO) CAN NEVER BE HELD.
           SET WS-LOT-NOT-HELD TO TRUE.
           IF WS-HELD-LOT-COUNT > 0 AND ITEM-LOT NUMERIC
               SET HELD-IDX TO 1
               SEARCH WS-HELD-LOT
                   WHEN WS-HELD-LOT (HELD-IDX) = ITEM-LOT
                       SET WS-LOT-ON-QC-HOLD TO TRUE
               END-SEARCH
           END-IF.

       0980-CHECKPOINT-IF-DUE.
           IF WS-RECORDS-CONSUMED > 0 AND
              FUNCTION MOD (WS-RECORDS-CONSUMED
