       PROGRAM-ID. "file-audit".

      * MODIFICATION HISTORY:
      * - AUDITS data/storage-profiles.dat: A STORE CODE, A RULE
      *   CLASS OF B/C/D/L/N, A NUMERIC PERCENT NO HIGHER THAN 500,
      *   AND ONE ROW PER STORE AND CLASS.
      * - RULES ROWS NOW CARRY AN EFFECTIVE-FROM DATE (SEE
      *   rules-maint).  A NON-BLANK DATE MUST BE A REAL CALENDAR
      *   DATE, AND AT LEAST ONE VERSION OF THE TABLE MUST ALREADY
      *   BE IN FORCE ON processing_date - A FILE HOLDING ONLY
      *   FUTURE-DATED ROWS WOULD LOAD AS AN EMPTY TABLE.
      * - NEW PROGRAM.  PRE-RUN CONTROL-FILE AUDITOR, RUN AS THE
      *   FIRST STEP OF THE NIGHTLY SEQUENCE.  A MISSING
      *   item-rules.dat IS FATAL IN THE ENGINE, BUT A STRUCTURALLY
             SELECT OPTIONAL FI-VALUES ASSIGN "data/unit-values.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUES-FILE-STATUS.
             SELECT OPTIONAL FI-PROFILES
               ASSIGN "data/storage-profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC XX.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-VENUES.
           01 FS-VENUE-RECORD.
               05 FILLER                PIC X.
               05 FV-PER-POINT          PIC X(5).

           FD FI-PROFILES.
           COPY "storprof.cpy".

           FD FI-MASTER.
           COPY "itemmst.cpy".

               88 WS-VALUES-FILE-OK     VALUE 00.
               88 WS-VALUES-EOF         VALUE 10.

           01 WS-PROFILE-FILE-STATUS    PIC 99.
               88 WS-PROFILE-FILE-OK    VALUE 00.
               88 WS-PROFILE-EOF        VALUE 10.

           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.
                   10 WS-CLASS-PRICED    PIC X.

           01 WS-WORK-CLASS             PIC X.

      * STORE/CLASS KEYS ALREADY SEEN ON storage-profiles.dat.
           01 WS-PROFILE-KEY-COUNT      PIC 99 VALUE 0.
           01 WS-PROFILE-KEY-TABLE.
               05 WS-PROFILE-KEY OCCURS 50 TIMES
                   INDEXED BY PROFILE-IDX  PIC X(4).
           01 WS-PROFILE-THIS-KEY       PIC X(4).
           01 WS-RULE-ROWS              PIC 9(4) VALUE 0.
           01 WS-RULES-IN-FORCE         PIC 9(4) VALUE 0.
           01 WS-RULES-DATE             PIC X(8).

           01 WS-DATE-SWITCH            PIC X.
               88 WS-DATE-VALID         VALUE "Y".
           PERFORM 0120-AUDIT-VENUES THRU 0120-EXIT.
           PERFORM 0130-AUDIT-UNIT-VALUES THRU 0130-EXIT.
           PERFORM 0140-AUDIT-MASTER THRU 0140-EXIT.
           PERFORM 0150-AUDIT-PROFILES THRU 0150-EXIT.

           IF WS-ERROR-COUNT > 0
               DISPLAY "FILE-AUDIT: " WS-ERROR-COUNT " ERROR(S) IN "

       0110-AUDIT-RULES.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE SPACES TO WS-RULES-DATE.
           ACCEPT WS-RULES-DATE FROM ENVIRONMENT "processing_date".
           IF WS-RULES-DATE NOT NUMERIC
               ACCEPT WS-RULES-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT FI-RULES.
           IF NOT WS-RULES-FILE-OK
               ADD 1 TO WS-ERROR-COUNT
                           " IS ZERO OR PAST THE 50-BYTE NAME FIELD"
                   END-IF
               END-IF
               IF FR-EFFECTIVE NOT = SPACES
                   MOVE FR-EFFECTIVE TO WS-CHECK-DATE
                   PERFORM 0500-VALIDATE-DATE
                   IF WS-DATE-INVALID
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "FILE-AUDIT: RULES ROW " WS-ROW-NUMBER
                           " EFFECTIVE DATE '" FR-EFFECTIVE
                           "' IS NOT A REAL CALENDAR DATE"
                   END-IF
               END-IF
               IF FR-EFFECTIVE NOT > WS-RULES-DATE
                   ADD 1 TO WS-RULES-IN-FORCE
               END-IF
               READ FI-RULES AT END SET WS-RULES-EOF TO TRUE END-READ
           END-PERFORM.
           CLOSE FI-RULES.
           IF WS-RULE-ROWS = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "FILE-AUDIT: data/item-rules.dat IS EMPTY"
           ELSE
               IF WS-RULES-IN-FORCE = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FILE-AUDIT: NO VERSION OF THE RULES TABLE "
                       "IS IN FORCE ON " WS-RULES-DATE
               END-IF
           END-IF.
      * EVERY ITEM THE RULES DO NOT MATCH PRICES AS CLASS "N".
           MOVE "N" TO WS-WORK-CLASS.
       0140-EXIT.
           EXIT.

       0150-AUDIT-PROFILES.
      * THE FILE IS OPTIONAL - NO FILE MEANS EVERY ROOM AGES AT THE
      * STANDARD RATE.
           MOVE 0 TO WS-ROW-NUMBER.
           OPEN INPUT FI-PROFILES.
           IF NOT WS-PROFILE-FILE-OK
               CLOSE FI-PROFILES
               GO TO 0150-EXIT
           END-IF.
           READ FI-PROFILES AT END SET WS-PROFILE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-PROFILE-FILE-OK
               ADD 1 TO WS-ROW-NUMBER
               IF SPR-STORE = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FILE-AUDIT: PROFILE ROW " WS-ROW-NUMBER
                       " HAS NO STORE CODE"
               END-IF
               IF SPR-CLASS NOT = "B" AND NOT = "C"
                  AND NOT = "D" AND NOT = "L" AND NOT = "N"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FILE-AUDIT: PROFILE ROW " WS-ROW-NUMBER
                       " CLASS '" SPR-CLASS "' IS NOT B/C/D/L/N"
               END-IF
               IF SPR-PERCENT NOT NUMERIC
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FILE-AUDIT: PROFILE ROW " WS-ROW-NUMBER
                       " PERCENT '" SPR-PERCENT "' IS NOT NUMERIC"
               ELSE
                   IF SPR-PERCENT > 500
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "FILE-AUDIT: PROFILE ROW "
                           WS-ROW-NUMBER " PERCENT " SPR-PERCENT
                           " IS ABOVE 500"
                   END-IF
               END-IF
               MOVE SPR-STORE TO WS-PROFILE-THIS-KEY (1:3)
               MOVE SPR-CLASS TO WS-PROFILE-THIS-KEY (4:1)
               SET PROFILE-IDX TO 1
               PERFORM UNTIL PROFILE-IDX > WS-PROFILE-KEY-COUNT
                   IF WS-PROFILE-KEY (PROFILE-IDX) =
                      WS-PROFILE-THIS-KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "FILE-AUDIT: PROFILE ROW "
                           WS-ROW-NUMBER " REPEATS STORE "
                           SPR-STORE " CLASS " SPR-CLASS
                       SET PROFILE-IDX TO WS-PROFILE-KEY-COUNT
                   END-IF
                   SET PROFILE-IDX UP BY 1
               END-PERFORM
               IF WS-PROFILE-KEY-COUNT < 50
                   ADD 1 TO WS-PROFILE-KEY-COUNT
                   MOVE WS-PROFILE-THIS-KEY
                       TO WS-PROFILE-KEY (WS-PROFILE-KEY-COUNT)
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FILE-AUDIT: MORE THAN 50 PROFILE ROWS"
               END-IF
               READ FI-PROFILES AT END SET WS-PROFILE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-PROFILES.

       0150-EXIT.
           EXIT.

       0500-VALIDATE-DATE.
      * SAME REAL-CALENDAR-DATE CHECK AS venue-maint: ALL DIGITS,
      * MONTH 01-12, DAY VALID FOR THE MONTH, FEBRUARY 29 ONLY IN
