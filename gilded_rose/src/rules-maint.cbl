       PROGRAM-ID. "rules-maint".

      * MODIFICATION HISTORY:
      * - EVERY rules-audit.dat LINE NOW CARRIES A CHAIN VALUE AT
      *   COLUMN 82, LINKED ONTO THE PREVIOUS LINE'S THROUGH
      *   audit-chain (SEE AUDCHAIN), SO AN ALTERED OR DELETED LINE
      *   OF THE RULES HISTORY SHOWS UP IN chain-verify.
      * - RULES CHANGES ARE NOW EFFECTIVE-DATED.  EVERY ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT (COLUMNS 54-61, BLANK ON THE ORIGINAL
      *   TABLE), AND THE ENGINES AND REPORTS LOAD THE VERSION IN
      *   FORCE ON processing_date.  A STAGED TABLE IS INSTALLED AS A
      *   NEW VERSION EFFECTIVE ON rules_effective=YYYYMMDD (OR THE
      *   DATE ON ITS ROWS; TODAY WHEN NEITHER IS GIVEN) INSTEAD OF
      *   OVERWRITING THE FILE, SO A CHANGE CAN BE STAGED FOR THE
      *   FIRST OF NEXT MONTH AND OLDER VERSIONS SURVIVE FOR
      *   BACKDATED RERUNS.  THE DATE MUST BE A REAL CALENDAR DATE
      *   AND NOT IN THE PAST; STAGING A SECOND TABLE FOR THE SAME
      *   DATE REPLACES THE FIRST.  PENDING VERSIONS ARE LISTED BY
      *   rules-pending.
      * - NOW REQUIRES A SUPERVISOR (ROLE 2) SIGN-ON AGAINST THE
      *   OPERATOR FILE data/operators.dat BEFORE A TABLE CAN BE
      *   INSTALLED - A RULES CHANGE REWRITES HOW THE WHOLE
               05 FP-NAME              PIC X(50).
               05 FP-MATCH-LEN         PIC XX.
               05 FP-TYPE               PIC X.
               05 FP-EFFECTIVE          PIC X(8).

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-AUDIT.
           01 FS-AUDIT-RECORD.
               05 AUD-TEXT              PIC X(80).
               05 FILLER                PIC X.
               05 AUD-CHAIN             PIC X(10).

           FD FI-RUNLOCK.
           01 FS-RUNLOCK-RECORD.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".
           01 WS-PROPOSED-FILE-STATUS   PIC 99.
               88 WS-PROPOSED-OK        VALUE 00.
               88 WS-PROPOSED-EOF       VALUE 10.
               05 WS-CD-MONTH            PIC 99.
               05 WS-CD-DAY              PIC 99.

      * THE DATE THE STAGED TABLE TAKES EFFECT, AND THE EFFECTIVE
      * DATE OF THE VERSION IT REPLACES ON THAT DATE (AUDIT IMAGE).
           01 WS-TODAY                  PIC X(8).
           01 WS-EFFECTIVE-DATE         PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-LATER-VERSION          PIC X(8).

      * EVERY ROW OF THE OTHER VERSIONS ON FILE, CARRIED THROUGH
      * THE INSTALL UNCHANGED.
           01 WS-KEEP-COUNT             PIC 9(4) VALUE 0.
           01 WS-KEEP-TABLE.
               05 WS-KEEP-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-KEEP-COUNT
                   INDEXED BY KEEP-IDX.
                   10 WS-KEEP-ROW        PIC X(61).

           01 WS-DATE-SWITCH            PIC X.
               88 WS-DATE-VALID         VALUE "Y".
               88 WS-DATE-INVALID       VALUE "N".

           01 WS-CHECK-DATE.
               05 WS-CHECK-YEAR          PIC 9(4).
               05 WS-CHECK-MONTH         PIC 99.
               05 WS-CHECK-DAY           PIC 99.

           01 WS-DAYS-IN-MONTH          PIC 99.
           01 WS-LEAP-REMAINDER         PIC 9(4).

       PROCEDURE DIVISION.
           PERFORM 0010-CHECK-RUN-LOCK THRU 0010-EXIT.
           PERFORM 0011-OPERATOR-SIGN-ON THRU 0011-EXIT.
           MOVE SPACES TO WS-TODAY.
           ACCEPT WS-TODAY FROM ENVIRONMENT "processing_date".
           IF WS-TODAY NOT NUMERIC
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-TODAY TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-EFFECTIVE-DATE.
           ACCEPT WS-EFFECTIVE-DATE FROM ENVIRONMENT "rules_effective".
           OPEN INPUT FI-PROPOSED.
           IF NOT WS-PROPOSED-OK
               DISPLAY "RULES-MAINT: item-rules.new NOT FOUND - "
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           PERFORM 0130-CHECK-SHADOWING.
           PERFORM 0125-EDIT-EFFECTIVE-DATE.
           PERFORM 0135-LOAD-OTHER-VERSIONS.

           IF WS-ERROR-COUNT > 0
               DISPLAY "RULES-MAINT: " WS-ERROR-COUNT " ERROR(S) - "
               PERFORM 0140-WRITE-CHANGE-AUDIT
               PERFORM 0150-INSTALL-NEW-TABLE
               DISPLAY "RULES-MAINT: " WS-NEW-COUNT " RULE(S) "
                   "INSTALLED EFFECTIVE " WS-EFFECTIVE-DATE
                   " - SEE rules-audit.dat"
               IF WS-LATER-VERSION NOT = HIGH-VALUES
                   DISPLAY "RULES-MAINT: NOTE - THE VERSION STAGED FOR "
                       WS-LATER-VERSION " STILL REPLACES THIS ONE ON "
                       "THAT DATE"
               END-IF
               IF WS-OPR-FOUND
                   MOVE "rules-maint" TO LOG-PROGRAM
                   MOVE "0150-INSTALL" TO LOG-PARAGRAPH
                   MOVE "I" TO LOG-SEVERITY
                   MOVE SPACES TO LOG-TEXT
                   STRING "RULES TABLE INSTALLED BY " WS-OPERATOR-ID
                       " EFFECTIVE " WS-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
               END-IF
                 MOVE 0 TO WS-NEW-MATCH-LEN (NEW-IDX)
             END-IF
             MOVE FP-TYPE TO WS-NEW-TYPE (NEW-IDX)
      * A ROW MAY CARRY THE EFFECTIVE DATE ITSELF; EVERY DATED ROW
      * MUST AGREE, SINCE A VERSION OF THE TABLE GOES LIVE WHOLE.
             IF FP-EFFECTIVE NOT = SPACES
                 IF WS-EFFECTIVE-DATE = SPACES
                     MOVE FP-EFFECTIVE TO WS-EFFECTIVE-DATE
                 ELSE
                     IF FP-EFFECTIVE NOT = WS-EFFECTIVE-DATE
                         ADD 1 TO WS-ERROR-COUNT
                         DISPLAY "RULES-MAINT: ROW " WS-ROW-NUMBER
                             " EFFECTIVE DATE " FP-EFFECTIVE
                             " DIFFERS FROM " WS-EFFECTIVE-DATE
                     END-IF
                 END-IF
             END-IF
           END-IF.

       0125-EDIT-EFFECTIVE-DATE.
      * NO DATE ANYWHERE MEANS THE CHANGE IS LIVE FROM TODAY.  A
      * PAST DATE WOULD REWRITE HOW NIGHTS ALREADY RUN WERE AGED
      * AND IS REFUSED.
           IF WS-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO WS-CHECK-DATE.
           PERFORM 0500-VALIDATE-DATE.
           IF WS-DATE-INVALID
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RULES-MAINT: EFFECTIVE DATE '"
                   WS-EFFECTIVE-DATE "' IS NOT A REAL CALENDAR DATE"
           ELSE
               IF WS-EFFECTIVE-DATE < WS-TODAY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RULES-MAINT: EFFECTIVE DATE "
                       WS-EFFECTIVE-DATE " IS BEFORE TODAY ("
                       WS-TODAY ") - RULES CANNOT BE BACKDATED"
               END-IF
           END-IF.

       0135-LOAD-OTHER-VERSIONS.
      * EVERY ROW NOT IN A VERSION FOR THE SAME EFFECTIVE DATE IS
      * KEPT.  ALSO NOTES THE EARLIEST VERSION STAGED AFTER THE NEW
      * ONE, WHICH WILL SUPERSEDE IT.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE HIGH-VALUES TO WS-LATER-VERSION.
           OPEN INPUT FI-RULES.
           IF WS-RULES-FILE-OK
               READ FI-RULES AT END SET WS-RULES-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-RULES-FILE-OK
                   IF FR-EFFECTIVE NOT = WS-EFFECTIVE-DATE
                       IF WS-KEEP-COUNT < 500
                           ADD 1 TO WS-KEEP-COUNT
                           SET KEEP-IDX TO WS-KEEP-COUNT
                           MOVE FS-RULE-RECORD
                               TO WS-KEEP-ROW (KEEP-IDX)
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "RULES-MAINT: data/item-rules.dat "
                               "HOLDS MORE THAN 500 ROWS OF OLDER "
                               "VERSIONS - ARCHIVE IT FIRST"
                       END-IF
                       IF FR-EFFECTIVE > WS-EFFECTIVE-DATE
                          AND FR-EFFECTIVE < WS-LATER-VERSION
                           MOVE FR-EFFECTIVE TO WS-LATER-VERSION
                       END-IF
                   END-IF
                   READ FI-RULES
                       AT END SET WS-RULES-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RULES.

       0130-CHECK-SHADOWING.
      * THE ENGINES TAKE THE FIRST RULE WHOSE PREFIX MATCHES, SO AN
       0140-WRITE-CHANGE-AUDIT.
      * BEFORE/AFTER IMAGE OF THE TABLE, APPENDED SO THE AUDIT FILE
      * IS A RUNNING HISTORY OF EVERY RULES CHANGE.
           MOVE "L" TO CHN-FUNCTION.
           MOVE "rules-audit.dat" TO CHN-FILE-NAME.
           MOVE 82 TO CHN-COLUMN.
           CALL "audit-chain" USING CHAIN-REQUEST.
           OPEN EXTEND FI-AUDIT.
           IF NOT WS-AUDIT-OK
               CLOSE FI-AUDIT
               OPEN OUTPUT FI-AUDIT
           END-IF.
      * THE BEFORE IMAGE IS THE VERSION THAT WOULD OTHERWISE HAVE
      * BEEN IN FORCE ON THE EFFECTIVE DATE (SAME SELECTION AS THE
      * ENGINES' 0030-LOAD-RULES).
           MOVE SPACES TO FS-AUDIT-RECORD.
           STRING "RULES CHANGE " WS-CURRENT-DATE " EFFECTIVE "
               WS-EFFECTIVE-DATE " - BEFORE:"
               DELIMITED BY SIZE INTO AUD-TEXT
           PERFORM 0145-WRITE-AUDIT-LINE.
           MOVE LOW-VALUES TO WS-RULE-VERSION.
           SET KEEP-IDX TO 1.
           PERFORM UNTIL KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ROW (KEEP-IDX) TO FS-RULE-RECORD
               IF FR-EFFECTIVE < WS-EFFECTIVE-DATE
                  AND FR-EFFECTIVE > WS-RULE-VERSION
                   MOVE FR-EFFECTIVE TO WS-RULE-VERSION
               END-IF
               SET KEEP-IDX UP BY 1
           END-PERFORM.
           SET KEEP-IDX TO 1.
           PERFORM UNTIL KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ROW (KEEP-IDX) TO FS-RULE-RECORD
               IF FR-EFFECTIVE = WS-RULE-VERSION
                   MOVE SPACES TO FS-AUDIT-RECORD
                   STRING "  OLD " FS-RULE-RECORD (1:53)
                       " " FR-EFFECTIVE
                       DELIMITED BY SIZE INTO AUD-TEXT
                   PERFORM 0145-WRITE-AUDIT-LINE
               END-IF
               SET KEEP-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO FS-AUDIT-RECORD.
           STRING "RULES CHANGE " WS-CURRENT-DATE " EFFECTIVE "
               WS-EFFECTIVE-DATE " - AFTER:"
               DELIMITED BY SIZE INTO AUD-TEXT
           PERFORM 0145-WRITE-AUDIT-LINE.
           SET NEW-IDX TO 1.
           PERFORM UNTIL NEW-IDX > WS-NEW-COUNT
               MOVE SPACES TO FS-AUDIT-RECORD
               STRING "  NEW " WS-NEW-NAME (NEW-IDX)
                   WS-NEW-MATCH-LEN (NEW-IDX) WS-NEW-TYPE (NEW-IDX)
                   DELIMITED BY SIZE INTO AUD-TEXT
               PERFORM 0145-WRITE-AUDIT-LINE
               SET NEW-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-AUDIT.

       0145-WRITE-AUDIT-LINE.
           MOVE "C" TO CHN-FUNCTION.
           MOVE FS-AUDIT-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           MOVE CHN-VALUE TO AUD-CHAIN.
           WRITE FS-AUDIT-RECORD.

       0150-INSTALL-NEW-TABLE.
      * THE OTHER VERSIONS GO BACK FIRST, UNCHANGED, THEN THE NEW
      * VERSION STAMPED WITH ITS EFFECTIVE DATE.  THE LOADERS PICK
      * A VERSION BY DATE, NOT BY POSITION IN THE FILE.
           OPEN OUTPUT FI-RULES.
           SET KEEP-IDX TO 1.
           PERFORM UNTIL KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ROW (KEEP-IDX) TO FS-RULE-RECORD
               WRITE FS-RULE-RECORD
               SET KEEP-IDX UP BY 1
           END-PERFORM.
           SET NEW-IDX TO 1.
           PERFORM UNTIL NEW-IDX > WS-NEW-COUNT
               MOVE WS-NEW-NAME (NEW-IDX)      TO FR-NAME
               MOVE WS-NEW-MATCH-LEN (NEW-IDX) TO FR-MATCH-LEN
               MOVE WS-NEW-TYPE (NEW-IDX)      TO FR-TYPE
               MOVE WS-EFFECTIVE-DATE          TO FR-EFFECTIVE
               WRITE FS-RULE-RECORD
               SET NEW-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-RULES.

       0500-VALIDATE-DATE.
      * SAME REAL-CALENDAR-DATE CHECK AS venue-maint: ALL DIGITS,
      * MONTH 01-12, DAY VALID FOR THE MONTH, FEBRUARY 29 ONLY IN
      * LEAP YEARS.
           SET WS-DATE-INVALID TO TRUE.
           IF WS-CHECK-DATE NOT NUMERIC
               CONTINUE
           ELSE
             IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                 CONTINUE
             ELSE
               EVALUATE WS-CHECK-MONTH
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WS-DAYS-IN-MONTH
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DAYS-IN-MONTH
                   WHEN 2
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD (WS-CHECK-YEAR 4)
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD (WS-CHECK-YEAR 100)
                           IF WS-LEAP-REMAINDER = 0
                               COMPUTE WS-LEAP-REMAINDER =
                                   FUNCTION MOD (WS-CHECK-YEAR 400)
                               IF WS-LEAP-REMAINDER NOT = 0
                                   MOVE 28 TO WS-DAYS-IN-MONTH
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-CHECK-DAY >= 1 AND
                  WS-CHECK-DAY <= WS-DAYS-IN-MONTH
                   SET WS-DATE-VALID TO TRUE
               END-IF
             END-IF
           END-IF.
