       PROGRAM-ID. "month-end".

      * MODIFICATION HISTORY:
      * - valuation-history.dat ROWS NOW CARRY THE PER-STORE SPLIT
      *   AFTER THE CHAIN TOTALS (SEE valuation) - THE HISTORY LAYOUT
      *   IS WIDENED TO MATCH.  UNDER THE OLD LAYOUT THE FIRST ROW
      *   READ BACK TOO LONG, 0110 STOPPED THERE, AND THE PERIOD'S
      *   DECAY LOSS AND WRITE-OFFS WERE POSTED SHORT.
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - THE JOURNAL RECORD IS CLEARED BEFORE THE FIRST LINE IS BUILT.
      *   ITS FILLER SEPARATORS WERE NEVER SET, AND THE RUN ABENDED
      *   WRITING journal.dat WHEN STARTED UNDER job-scheduler.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0040-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - NEW PROGRAM.  MONTH-END ACCOUNTING EXTRACT WITH A PERIOD
      *   CLOSE LOCK.  ACCOUNTING USED TO RE-TYPE NUMBERS OFF
      *   valuation-report.dat AND THE DISPOSAL REGISTER INTO JOURNAL
               05 VH-DECAY-LOSS         PIC 9(9)V99.
               05 FILLER                PIC X.
               05 VH-WRITTEN-OFF        PIC 9(9)V99.
               05 VH-STORE-SPLIT OCCURS 3 TIMES.
                   10 FILLER            PIC X.
                   10 VH-STORE-CODE     PIC X(3).
                   10 FILLER            PIC X.
                   10 VH-STORE-DECAY    PIC 9(9)V99.
                   10 FILLER            PIC X.
                   10 VH-STORE-WRITTEN-OFF PIC 9(9)V99.

           FD FI-DSPHIST.
           01 FS-DSPHIST-RECORD.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-VALUES.
           01 FS-VALUE-RECORD.

      * SAME item-rules.dat RATES TABLE THE ENGINES USE, LOADED TO
      * RESOLVE EACH REMOVED ITEM'S RULE CLASS FOR PRICING.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0040-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
           CLOSE FI-CONTROL.

       0040-LOAD-RULES.
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

       0200-WRITE-JOURNAL.
           OPEN OUTPUT FI-JOURNAL.
           MOVE SPACES TO FS-JOURNAL-RECORD.
           MOVE "INVENTORY DECAY LOSS" TO JRN-ACCOUNT.
           MOVE WS-DECAY-LOSS TO WS-LINE-VALUE.
           PERFORM 0205-WRITE-JOURNAL-LINE.
