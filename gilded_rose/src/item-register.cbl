       PROGRAM-ID. "item-register".

      * MODIFICATION HISTORY:
      * - THE MASTER ROW GREW A MERCHANDISE CATEGORY (SEE ITEMMST);
      *   A NEWLY REGISTERED ITEM STARTS UNCATEGORISED UNTIL
      *   item-maint ASSIGNS IT TO A CATEGORY.
      * - THE RULES TABLE IS NOW EFFECTIVE-DATED: EACH ROW OF
      *   data/item-rules.dat CARRIES THE DATE ITS VERSION OF THE
      *   TABLE TAKES EFFECT, AND 0030-LOAD-RULES LOADS ONLY THE
      *   VERSION IN FORCE ON processing_date (TODAY WHEN UNSET), SO A
      *   CHANGE STAGED AHEAD BY rules-maint GOES LIVE ON ITS OWN
      *   DATE AND A BACKDATED RERUN AGES UNDER THAT NIGHT'S RULES.
      * - THE INVENTORY RECORD GREW THE PERMANENT ITEM NUMBER
      *   (ITEM-ID, BYTES 72-77 - SEE ITEMOUT): AFTER REGISTRATION
      *   THIS STEP NOW REWRITES in.dat STAMPING EVERY RECORD'S ID
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-REGISTER.
           01 FS-REGISTER-RECORD        PIC X(80).

      * ITEM RATES/RULES TABLE - SAME LAYOUT AND DATA FILE THE ENGINES
      * USE, LOADED HERE TO STAMP THE RULE CLASS ONTO A NEW MASTER ROW.
      * RULES DATE AND THE EFFECTIVE DATE OF THE TABLE VERSION
      * BEING LOADED (SEE 0030-LOAD-RULES).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
           MOVE 0 TO MST-REORDER-POINT.
           MOVE 0 TO MST-REORDER-QTY.
           MOVE "A" TO MST-STATUS.
           MOVE SPACES TO MST-CATEGORY.
           WRITE FS-MASTER-ITEM
               INVALID KEY
                   DISPLAY "ITEM-REGISTER: UNABLE TO ADD MASTER ROW "
               " RECORD(S) STAMPED WITH THEIR ITEM NUMBER".

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
