       IDENTIFICATION DIVISION.
       PROGRAM-ID. "dual-control".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  SHARED TWO-PERSON CONTROL FOR HIGH-VALUE STOCK
      *   CHANGES.  AUDIT WOULD NOT ACCEPT ONE OPERATOR BEING ABLE TO
      *   WIPE OUT A VARIANCE OF ANY SIZE (stock-take), WRITE OFF A
      *   WHOLE PENDING LIST (disposal-approve) OR MERGE TWO ITEM IDS
      *   (item-maint) ALONE.  THOSE UTILITIES PRICE THE CHANGE HERE
      *   WITH THE SAME CLASS RATES valuation USES
      *   (data/unit-values.dat) AND ASK WHETHER IT MAY POST.  ANYTHING
      *   OVER THE LIMIT ON data/dual-control.dat IS STAGED ON
      *   approval-tickets.dat (SEE APRTKT) UNDER THE MAKER'S ID UNTIL
      *   A SECOND OPERATOR PASSES IT THROUGH dual-approve.  WITH NO
      *   data/dual-control.dat, OR A ZERO LIMIT, EVERYTHING IS CLEAR
      *   AND THE UTILITIES BEHAVE AS THEY ALWAYS HAVE.  THE CALL
      *   INTERFACE IS THE DUALREQ COPYBOOK.  THE LIMIT, RULES AND
      *   RATES ARE LOADED ON THE FIRST CALL OF THE RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-CONFIG ASSIGN "data/dual-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-VALUES ASSIGN "data/unit-values.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUES-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
             SELECT OPTIONAL FI-TICKETS ASSIGN "approval-tickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-FILE-STATUS.
             SELECT FI-TKTWORK ASSIGN "aptwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKTWORK-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-CONFIG.
           01 FS-CONFIG-RECORD.
               05 DCL-LIMIT             PIC 9(7)V99.
               05 FILLER                PIC X.
               05 DCL-CHECKER-ROLE      PIC 9.

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-VALUES.
           01 FS-VALUE-RECORD.
               05 FV-CLASS              PIC X.
               05 FILLER                PIC X.
               05 FV-PER-POINT          PIC 9(3)V99.

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

           FD FI-TICKETS.
           COPY "aprtkt.cpy".

           FD FI-TKTWORK.
           01 FS-TKTWORK-RECORD         PIC X(204).

       WORKING-STORAGE SECTION.
           01 WS-CONFIG-FILE-STATUS     PIC 99.
               88 WS-CONFIG-OK          VALUE 00.

           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.

           01 WS-VALUES-FILE-STATUS     PIC 99.
               88 WS-VALUES-FILE-OK     VALUE 00.
               88 WS-VALUES-EOF         VALUE 10.

           01 WS-OPERATOR-FILE-STATUS   PIC 99.
               88 WS-OPERATOR-OK        VALUE 00.
               88 WS-OPERATOR-EOF       VALUE 10.

           01 WS-TICKET-FILE-STATUS     PIC 99.
               88 WS-TICKET-OK          VALUE 00.
               88 WS-TICKET-EOF         VALUE 10.

           01 WS-TKTWORK-FILE-STATUS    PIC 99.
               88 WS-TKTWORK-EOF        VALUE 10.

           01 WS-LOADED-SWITCH          PIC X VALUE "N".
               88 WS-TABLES-LOADED      VALUE "Y".

           01 WS-LIMIT                  PIC 9(7)V99 VALUE 0.

      * SAME item-rules.dat TABLE AND VERSION RULE AS valuation, TO
      * RESOLVE AN ITEM NAME TO THE RULE CLASS IT IS PRICED BY.
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RULE-IDX.
                   10 WS-RULE-NAME       PIC X(50).
                   10 WS-RULE-MATCH-LEN  PIC 99.
                   10 WS-RULE-TYPE       PIC X.

           01 WS-MATCHED-RULE-TYPE      PIC X.
           01 WS-COMPARE-LEN            PIC 99.

      * UNIT-VALUE TABLE: CURRENCY VALUE OF ONE QUALITY POINT OF ONE
      * UNIT, BY RULE CLASS.
           01 WS-VALUE-COUNT            PIC 99 VALUE 0.
           01 WS-VALUE-TABLE.
               05 WS-VALUE-ENTRY OCCURS 0 TO 10 TIMES
                   DEPENDING ON WS-VALUE-COUNT
                   INDEXED BY VALUE-IDX.
                   10 WS-VALUE-CLASS     PIC X.
                   10 WS-VALUE-PER-POINT PIC 9(3)V99.

           01 WS-PER-POINT              PIC 9(3)V99.

           01 WS-FOUND-SWITCH           PIC X.
               88 WS-TICKET-FOUND       VALUE "Y".
           01 WS-LAST-STATUS            PIC X(8).
           01 WS-NEXT-TICKET            PIC 9(6).
           01 WS-OPR-FOUND-SWITCH       PIC X.
               88 WS-OPR-FOUND          VALUE "Y".
           01 WS-OPERATOR-FILE-SWITCH   PIC X.
               88 WS-HAVE-OPERATOR-FILE VALUE "Y".

           01 WS-NOW-STAMP.
               05 WS-NOW-DATE            PIC 9(8).
               05 WS-NOW-HHMMSS          PIC 9(6).
           01 WS-NOW-CLOCK.
               05 WS-NOW-CLOCK-HHMMSS    PIC 9(6).
               05 WS-NOW-HUNDREDTHS      PIC 99.

       LINKAGE SECTION.
           COPY "dualreq.cpy".

       PROCEDURE DIVISION USING DUAL-CONTROL-REQUEST.
           IF NOT WS-TABLES-LOADED
               PERFORM 0020-LOAD-LIMIT
               PERFORM 0030-LOAD-RULES
               PERFORM 0040-LOAD-UNIT-VALUES
               SET WS-TABLES-LOADED TO TRUE
           END-IF.
           MOVE WS-LIMIT TO DCR-LIMIT.
           EVALUATE DCR-FUNCTION
               WHEN "PRICE"
                   PERFORM 0100-PRICE-ITEM
               WHEN "FIND"
                   PERFORM 0200-FIND-TICKET THRU 0200-EXIT
               WHEN "CHECK"
                   PERFORM 0200-FIND-TICKET THRU 0200-EXIT
                   IF DCR-IS-NONE
                       PERFORM 0300-STAGE-TICKET THRU 0300-EXIT
                   END-IF
               WHEN "POSTED"
                   PERFORM 0400-MARK-POSTED
           END-EVALUATE.

       0900-RETURN.
           GOBACK.

       0020-LOAD-LIMIT.
      * ONE LINE: THE LIMIT IN CURRENCY (9(7)V99).  THE CHECKER ROLE
      * ON THE SAME LINE IS dual-approve'S BUSINESS.
           MOVE 0 TO WS-LIMIT.
           OPEN INPUT FI-CONFIG.
           IF WS-CONFIG-OK
               READ FI-CONFIG
                   AT END MOVE 0 TO WS-LIMIT
                   NOT AT END
                       IF DCL-LIMIT NUMERIC
                           MOVE DCL-LIMIT TO WS-LIMIT
                       END-IF
               END-READ
           END-IF.
           CLOSE FI-CONFIG.

       0030-LOAD-RULES.
      * THE VERSION IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE
      * DATE ON OR BEFORE THE PROCESSING DATE (SEE valuation).
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
           END-IF.
           CLOSE FI-RULES.

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
           END-IF.
           CLOSE FI-VALUES.

       0100-PRICE-ITEM.
      * NEGATIVE QUALITY IS WORTH NOTHING, THE SAME AS ZERO.
           PERFORM 0420-LOOKUP-RULE.
           PERFORM 0130-LOOKUP-PER-POINT.
           IF DCR-QUALITY > 0
               COMPUTE DCR-VALUE =
                   DCR-UNITS * DCR-QUALITY * WS-PER-POINT
           ELSE
               MOVE 0 TO DCR-VALUE
           END-IF.

       0130-LOOKUP-PER-POINT.
           MOVE 0 TO WS-PER-POINT.
           SET VALUE-IDX TO 1.
           PERFORM UNTIL VALUE-IDX > WS-VALUE-COUNT
               IF WS-VALUE-CLASS (VALUE-IDX) = WS-MATCHED-RULE-TYPE
                   MOVE WS-VALUE-PER-POINT (VALUE-IDX) TO WS-PER-POINT
                   SET VALUE-IDX TO WS-VALUE-COUNT
               END-IF
               SET VALUE-IDX UP BY 1
           END-PERFORM.

       0420-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE.
      * NO MATCH IS THE GENERAL CLASS "N".
           MOVE "N" TO WS-MATCHED-RULE-TYPE.
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-MATCH-LEN (RULE-IDX) TO WS-COMPARE-LEN
               IF DCR-ITEM-NAME (1:WS-COMPARE-LEN) =
                  WS-RULE-NAME (RULE-IDX) (1:WS-COMPARE-LEN)
                   MOVE WS-RULE-TYPE (RULE-IDX) TO WS-MATCHED-RULE-TYPE
                   SET RULE-IDX TO WS-RULE-COUNT
               END-IF
               SET RULE-IDX UP BY 1
           END-PERFORM.

       0200-FIND-TICKET.
      * THE LATEST TICKET FOR THE SAME KIND AND DETAIL DECIDES.  A
      * POSTED ONE IS SPENT - THE SAME CHANGE KEYED AGAIN NEEDS A
      * FRESH APPROVAL.  WS-NEXT-TICKET IS LEFT ONE PAST THE HIGHEST
      * NUMBER ON FILE FOR 0300-STAGE-TICKET.
           MOVE 0 TO DCR-TICKET.
           MOVE SPACES TO DCR-TICKET-MAKER DCR-MAKER-STAMP
               DCR-CHECKER DCR-CHECKER-STAMP.
           IF WS-LIMIT = 0 OR DCR-VALUE NOT > WS-LIMIT
               MOVE "CLEAR" TO DCR-RESULT
               GO TO 0200-EXIT
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-NEXT-TICKET.
           OPEN INPUT FI-TICKETS.
           IF WS-TICKET-OK
               READ FI-TICKETS AT END SET WS-TICKET-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-TICKET-OK
                   IF APT-TICKET NUMERIC
                      AND APT-TICKET >= WS-NEXT-TICKET
                       COMPUTE WS-NEXT-TICKET = APT-TICKET + 1
                   END-IF
                   IF APT-KIND = DCR-KIND
                      AND APT-DETAIL = DCR-DETAIL
                       SET WS-TICKET-FOUND TO TRUE
                       MOVE APT-STATUS TO WS-LAST-STATUS
                       MOVE APT-TICKET TO DCR-TICKET
                       MOVE APT-MAKER TO DCR-TICKET-MAKER
                       MOVE APT-MAKER-STAMP TO DCR-MAKER-STAMP
                       MOVE APT-CHECKER TO DCR-CHECKER
                       MOVE APT-CHECKER-STAMP TO DCR-CHECKER-STAMP
                   END-IF
                   READ FI-TICKETS AT END SET WS-TICKET-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-TICKETS.
           IF NOT WS-TICKET-FOUND OR WS-LAST-STATUS = "POSTED"
               MOVE "NONE" TO DCR-RESULT
           ELSE
               MOVE WS-LAST-STATUS TO DCR-RESULT
           END-IF.

       0200-EXIT.
           EXIT.

       0300-STAGE-TICKET.
      * THE MAKER MUST BE NAMED, AND WITH AN OPERATOR FILE IN PLACE
      * MUST BE ON IT - dual-approve HAS TO BE ABLE TO TELL THE
      * CHECKER FROM THE MAKER.
           IF DCR-MAKER = SPACES
               MOVE "NOMAKER" TO DCR-RESULT
               GO TO 0300-EXIT
           END-IF.
           MOVE "N" TO WS-OPR-FOUND-SWITCH.
           MOVE "N" TO WS-OPERATOR-FILE-SWITCH.
           OPEN INPUT FI-OPERATORS.
           IF WS-OPERATOR-OK
               SET WS-HAVE-OPERATOR-FILE TO TRUE
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPERATOR-OK
                   IF OPR-ID = DCR-MAKER
                       SET WS-OPR-FOUND TO TRUE
                   END-IF
                   READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-OPERATORS.
           IF WS-HAVE-OPERATOR-FILE AND NOT WS-OPR-FOUND
               MOVE "NOMAKER" TO DCR-RESULT
               GO TO 0300-EXIT
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           MOVE WS-NOW-CLOCK-HHMMSS TO WS-NOW-HHMMSS.
           OPEN EXTEND FI-TICKETS.
           IF NOT WS-TICKET-OK
               CLOSE FI-TICKETS
               OPEN OUTPUT FI-TICKETS
           END-IF.
           MOVE SPACES TO FS-APPROVAL-TICKET.
           MOVE WS-NEXT-TICKET TO APT-TICKET.
           MOVE "PENDING" TO APT-STATUS.
           MOVE DCR-KIND TO APT-KIND.
           MOVE DCR-VALUE TO APT-VALUE.
           MOVE DCR-MAKER TO APT-MAKER.
           MOVE WS-NOW-STAMP TO APT-MAKER-STAMP.
           MOVE DCR-DETAIL TO APT-DETAIL.
           WRITE FS-APPROVAL-TICKET.
           CLOSE FI-TICKETS.
           MOVE WS-NEXT-TICKET TO DCR-TICKET.
           MOVE DCR-MAKER TO DCR-TICKET-MAKER.
           MOVE WS-NOW-STAMP TO DCR-MAKER-STAMP.
           MOVE "STAGED" TO DCR-RESULT.

       0300-EXIT.
           EXIT.

       0400-MARK-POSTED.
      * REWRITTEN IN TWO PASSES THROUGH aptwork.dat, THE SAME WAY
      * disposal-approve REWRITES ITS PENDING FILE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           OPEN INPUT FI-TICKETS.
           IF NOT WS-TICKET-OK
               CLOSE FI-TICKETS
           ELSE
               OPEN OUTPUT FI-TKTWORK
               READ FI-TICKETS AT END SET WS-TICKET-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-TICKET-OK
                   IF APT-TICKET = DCR-TICKET AND APT-APPROVED
                       MOVE "POSTED" TO APT-STATUS
                       MOVE WS-NOW-DATE TO APT-POSTED-DATE
                   END-IF
                   WRITE FS-TKTWORK-RECORD FROM FS-APPROVAL-TICKET
                   READ FI-TICKETS AT END SET WS-TICKET-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-TICKETS
               CLOSE FI-TKTWORK
               OPEN INPUT FI-TKTWORK
               OPEN OUTPUT FI-TICKETS
               READ FI-TKTWORK AT END SET WS-TKTWORK-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-TKTWORK-EOF
                   MOVE FS-TKTWORK-RECORD TO FS-APPROVAL-TICKET
                   WRITE FS-APPROVAL-TICKET
                   READ FI-TKTWORK AT END SET WS-TKTWORK-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-TKTWORK
               CLOSE FI-TICKETS
           END-IF.
