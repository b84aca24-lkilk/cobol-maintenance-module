       IDENTIFICATION DIVISION.
       PROGRAM-ID. "dual-approve".

      * MODIFICATION HISTORY:
      * - A STOCK ADJUSTMENT TICKET NOW SHOWS THE ITEM ID AND LOT AS
      *   WELL AS THE NAME AND STORE (stock-take NO LONGER STAGES THE
      *   WHOLE in.dat RECORD - SEE APRTKT).
      * - NEW PROGRAM.  CHECKER'S PASS OVER THE DUAL-CONTROL TICKETS
      *   (approval-tickets.dat, SEE APRTKT AND dual-control).  THE
      *   CHECKER SIGNS ON AGAINST data/operators.dat AND MUST HOLD AT
      *   LEAST THE CHECKER ROLE ON data/dual-control.dat (DEFAULT 2,
      *   SUPERVISOR).  WITHOUT AN OPERATOR FILE NOBODY CAN BE SHOWN
      *   TO BE A DIFFERENT, SENIOR OPERATOR, SO NOTHING IS APPROVED.
      *   EACH PENDING TICKET IS SHOWN WITH ITS VALUE AND MAKER AND
      *   THE CHECKER APPROVES, REJECTS OR SKIPS IT; A TICKET THE
      *   CHECKER STAGED THEMSELVES IS PASSED OVER.  THE DECISION,
      *   CHECKER ID AND TIMESTAMP GO ON THE TICKET (REWRITTEN THROUGH
      *   aptwork.dat THE WAY disposal-approve REWRITES ITS PENDING
      *   FILE) AND EACH DECISION IS LOGGED THROUGH error-logger.  AN
      *   APPROVED TICKET POSTS ON THE NEXT RUN OF THE UTILITY THAT
      *   STAGED IT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-TICKETS ASSIGN "approval-tickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-FILE-STATUS.
             SELECT FI-TKTWORK ASSIGN "aptwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKTWORK-FILE-STATUS.
             SELECT OPTIONAL FI-CONFIG ASSIGN "data/dual-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-TICKETS.
           COPY "aprtkt.cpy".

           FD FI-TKTWORK.
           01 FS-TKTWORK-RECORD         PIC X(204).

           FD FI-CONFIG.
           01 FS-CONFIG-RECORD.
               05 DCL-LIMIT             PIC 9(7)V99.
               05 FILLER                PIC X.
               05 DCL-CHECKER-ROLE      PIC 9.

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

       WORKING-STORAGE SECTION.
           01 WS-TICKET-FILE-STATUS     PIC 99.
               88 WS-TICKET-OK          VALUE 00.
               88 WS-TICKET-EOF         VALUE 10.

           01 WS-TKTWORK-FILE-STATUS    PIC 99.
               88 WS-TKTWORK-EOF        VALUE 10.

           01 WS-CONFIG-FILE-STATUS     PIC 99.
               88 WS-CONFIG-OK          VALUE 00.

           01 WS-OPERATOR-FILE-STATUS   PIC 99.
               88 WS-OPERATOR-OK        VALUE 00.
               88 WS-OPERATOR-EOF       VALUE 10.

           01 WS-CHECKER-ID             PIC X(8).
           01 WS-CHECKER-ROLE           PIC 9 VALUE 2.
           01 WS-OPR-ROLE               PIC 9 VALUE 0.
           01 WS-OPR-FOUND-SWITCH       PIC X.
               88 WS-OPR-FOUND          VALUE "Y".

           01 WS-ACTION                 PIC X.
               88 WS-ACTION-APPROVE     VALUE "A".
               88 WS-ACTION-REJECT      VALUE "R".
               88 WS-ACTION-SKIP        VALUE "S".
               88 WS-ACTION-QUIT        VALUE "Q".
           01 WS-QUIT-SWITCH            PIC X VALUE "N".
               88 WS-QUIT               VALUE "Y".

           01 WS-DISPLAY-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-APPROVED-COUNT         PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT         PIC 9(5) VALUE 0.
           01 WS-LEFT-COUNT             PIC 9(5) VALUE 0.

           01 WS-NOW-STAMP.
               05 WS-NOW-DATE            PIC 9(8).
               05 WS-NOW-HHMMSS          PIC 9(6).
           01 WS-NOW-CLOCK.
               05 WS-NOW-CLOCK-HHMMSS    PIC 9(6).
               05 WS-NOW-HUNDREDTHS      PIC 99.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT FI-TICKETS.
           IF NOT WS-TICKET-OK
               DISPLAY "DUAL-APPROVE: approval-tickets.dat NOT FOUND "
                   "- NOTHING TO APPROVE"
               GOBACK
           END-IF.
           PERFORM 0020-CHECKER-SIGN-ON THRU 0020-EXIT.
           OPEN OUTPUT FI-TKTWORK.

       0100-START.
           READ FI-TICKETS END GO TO 0200-END.
             IF APT-PENDING AND NOT WS-QUIT
                 PERFORM 0150-REVIEW-TICKET THRU 0150-EXIT
             ELSE
                 IF APT-PENDING
                     ADD 1 TO WS-LEFT-COUNT
                 END-IF
             END-IF.
             WRITE FS-TKTWORK-RECORD FROM FS-APPROVAL-TICKET.
           GO TO 0100-START.

       0150-REVIEW-TICKET.
           MOVE APT-VALUE TO WS-DISPLAY-VALUE.
           DISPLAY " ".
           DISPLAY "TICKET " APT-TICKET " " APT-KIND " VALUE "
               WS-DISPLAY-VALUE.
           DISPLAY "STAGED BY " APT-MAKER " AT " APT-MAKER-STAMP.
           EVALUATE TRUE
               WHEN APT-STOCK-ADJUST
                   DISPLAY "COUNT:     " APT-ADJ-NAME
                       " STORE " APT-ADJ-STORE
                   DISPLAY "ITEM " APT-ADJ-ITEM-ID " LOT " APT-ADJ-LOT
                   DISPLAY "ON HAND " APT-ADJ-OLD-QTY " COUNTED "
                       APT-ADJ-NEW-QTY " ON " APT-ADJ-DATE
               WHEN APT-WRITE-OFF
                   DISPLAY "WRITE-OFF: " APT-WOF-RECORD (8:50)
                   DISPLAY "REASON:    " APT-WOF-RECORD (59:9)
                       " DATED " APT-WOF-RECORD (69:8)
               WHEN APT-MERGE
                   DISPLAY "MERGE:     ID " APT-MRG-DUP-ID " INTO "
                       APT-MRG-SURVIVOR " " APT-MRG-DUP-NAME
           END-EVALUATE.
           IF APT-MAKER = WS-CHECKER-ID
               DISPLAY "STAGED BY YOU - A DIFFERENT OPERATOR MUST "
                   "CHECK IT"
               ADD 1 TO WS-LEFT-COUNT
               GO TO 0150-EXIT
           END-IF.
           DISPLAY "ACTION? A=APPROVE R=REJECT S=SKIP Q=QUIT".
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-APPROVE
                   MOVE "APPROVED" TO APT-STATUS
                   PERFORM 0160-STAMP-DECISION
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN WS-ACTION-REJECT
                   MOVE "REJECTED" TO APT-STATUS
                   PERFORM 0160-STAMP-DECISION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-ACTION-QUIT
                   SET WS-QUIT TO TRUE
                   ADD 1 TO WS-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

       0150-EXIT.
           EXIT.

       0160-STAMP-DECISION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           MOVE WS-NOW-CLOCK-HHMMSS TO WS-NOW-HHMMSS.
           MOVE WS-CHECKER-ID TO APT-CHECKER.
           MOVE WS-NOW-STAMP TO APT-CHECKER-STAMP.
           MOVE "dual-approve" TO LOG-PROGRAM.
           MOVE "0160-STAMP-DECISION" TO LOG-PARAGRAPH.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "TICKET " APT-TICKET " " APT-KIND " "
               APT-STATUS " BY " WS-CHECKER-ID
               " (STAGED BY " APT-MAKER ")"
               DELIMITED BY SIZE INTO LOG-TEXT.
           PERFORM 9000-LOG-CONDITION.

       0200-END.
           CLOSE FI-TICKETS.
           CLOSE FI-TKTWORK.
           IF WS-APPROVED-COUNT + WS-REJECTED-COUNT > 0
               PERFORM 0210-REWRITE-TICKETS
           END-IF.
           DISPLAY "DUAL-APPROVE: " WS-APPROVED-COUNT " APPROVED, "
               WS-REJECTED-COUNT " REJECTED, " WS-LEFT-COUNT
               " LEFT PENDING".

       0300-RETURN.
           GOBACK.

       0210-REWRITE-TICKETS.
           OPEN INPUT FI-TKTWORK.
           OPEN OUTPUT FI-TICKETS.
           READ FI-TKTWORK AT END SET WS-TKTWORK-EOF TO TRUE END-READ.
           PERFORM UNTIL WS-TKTWORK-EOF
               MOVE FS-TKTWORK-RECORD TO FS-APPROVAL-TICKET
               WRITE FS-APPROVAL-TICKET
               READ FI-TKTWORK AT END SET WS-TKTWORK-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-TKTWORK.
           CLOSE FI-TICKETS.

       0020-CHECKER-SIGN-ON.
           OPEN INPUT FI-CONFIG.
           IF WS-CONFIG-OK
               READ FI-CONFIG
                   NOT AT END
                       IF DCL-CHECKER-ROLE NUMERIC
                          AND DCL-CHECKER-ROLE > 0
                           MOVE DCL-CHECKER-ROLE TO WS-CHECKER-ROLE
                       END-IF
               END-READ
           END-IF.
           CLOSE FI-CONFIG.
           DISPLAY "CHECKER ID?".
           MOVE SPACES TO WS-CHECKER-ID.
           ACCEPT WS-CHECKER-ID.
           IF WS-CHECKER-ID = SPACES
               DISPLAY "DUAL-APPROVE: NO CHECKER ID - NOTHING "
                   "APPROVED"
               CLOSE FI-TICKETS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-OPR-FOUND-SWITCH.
           MOVE 0 TO WS-OPR-ROLE.
           OPEN INPUT FI-OPERATORS.
           IF WS-OPERATOR-OK
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPERATOR-OK
                   IF OPR-ID = WS-CHECKER-ID
                       SET WS-OPR-FOUND TO TRUE
                       MOVE OPR-ROLE TO WS-OPR-ROLE
                   END-IF
                   READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-OPERATORS.
           IF WS-OPR-FOUND AND WS-OPR-ROLE NOT < WS-CHECKER-ROLE
               GO TO 0020-EXIT
           END-IF.
           DISPLAY "DUAL-APPROVE: CHECKER '" WS-CHECKER-ID
               "' IS NOT A ROLE-" WS-CHECKER-ROLE " OPERATOR ON "
               "data/operators.dat - REFUSED".
           MOVE "dual-approve" TO LOG-PROGRAM.
           MOVE "0020-CHECKER-SIGN-ON" TO LOG-PARAGRAPH.
           MOVE "W" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "UNAUTHORIZED DUAL-CONTROL SIGN-ON BY '"
               WS-CHECKER-ID "'"
               DELIMITED BY SIZE INTO LOG-TEXT.
           PERFORM 9000-LOG-CONDITION.
           CLOSE FI-TICKETS.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       0020-EXIT.
           EXIT.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.
