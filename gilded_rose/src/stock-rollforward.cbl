       IDENTIFICATION DIVISION.
       PROGRAM-ID. "stock-rollforward".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  DAILY STOCK ROLL-FORWARD.  EVERY PROGRAM THAT
      *   CHANGES THE UNITS ON HAND NOW POSTS ITS MOVEMENTS TO
      *   stock-ledger.dat (SEE stock-ledger AND STKMOVE).  THIS JOB
      *   PROVES, PER ITEM AND STORE, THAT LAST NIGHT'S CLOSING STOCK
      *   PLUS THE MOVEMENTS POSTED SINCE EQUALS WHAT in.dat HOLDS
      *   TONIGHT, AND LISTS EVERY ITEM/STORE THAT DOES NOT ON
      *   stock-rollforward-report.dat WITH THE DAY'S TOTALS BY
      *   MOVEMENT TYPE.  THE OPENING POSITION IS stock-position.dat,
      *   WHICH THIS JOB REWRITES FROM in.dat AT THE END OF EVERY RUN
      *   TOGETHER WITH THE NUMBER OF LEDGER ROWS IT HAS ACCOUNTED
      *   FOR, SO THE NEXT RUN PICKS UP EXACTLY THE ROWS POSTED SINCE
      *   WHATEVER THE HOUR IT RUNS.  THE FIRST RUN (NO POSITION FILE)
      *   ONLY TAKES THE OPENING POSITION.  A LEDGER SHORTER THAN THE
      *   ROWS ALREADY ACCOUNTED FOR HAS BEEN CUT BACK OR RESTORED
      *   UNDER US: NOTHING CAN BE PROVED, SO THE POSITION IS TAKEN
      *   AFRESH AND THE RUN IS LOGGED AS A WARNING.  AN ITEM IS KEYED
      *   BY ITS ITEM NUMBER; A RECORD STILL CARRYING ZEROS (RECEIVED
      *   SINCE item-register LAST RAN) IS KEYED BY THE MASTER NUMBER
      *   FOR ITS NAME, OR BY THE NAME ITSELF WHEN THE MASTER DOES NOT
      *   KNOW IT.  A BLANK QUANTITY IS ONE UNIT AND A BLANK STORE IS
      *   STORE A, AS EVERYWHERE ELSE.  READ-ONLY APART FROM THE
      *   POSITION FILE - IT CORRECTS NOTHING.  RETURN CODE 4 WHEN
      *   ANYTHING IS OUT OF BALANCE, ELSE 0.  RUN DAILY BY
      *   job-scheduler.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
             SELECT OPTIONAL FI-POSITION ASSIGN "stock-position.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.
             SELECT OPTIONAL FI-LEDGER ASSIGN "stock-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
             SELECT OPTIONAL FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "stock-rollforward-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-MASTER.
           COPY "itemmst.cpy".

      * ONE CTL ROW (DATE OF THE POSITION AND LEDGER ROWS ACCOUNTED
      * FOR) FOLLOWED BY ONE POS ROW PER ITEM/STORE WITH STOCK.
           FD FI-POSITION.
           01 FS-POSITION-RECORD.
               05 POS-TYPE              PIC X(3).
                   88 POS-IS-CONTROL    VALUE "CTL".
                   88 POS-IS-POSITION   VALUE "POS".
               05 FILLER                PIC X.
               05 POS-ITEM-ID           PIC X(6).
               05 FILLER                PIC X.
               05 POS-STORE             PIC X(3).
               05 FILLER                PIC X.
               05 POS-UNITS             PIC 9(7).
               05 FILLER                PIC X.
               05 POS-ITEM-NAME         PIC X(50).
           01 FS-POSITION-CONTROL.
               05 CTL-TYPE              PIC X(3).
               05 FILLER                PIC X.
               05 CTL-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 CTL-LEDGER-ROWS       PIC 9(8).

           FD FI-LEDGER.
           COPY "stkmove.cpy".

           FD FI-IN-ITEMS.
           01 FS-IN-ITEM PIC X(84).

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

           01 WS-POSITION-FILE-STATUS   PIC 99.
               88 WS-POSITION-OK        VALUE 00.
               88 WS-POSITION-EOF       VALUE 10.

           01 WS-LEDGER-FILE-STATUS     PIC 99.
               88 WS-LEDGER-OK          VALUE 00.
               88 WS-LEDGER-EOF         VALUE 10.

           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE           PIC X(8).

      * ITEM MASTER NAME-TO-NUMBER TABLE, FOR RECORDS AND MOVEMENTS
      * STILL CARRYING ITEM NUMBER ZERO.
           01 WS-MST-COUNT              PIC 9(4) VALUE 0.
           01 WS-MST-TABLE.
               05 WS-MST-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MST-COUNT
                   INDEXED BY MST-IDX.
                   10 WS-MST-ID          PIC X(6).
                   10 WS-MST-NAME        PIC X(50).

      * THE OPENING POSITION AS READ FROM stock-position.dat.
           01 WS-OPENING-SWITCH         PIC X VALUE "N".
               88 WS-OPENING-FOUND      VALUE "Y".
           01 WS-OPENING-DATE           PIC X(8) VALUE SPACES.
           01 WS-ROWS-ACCOUNTED         PIC 9(8) VALUE 0.
           01 WS-LEDGER-ROWS            PIC 9(8) VALUE 0.
           01 WS-FIRST-NEW-ROW          PIC 9(8) VALUE 0.

           01 WS-REBASE-SWITCH          PIC X VALUE "N".
               88 WS-LEDGER-CUT-BACK    VALUE "Y".

      * ONE ROW PER ITEM/STORE SEEN IN THE OPENING POSITION, THE
      * DAY'S MOVEMENTS OR TONIGHT'S in.dat.  WS-BAL-ID IS SPACES
      * FOR AN ITEM KEYED BY NAME.
           01 WS-BAL-COUNT              PIC 9(4) VALUE 0.
           01 WS-BAL-TABLE.
               05 WS-BAL-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-BAL-COUNT
                   INDEXED BY BAL-IDX.
                   10 WS-BAL-ID          PIC X(6).
                   10 WS-BAL-NAME        PIC X(50).
                   10 WS-BAL-STORE       PIC X(3).
                   10 WS-BAL-OPENING     PIC S9(7).
                   10 WS-BAL-MOVED       PIC S9(7).
                   10 WS-BAL-CLOSING     PIC S9(7).

      * THE DAY'S MOVEMENTS BY TYPE (SEE STKMOVE).
           01 WS-MOVE-TYPE-VALUES.
               05 FILLER PIC X(8) VALUE "RECEIPT".
               05 FILLER PIC X(8) VALUE "SALE".
               05 FILLER PIC X(8) VALUE "WRITEOFF".
               05 FILLER PIC X(8) VALUE "XFER-OUT".
               05 FILLER PIC X(8) VALUE "XFER-IN".
               05 FILLER PIC X(8) VALUE "ADJUST".
               05 FILLER PIC X(8) VALUE "RETURN".
               05 FILLER PIC X(8) VALUE "RTV".
               05 FILLER PIC X(8) VALUE "OTHER".
           01 WS-MOVE-TYPE-TABLE REDEFINES WS-MOVE-TYPE-VALUES.
               05 WS-MOVE-TYPE OCCURS 9 TIMES
                   INDEXED BY TYPE-IDX   PIC X(8).
           01 WS-MOVE-TOTALS.
               05 WS-MOVE-ROWS OCCURS 9 TIMES PIC 9(7).
               05 WS-MOVE-UNITS OCCURS 9 TIMES PIC S9(7).

      * THE KEY OF ONE in.dat RECORD, POSITION ROW OR MOVEMENT, AS
      * HANDED TO 0500-FIND-BALANCE.
           01 WS-KEY-ID                 PIC X(6).
           01 WS-KEY-NAME               PIC X(50).
           01 WS-KEY-STORE              PIC X(3).

           01 WS-QTY-TEXT               PIC X(5).
           01 WS-ITEM-UNITS             PIC 9(5).

           01 WS-TOTAL-OPENING          PIC S9(8) VALUE 0.
           01 WS-TOTAL-MOVED            PIC S9(8) VALUE 0.
           01 WS-TOTAL-EXPECTED         PIC S9(8) VALUE 0.
           01 WS-TOTAL-CLOSING          PIC S9(8) VALUE 0.
           01 WS-EXPECTED               PIC S9(8).
           01 WS-DIFFERENCE             PIC S9(8).
           01 WS-OUT-COUNT              PIC 9(5) VALUE 0.
           01 WS-NEW-ROWS               PIC 9(8) VALUE 0.

           01 WS-DISPLAY-OPENING        PIC -(7)9.
           01 WS-DISPLAY-MOVED          PIC -(7)9.
           01 WS-DISPLAY-EXPECTED       PIC -(7)9.
           01 WS-DISPLAY-CLOSING        PIC -(7)9.
           01 WS-DISPLAY-DIFFERENCE     PIC -(7)9.
           01 WS-DISPLAY-ROWS           PIC Z(7)9.
           01 WS-DISPLAY-LAST-ROW       PIC Z(7)9.
           01 WS-DISPLAY-COUNT          PIC ZZZZ9.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROES TO WS-MOVE-TOTALS.

           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "STOCK ROLL-FORWARD FOR " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

           PERFORM 0100-LOAD-MASTER.
           PERFORM 0200-LOAD-OPENING.
           PERFORM 0300-LOAD-MOVEMENTS.
           PERFORM 0400-LOAD-CLOSING.

           IF WS-OPENING-FOUND AND NOT WS-LEDGER-CUT-BACK
               PERFORM 0600-PROVE-BALANCES
               PERFORM 0700-WRITE-TOTALS
           ELSE
               PERFORM 0650-REPORT-NEW-POSITION
           END-IF.
           PERFORM 0750-WRITE-POSITION.
           PERFORM 0800-LOG-RESULT.
           CLOSE FI-REPORT.

           IF WS-OUT-COUNT > 0 OR WS-LEDGER-CUT-BACK
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "STOCK-ROLLFORWARD: " WS-OUT-COUNT
               " ITEM/STORE(S) OUT OF BALANCE"
               " - SEE stock-rollforward-report.dat".

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0100-LOAD-MASTER.
      * NO MASTER JUST MEANS EVERY ZERO-NUMBERED RECORD IS KEYED BY
      * ITS NAME; THE PROOF STILL HOLDS.
           OPEN INPUT FI-MASTER.
           IF WS-MASTER-OK
               READ FI-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-MASTER-OK
                   OR WS-MST-COUNT >= 9999
                   ADD 1 TO WS-MST-COUNT
                   SET MST-IDX TO WS-MST-COUNT
                   MOVE MST-ITEM-ID TO WS-MST-ID (MST-IDX)
                   MOVE MST-ITEM-NAME TO WS-MST-NAME (MST-IDX)
                   READ FI-MASTER NEXT RECORD
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-MASTER.

       0200-LOAD-OPENING.
      * THE POSITION FILE'S FIRST ROW MUST BE ITS CTL ROW; A FILE
      * WITHOUT ONE IS TREATED AS NO POSITION AT ALL.
           OPEN INPUT FI-POSITION.
           IF WS-POSITION-OK
               READ FI-POSITION AT END SET WS-POSITION-EOF TO TRUE
               END-READ
               IF WS-POSITION-OK AND POS-IS-CONTROL
                  AND CTL-LEDGER-ROWS NUMERIC
                   SET WS-OPENING-FOUND TO TRUE
                   MOVE CTL-DATE TO WS-OPENING-DATE
                   MOVE CTL-LEDGER-ROWS TO WS-ROWS-ACCOUNTED
                   READ FI-POSITION
                       AT END SET WS-POSITION-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL NOT WS-POSITION-OK
                       IF POS-IS-POSITION AND POS-UNITS NUMERIC
                           PERFORM 0210-LOAD-POSITION-ROW
                       END-IF
                       READ FI-POSITION
                           AT END SET WS-POSITION-EOF TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE FI-POSITION.
           COMPUTE WS-FIRST-NEW-ROW = WS-ROWS-ACCOUNTED + 1.

       0210-LOAD-POSITION-ROW.
      * THE POSITION WAS WRITTEN WITH ITS KEYS ALREADY RESOLVED, BUT
      * A NAME-KEYED ROW IS RESOLVED AGAIN IN CASE item-register HAS
      * REGISTERED THE ITEM SINCE.
           MOVE POS-ITEM-ID TO WS-KEY-ID.
           MOVE POS-ITEM-NAME TO WS-KEY-NAME.
           MOVE POS-STORE TO WS-KEY-STORE.
           PERFORM 0500-FIND-BALANCE.
           ADD POS-UNITS TO WS-BAL-OPENING (BAL-IDX).

       0300-LOAD-MOVEMENTS.
      * ROWS UP TO THE COUNT ON THE CTL ROW WERE IN LAST NIGHT'S
      * POSITION ALREADY; EVERYTHING AFTER THEM IS TODAY'S.
           OPEN INPUT FI-LEDGER.
           IF WS-LEDGER-OK
               READ FI-LEDGER AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-LEDGER-OK
                   ADD 1 TO WS-LEDGER-ROWS
                   IF WS-LEDGER-ROWS NOT < WS-FIRST-NEW-ROW
                       PERFORM 0310-APPLY-MOVEMENT
                   END-IF
                   READ FI-LEDGER AT END SET WS-LEDGER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-LEDGER.
           IF WS-OPENING-FOUND
              AND WS-LEDGER-ROWS < WS-ROWS-ACCOUNTED
               SET WS-LEDGER-CUT-BACK TO TRUE
           END-IF.

       0310-APPLY-MOVEMENT.
           ADD 1 TO WS-NEW-ROWS.
           SET TYPE-IDX TO 1.
           SEARCH WS-MOVE-TYPE
               AT END
                   SET TYPE-IDX TO 9
               WHEN WS-MOVE-TYPE (TYPE-IDX) = SMV-TYPE
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-MOVE-ROWS (TYPE-IDX).
           IF SMV-UNITS NUMERIC
               ADD SMV-UNITS TO WS-MOVE-UNITS (TYPE-IDX)
               ADD SMV-UNITS TO WS-TOTAL-MOVED
               MOVE SMV-ITEM-ID TO WS-KEY-ID
               MOVE SMV-ITEM-NAME TO WS-KEY-NAME
               MOVE SMV-STORE TO WS-KEY-STORE
               PERFORM 0500-FIND-BALANCE
               ADD SMV-UNITS TO WS-BAL-MOVED (BAL-IDX)
           END-IF.

       0400-LOAD-CLOSING.
           OPEN INPUT FI-IN-ITEMS.
           IF WS-IN-OK
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-IN-OK
                   PERFORM 0410-LOAD-CLOSING-RECORD
                   READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-IN-ITEMS.

       0410-LOAD-CLOSING-RECORD.
           MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO WS-ITEM-UNITS
           ELSE
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           MOVE FS-IN-ITEM (72:6) TO WS-KEY-ID.
           MOVE FS-IN-ITEM (11:50) TO WS-KEY-NAME.
           MOVE FS-IN-ITEM (68:3) TO WS-KEY-STORE.
           PERFORM 0500-FIND-BALANCE.
           ADD WS-ITEM-UNITS TO WS-BAL-CLOSING (BAL-IDX).
           ADD WS-ITEM-UNITS TO WS-TOTAL-CLOSING.

       0500-FIND-BALANCE.
      * RESOLVE THE KEY, THEN FIND ITS ROW OR START ONE.  A FULL
      * TABLE PILES THE REST ONTO THE LAST ROW, WHICH THEN SHOWS
      * OUT OF BALANCE RATHER THAN BEING LOST.
           IF WS-KEY-STORE = SPACES
               MOVE "A" TO WS-KEY-STORE
           END-IF.
           IF WS-KEY-ID NOT NUMERIC OR WS-KEY-ID = "000000"
               MOVE SPACES TO WS-KEY-ID
               IF WS-MST-COUNT > 0
                   SET MST-IDX TO 1
                   SEARCH WS-MST-ENTRY
                       WHEN WS-MST-NAME (MST-IDX) = WS-KEY-NAME
                           MOVE WS-MST-ID (MST-IDX) TO WS-KEY-ID
                   END-SEARCH
               END-IF
           END-IF.
           IF WS-BAL-COUNT > 0
               SET BAL-IDX TO 1
               SEARCH WS-BAL-ENTRY
                   AT END
                       PERFORM 0510-ADD-BALANCE
                   WHEN WS-BAL-STORE (BAL-IDX) = WS-KEY-STORE
                    AND WS-BAL-ID (BAL-IDX) = WS-KEY-ID
                    AND (WS-KEY-ID NOT = SPACES
                         OR WS-BAL-NAME (BAL-IDX) = WS-KEY-NAME)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 0510-ADD-BALANCE
           END-IF.

       0510-ADD-BALANCE.
           IF WS-BAL-COUNT < 9999
               ADD 1 TO WS-BAL-COUNT
               SET BAL-IDX TO WS-BAL-COUNT
               MOVE WS-KEY-ID TO WS-BAL-ID (BAL-IDX)
               MOVE WS-KEY-NAME TO WS-BAL-NAME (BAL-IDX)
               MOVE WS-KEY-STORE TO WS-BAL-STORE (BAL-IDX)
               MOVE 0 TO WS-BAL-OPENING (BAL-IDX)
               MOVE 0 TO WS-BAL-MOVED (BAL-IDX)
               MOVE 0 TO WS-BAL-CLOSING (BAL-IDX)
           ELSE
               SET BAL-IDX TO WS-BAL-COUNT
           END-IF.

       0600-PROVE-BALANCES.
           MOVE WS-FIRST-NEW-ROW TO WS-DISPLAY-ROWS.
           MOVE WS-LEDGER-ROWS TO WS-DISPLAY-LAST-ROW.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-NEW-ROWS = 0
               STRING "OPENING POSITION OF " WS-OPENING-DATE
                   "  NO LEDGER ROWS POSTED SINCE"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           ELSE
               STRING "OPENING POSITION OF " WS-OPENING-DATE
                   "  LEDGER ROWS" WS-DISPLAY-ROWS
                   " THROUGH" WS-DISPLAY-LAST-ROW
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "ITEM   STORE ITEM NAME                     "
               " OPENING   MOVED EXPECTED  CLOSING  DIFFERENCE"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET BAL-IDX TO 1.
           PERFORM UNTIL BAL-IDX > WS-BAL-COUNT
               PERFORM 0610-PROVE-ONE-BALANCE
               SET BAL-IDX UP BY 1
           END-PERFORM.
           IF WS-OUT-COUNT = 0
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  EVERY ITEM/STORE IN BALANCE"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0610-PROVE-ONE-BALANCE.
           ADD WS-BAL-OPENING (BAL-IDX) TO WS-TOTAL-OPENING.
           COMPUTE WS-EXPECTED = WS-BAL-OPENING (BAL-IDX)
               + WS-BAL-MOVED (BAL-IDX).
           COMPUTE WS-DIFFERENCE = WS-BAL-CLOSING (BAL-IDX)
               - WS-EXPECTED.
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-BAL-OPENING (BAL-IDX) TO WS-DISPLAY-OPENING
               MOVE WS-BAL-MOVED (BAL-IDX) TO WS-DISPLAY-MOVED
               MOVE WS-EXPECTED TO WS-DISPLAY-EXPECTED
               MOVE WS-BAL-CLOSING (BAL-IDX) TO WS-DISPLAY-CLOSING
               MOVE WS-DIFFERENCE TO WS-DISPLAY-DIFFERENCE
               MOVE SPACES TO FS-REPORT-RECORD
               STRING WS-BAL-ID (BAL-IDX) " "
                   WS-BAL-STORE (BAL-IDX) "   "
                   WS-BAL-NAME (BAL-IDX) (1:30)
                   WS-DISPLAY-OPENING WS-DISPLAY-MOVED
                   WS-DISPLAY-EXPECTED " " WS-DISPLAY-CLOSING
                   "    " WS-DISPLAY-DIFFERENCE
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0650-REPORT-NEW-POSITION.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-LEDGER-CUT-BACK
               MOVE WS-LEDGER-ROWS TO WS-DISPLAY-ROWS
               STRING "LEDGER HOLDS" WS-DISPLAY-ROWS
                   " ROWS, FEWER THAN THE POSITION OF "
                   WS-OPENING-DATE " ACCOUNTED FOR - NOTHING PROVED,"
                   " POSITION TAKEN AFRESH"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           ELSE
               STRING "NO OPENING POSITION - OPENING POSITION TAKEN,"
                   " NOTHING TO PROVE UNTIL THE NEXT RUN"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.
           MOVE WS-TOTAL-CLOSING TO WS-DISPLAY-CLOSING.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "UNITS ON HAND          " WS-DISPLAY-CLOSING
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0700-WRITE-TOTALS.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-TOTAL-OPENING TO WS-DISPLAY-OPENING.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "OPENING UNITS          " WS-DISPLAY-OPENING
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET TYPE-IDX TO 1.
           PERFORM UNTIL TYPE-IDX > 9
               IF WS-MOVE-ROWS (TYPE-IDX) > 0
                   MOVE WS-MOVE-UNITS (TYPE-IDX) TO WS-DISPLAY-MOVED
                   MOVE WS-MOVE-ROWS (TYPE-IDX) TO WS-DISPLAY-ROWS
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  " WS-MOVE-TYPE (TYPE-IDX)
                       "             " WS-DISPLAY-MOVED
                       "  IN" WS-DISPLAY-ROWS " MOVEMENT(S)"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET TYPE-IDX UP BY 1
           END-PERFORM.
           COMPUTE WS-TOTAL-EXPECTED = WS-TOTAL-OPENING
               + WS-TOTAL-MOVED.
           MOVE WS-TOTAL-EXPECTED TO WS-DISPLAY-EXPECTED.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "EXPECTED CLOSING UNITS " WS-DISPLAY-EXPECTED
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-TOTAL-CLOSING TO WS-DISPLAY-CLOSING.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "ACTUAL CLOSING UNITS   " WS-DISPLAY-CLOSING
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-OUT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "ITEM/STORES OUT OF BALANCE " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0750-WRITE-POSITION.
      * TONIGHT'S CLOSING IS TOMORROW'S OPENING, AND EVERY LEDGER ROW
      * READ THIS RUN IS NOW ACCOUNTED FOR.
           OPEN OUTPUT FI-POSITION.
           MOVE SPACES TO FS-POSITION-CONTROL.
           MOVE "CTL" TO CTL-TYPE.
           MOVE WS-CURRENT-DATE TO CTL-DATE.
           MOVE WS-LEDGER-ROWS TO CTL-LEDGER-ROWS.
           WRITE FS-POSITION-CONTROL.
           SET BAL-IDX TO 1.
           PERFORM UNTIL BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-CLOSING (BAL-IDX) > 0
                   MOVE SPACES TO FS-POSITION-RECORD
                   MOVE "POS" TO POS-TYPE
                   MOVE WS-BAL-ID (BAL-IDX) TO POS-ITEM-ID
                   MOVE WS-BAL-STORE (BAL-IDX) TO POS-STORE
                   MOVE WS-BAL-CLOSING (BAL-IDX) TO POS-UNITS
                   MOVE WS-BAL-NAME (BAL-IDX) TO POS-ITEM-NAME
                   WRITE FS-POSITION-RECORD
               END-IF
               SET BAL-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-POSITION.

       0800-LOG-RESULT.
           MOVE "stock-rollforward" TO LOG-PROGRAM.
           MOVE "0800-LOG-RESULT" TO LOG-PARAGRAPH.
           MOVE SPACES TO LOG-TEXT.
           MOVE WS-NEW-ROWS TO WS-DISPLAY-ROWS.
           MOVE WS-OUT-COUNT TO WS-DISPLAY-COUNT.
           EVALUATE TRUE
               WHEN WS-LEDGER-CUT-BACK
                   MOVE "W" TO LOG-SEVERITY
                   STRING "LEDGER SHORTER THAN LAST POSITION - "
                       "NOTHING PROVED, POSITION TAKEN AFRESH"
                       DELIMITED BY SIZE INTO LOG-TEXT
               WHEN NOT WS-OPENING-FOUND
                   MOVE "I" TO LOG-SEVERITY
                   STRING "OPENING POSITION TAKEN - NOTHING TO PROVE"
                       DELIMITED BY SIZE INTO LOG-TEXT
               WHEN WS-OUT-COUNT > 0
                   MOVE "W" TO LOG-SEVERITY
                   STRING "OUT OF BALANCE " WS-DISPLAY-COUNT
                       " ITEM/STORE(S) AFTER" WS-DISPLAY-ROWS
                       " MOVEMENT(S)"
                       DELIMITED BY SIZE INTO LOG-TEXT
               WHEN OTHER
                   MOVE "I" TO LOG-SEVERITY
                   STRING "IN BALANCE AFTER" WS-DISPLAY-ROWS
                       " MOVEMENT(S)"
                       DELIMITED BY SIZE INTO LOG-TEXT
           END-EVALUATE.
           PERFORM 9000-LOG-CONDITION.
