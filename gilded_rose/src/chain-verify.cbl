       IDENTIFICATION DIVISION.
       PROGRAM-ID. "chain-verify".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  WEEKLY CHAIN VERIFICATION OF THE AUDIT AND
      *   HISTORY FILES.  EVERY FILE LISTED IN data/audit-chain.dat
      *   (NAME, CHAIN COLUMN) IS WALKED FROM THE TOP AND EACH
      *   RECORD'S CHAIN VALUE RECOMPUTED THROUGH audit-chain FROM
      *   THE RECORD BEFORE IT (SEE AUDCHAIN).  RECORDS AT THE TOP OF
      *   A FILE WRITTEN BEFORE CHAINING STARTED ARE COUNTED AS
      *   UNCHAINED AND PASSED OVER.  A LINK THAT DOES NOT MATCH IS
      *   CHECKED AGAINST chain-anchors.dat (SEE CHNANCH): WHEN
      *   housekeeping ROLLED THE RECORDS BEFORE IT OFF TO A MONTHLY
      *   .arc AND THE ANCHOR'S VALUE COMPLETES THE LINK, THE GAP IS
      *   LISTED AND THE WALK GOES ON; OTHERWISE THE FIRST BROKEN
      *   LINK IS LISTED, THE REST OF THAT FILE IS NOT CHECKED, AND A
      *   SEVERE CONDITION IS LOGGED THROUGH error-logger.  RESULTS
      *   ON chain-verify-report.dat.  READ-ONLY.  RETURN CODE 8 WHEN
      *   ANY CHAIN IS BROKEN, 4 WHEN THERE IS NO LIST OF FILES TO
      *   CHECK, 0 WHEN ALL CHAINS HOLD.  RUN WEEKLY BY
      *   job-scheduler.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-CHAIN-LIST
               ASSIGN "data/audit-chain.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-LIST-FILE-STATUS.
             SELECT OPTIONAL FI-ANCHORS ASSIGN "chain-anchors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.
             SELECT OPTIONAL FI-CHAINED ASSIGN "chain_verify_file"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINED-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "chain-verify-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-CHAIN-LIST.
           01 FS-CHAIN-LIST-RECORD.
               05 CHL-FILE-NAME         PIC X(30).
               05 FILLER                PIC X.
               05 CHL-COLUMN            PIC X(3).

           FD FI-ANCHORS.
           COPY "chnanch.cpy".

           FD FI-CHAINED.
           01 FS-CHAINED-RECORD         PIC X(200).

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-CHAIN-LIST-FILE-STATUS PIC 99.
               88 WS-CHAIN-LIST-OK      VALUE 00.
               88 WS-CHAIN-LIST-EOF     VALUE 10.

           01 WS-ANCHOR-FILE-STATUS     PIC 99.
               88 WS-ANCHOR-OK          VALUE 00.
               88 WS-ANCHOR-EOF         VALUE 10.

           01 WS-CHAINED-FILE-STATUS    PIC 99.
               88 WS-CHAINED-OK         VALUE 00.
               88 WS-CHAINED-EOF        VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE           PIC 9(8).

      * EVERY GAP housekeeping HAS ANCHORED, FOR ALL CHAINED FILES.
           01 WS-ANCHOR-COUNT           PIC 9(4) VALUE 0.
           01 WS-ANCHOR-TABLE.
               05 WS-ANCHOR-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-ANCHOR-COUNT
                   INDEXED BY ANC-IDX.
                   10 WS-ANC-FILE-NAME   PIC X(30).
                   10 WS-ANC-RECORD      PIC X(10).
                   10 WS-ANC-PREVIOUS    PIC 9(10).
                   10 WS-ANC-ROLLED      PIC 9(7).
                   10 WS-ANC-ARCHIVE     PIC X(44).
                   10 WS-ANC-DATE        PIC X(8).

      * THE FILE IN HAND.
           01 WS-FILE-NAME              PIC X(30).
           01 WS-CHAIN-COL              PIC 9(3).
           01 WS-RECORD-NUMBER          PIC 9(7).
           01 WS-CHAINED-RECORDS        PIC 9(7).
           01 WS-UNCHAINED-RECORDS      PIC 9(7).
           01 WS-GAP-COUNT              PIC 9(5).
           01 WS-RUNNING-CHAIN          PIC 9(10).
           01 WS-STORED-CHAIN           PIC X(10).
           01 WS-STORED-CHAIN-NUM REDEFINES WS-STORED-CHAIN
                                        PIC 9(10).
           01 WS-BREAK-REASON           PIC X(40).
           01 WS-FOUND-ANCHOR           PIC 9(4).

           01 WS-STARTED-SWITCH         PIC X.
               88 WS-CHAIN-STARTED      VALUE "Y".
           01 WS-BROKEN-SWITCH          PIC X.
               88 WS-FILE-BROKEN        VALUE "Y".

           01 WS-FILES-CHECKED          PIC 9(3) VALUE 0.
           01 WS-FILES-BROKEN           PIC 9(3) VALUE 0.
           01 WS-TOTAL-GAPS             PIC 9(5) VALUE 0.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED CHAIN-VALUE PARAMETER BLOCK (SEE audit-chain).
           COPY "audchain.cpy".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "AUDIT CHAIN VERIFICATION FOR " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

           OPEN INPUT FI-CHAIN-LIST.
           IF NOT WS-CHAIN-LIST-OK
               CLOSE FI-CHAIN-LIST
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "data/audit-chain.dat NOT FOUND - NO CHAINS "
                   "CHECKED"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               CLOSE FI-REPORT
               MOVE "chain-verify" TO LOG-PROGRAM
               MOVE "MAIN" TO LOG-PARAGRAPH
               MOVE "W" TO LOG-SEVERITY
               MOVE "data/audit-chain.dat NOT FOUND - NO CHAINS CHECKED"
                   TO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
               DISPLAY "CHAIN-VERIFY: data/audit-chain.dat NOT FOUND"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-LOAD-ANCHORS.

           READ FI-CHAIN-LIST AT END SET WS-CHAIN-LIST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-CHAIN-LIST-OK
               PERFORM 0200-VERIFY-ONE-FILE THRU 0200-EXIT
               READ FI-CHAIN-LIST AT END SET WS-CHAIN-LIST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-CHAIN-LIST.

           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "FILES CHECKED " WS-FILES-CHECKED
               " BROKEN " WS-FILES-BROKEN
               " HOUSEKEEPING GAPS " WS-TOTAL-GAPS
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           CLOSE FI-REPORT.

           MOVE "chain-verify" TO LOG-PROGRAM.
           MOVE "MAIN" TO LOG-PARAGRAPH.
           MOVE SPACES TO LOG-TEXT.
           IF WS-FILES-BROKEN > 0
               MOVE "S" TO LOG-SEVERITY
               STRING WS-FILES-BROKEN " OF " WS-FILES-CHECKED
                   " AUDIT CHAIN(S) BROKEN - SEE "
                   "chain-verify-report.dat"
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               MOVE "I" TO LOG-SEVERITY
               STRING WS-FILES-CHECKED " AUDIT CHAIN(S) INTACT, "
                   WS-TOTAL-GAPS " HOUSEKEEPING GAP(S)"
                   DELIMITED BY SIZE INTO LOG-TEXT
           END-IF.
           PERFORM 9000-LOG-CONDITION.
           IF WS-FILES-BROKEN > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "CHAIN-VERIFY: " WS-FILES-CHECKED
               " FILE(S) CHECKED, " WS-FILES-BROKEN
               " BROKEN - SEE chain-verify-report.dat".

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0100-LOAD-ANCHORS.
      * NO ANCHOR FILE JUST MEANS housekeeping HAS NOT YET ROLLED
      * ANYTHING OFF A CHAINED FILE.
           OPEN INPUT FI-ANCHORS.
           IF NOT WS-ANCHOR-OK
               CLOSE FI-ANCHORS
           ELSE
               READ FI-ANCHORS AT END SET WS-ANCHOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-ANCHOR-OK
                   OR WS-ANCHOR-COUNT >= 2000
                   IF ANC-RECORD-CHAIN NUMERIC
                      AND ANC-PREVIOUS-CHAIN NUMERIC
                       ADD 1 TO WS-ANCHOR-COUNT
                       SET ANC-IDX TO WS-ANCHOR-COUNT
                       MOVE ANC-FILE-NAME
                           TO WS-ANC-FILE-NAME (ANC-IDX)
                       MOVE ANC-RECORD-CHAIN TO WS-ANC-RECORD (ANC-IDX)
                       MOVE ANC-PREVIOUS-CHAIN
                           TO WS-ANC-PREVIOUS (ANC-IDX)
                       MOVE ANC-ROLLED-COUNT TO WS-ANC-ROLLED (ANC-IDX)
                       MOVE ANC-ARCHIVE-NAME
                           TO WS-ANC-ARCHIVE (ANC-IDX)
                       MOVE ANC-DATE TO WS-ANC-DATE (ANC-IDX)
                   END-IF
                   READ FI-ANCHORS AT END SET WS-ANCHOR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-ANCHORS
           END-IF.

       0200-VERIFY-ONE-FILE.
           IF CHL-FILE-NAME = SPACES
              OR CHL-COLUMN NOT NUMERIC
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "BAD CHAIN LIST ROW " FS-CHAIN-LIST-RECORD
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               GO TO 0200-EXIT
           END-IF.
           MOVE CHL-FILE-NAME TO WS-FILE-NAME.
           MOVE CHL-COLUMN TO WS-CHAIN-COL.
           IF WS-CHAIN-COL < 2 OR WS-CHAIN-COL > 191
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "BAD CHAIN COLUMN " FS-CHAIN-LIST-RECORD
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               GO TO 0200-EXIT
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING WS-FILE-NAME " CHAIN COLUMN " WS-CHAIN-COL
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

           SET ENVIRONMENT "chain_verify_file" TO WS-FILE-NAME.
           OPEN INPUT FI-CHAINED.
           IF NOT WS-CHAINED-OK
               CLOSE FI-CHAINED
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  NOT PRESENT - NOTHING TO CHECK"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               GO TO 0200-EXIT
           END-IF.
           ADD 1 TO WS-FILES-CHECKED.
           MOVE 0 TO WS-RECORD-NUMBER.
           MOVE 0 TO WS-CHAINED-RECORDS.
           MOVE 0 TO WS-UNCHAINED-RECORDS.
           MOVE 0 TO WS-GAP-COUNT.
           MOVE 0 TO WS-RUNNING-CHAIN.
           MOVE "N" TO WS-STARTED-SWITCH.
           MOVE "N" TO WS-BROKEN-SWITCH.
           MOVE WS-CHAIN-COL TO CHN-COLUMN.
           READ FI-CHAINED AT END SET WS-CHAINED-EOF TO TRUE END-READ.
           PERFORM UNTIL NOT WS-CHAINED-OK OR WS-FILE-BROKEN
               PERFORM 0210-CHECK-ONE-RECORD THRU 0210-EXIT
               READ FI-CHAINED AT END SET WS-CHAINED-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-CHAINED.

           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-FILE-BROKEN
               STRING "  BROKEN - CHECKING STOPPED AT RECORD "
                   WS-RECORD-NUMBER " (" WS-CHAINED-RECORDS
                   " CHAINED, " WS-UNCHAINED-RECORDS " UNCHAINED, "
                   WS-GAP-COUNT " GAP(S) BEFORE IT)"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           ELSE
               STRING "  INTACT - " WS-RECORD-NUMBER " RECORD(S), "
                   WS-CHAINED-RECORDS " CHAINED, "
                   WS-UNCHAINED-RECORDS " UNCHAINED, "
                   WS-GAP-COUNT " GAP(S)"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.
           ADD WS-GAP-COUNT TO WS-TOTAL-GAPS.
           IF WS-FILE-BROKEN
               ADD 1 TO WS-FILES-BROKEN
               MOVE "chain-verify" TO LOG-PROGRAM
               MOVE "0200-VERIFY-ONE-FILE" TO LOG-PARAGRAPH
               MOVE "S" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "CHAIN BROKEN IN " WS-FILE-NAME
                   " AT RECORD " WS-RECORD-NUMBER
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
           END-IF.

       0200-EXIT.
           EXIT.

       0210-CHECK-ONE-RECORD.
      * UNCHAINED RECORDS ARE ONLY ACCEPTED AHEAD OF THE FIRST
      * CHAINED ONE - THEY LINKED NOTHING, SO THE FIRST CHAINED
      * RECORD LINKED FROM ZERO.  AFTER THAT A MISSING VALUE IS AS
      * BROKEN AS A WRONG ONE.
           ADD 1 TO WS-RECORD-NUMBER.
           MOVE FS-CHAINED-RECORD (WS-CHAIN-COL:10) TO WS-STORED-CHAIN.
           IF WS-STORED-CHAIN NOT NUMERIC
               IF NOT WS-CHAIN-STARTED
                   ADD 1 TO WS-UNCHAINED-RECORDS
                   GO TO 0210-EXIT
               END-IF
               MOVE "NO CHAIN VALUE ON THE RECORD" TO WS-BREAK-REASON
               PERFORM 0230-REPORT-BREAK
               GO TO 0210-EXIT
           END-IF.
           SET WS-CHAIN-STARTED TO TRUE.
           ADD 1 TO WS-CHAINED-RECORDS.
           MOVE "C" TO CHN-FUNCTION.
           MOVE WS-RUNNING-CHAIN TO CHN-PREVIOUS.
           MOVE FS-CHAINED-RECORD TO CHN-RECORD.
           CALL "audit-chain" USING CHAIN-REQUEST.
           IF CHN-VALUE = WS-STORED-CHAIN-NUM
               MOVE WS-STORED-CHAIN-NUM TO WS-RUNNING-CHAIN
               GO TO 0210-EXIT
           END-IF.
           PERFORM 0220-FIND-ANCHOR.
           IF WS-FOUND-ANCHOR > 0
               SET ANC-IDX TO WS-FOUND-ANCHOR
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  GAP BEFORE RECORD " WS-RECORD-NUMBER " - "
                   WS-ANC-ROLLED (ANC-IDX) " ROLLED OFF "
                   WS-ANC-DATE (ANC-IDX) " TO "
                   WS-ANC-ARCHIVE (ANC-IDX)
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               MOVE WS-STORED-CHAIN-NUM TO WS-RUNNING-CHAIN
               GO TO 0210-EXIT
           END-IF.
           MOVE "LINK DOES NOT MATCH THE RECORD BEFORE"
               TO WS-BREAK-REASON.
           PERFORM 0230-REPORT-BREAK.

       0210-EXIT.
           EXIT.

       0220-FIND-ANCHOR.
      * AN ANCHOR FOR THIS FILE NAMING THIS RECORD'S CHAIN VALUE
      * ONLY EXPLAINS THE GAP IF LINKING THE RECORD FROM THE
      * ANCHORED VALUE REALLY GIVES THE VALUE IT CARRIES - A RECORD
      * ALTERED SINCE IT WAS ANCHORED STILL FAILS.
           MOVE 0 TO WS-FOUND-ANCHOR.
           SET ANC-IDX TO 1.
           PERFORM UNTIL ANC-IDX > WS-ANCHOR-COUNT
               OR WS-FOUND-ANCHOR > 0
               IF WS-ANC-FILE-NAME (ANC-IDX) = WS-FILE-NAME
                  AND WS-ANC-RECORD (ANC-IDX) = WS-STORED-CHAIN
                   MOVE "C" TO CHN-FUNCTION
                   MOVE WS-ANC-PREVIOUS (ANC-IDX) TO CHN-PREVIOUS
                   MOVE FS-CHAINED-RECORD TO CHN-RECORD
                   CALL "audit-chain" USING CHAIN-REQUEST
                   IF CHN-VALUE = WS-STORED-CHAIN-NUM
                       SET WS-FOUND-ANCHOR TO ANC-IDX
                   END-IF
               END-IF
               SET ANC-IDX UP BY 1
           END-PERFORM.

       0230-REPORT-BREAK.
           SET WS-FILE-BROKEN TO TRUE.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  BROKEN LINK AT RECORD " WS-RECORD-NUMBER " - "
               WS-BREAK-REASON
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  RECORD: " FS-CHAINED-RECORD (1:100)
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
