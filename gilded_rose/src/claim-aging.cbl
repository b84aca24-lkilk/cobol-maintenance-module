       IDENTIFICATION DIVISION.
       PROGRAM-ID. "claim-aging".

      * MODIFICATION HISTORY:
      * - data/suppliers.dat GREW THE "INSPECT ON RECEIPT" FLAG
      *   AFTER THE ACTIVE FLAG (SEE receiving); FD WIDENED TO MATCH.
      * - NEW PROGRAM.  AGING REPORT OF UNANSWERED SUPPLIER CREDIT
      *   CLAIMS.  EVERY RETURN-TO-VENDOR RAISES AN OPEN CLAIM ON
      *   vendor-claims.dat (SEE vendor-return AND CLAIMREC) THAT
      *   STAYS OPEN UNTIL THE SUPPLIER'S CREDIT NOTE IS KEYED.  THIS
      *   REPORT LISTS THE OPEN CLAIMS GROUPED BY SUPPLIER (NAME FROM
      *   data/suppliers.dat), EACH WITH ITS DAYS OUTSTANDING AS OF
      *   THE PROCESSING DATE, AND SUBTOTALS EACH SUPPLIER INTO
      *   0-30, 31-60, 61-90 AND OVER-90-DAY BUCKETS SO PURCHASING
      *   KNOWS WHO TO CHASE.  WRITTEN TO claim-aging.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-CLAIMS ASSIGN "vendor-claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
             SELECT OPTIONAL FI-SUPPLIERS ASSIGN "data/suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "claim-aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-CLAIMS.
           COPY "claimrec.cpy".

           FD FI-SUPPLIERS.
           01 FS-SUPPLIER-RECORD.
               05 SUP-CODE              PIC X(6).
               05 FILLER                PIC X.
               05 SUP-NAME              PIC X(30).
               05 FILLER                PIC X.
               05 SUP-ACTIVE            PIC X.
               05 FILLER                PIC X.
               05 SUP-INSPECT           PIC X.

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-CLAIM-FILE-STATUS      PIC 99.
               88 WS-CLAIM-OK           VALUE 00.
               88 WS-CLAIM-EOF          VALUE 10.

           01 WS-SUPPLIER-FILE-STATUS   PIC 99.
               88 WS-SUPPLIER-OK        VALUE 00.
               88 WS-SUPPLIER-EOF       VALUE 10.

      * OPEN CLAIMS ONLY, IN FILE ORDER.
           01 WS-OPEN-COUNT             PIC 9(4) VALUE 0.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-OPEN-COUNT
                   INDEXED BY OPEN-IDX.
                   10 WS-OPEN-ROW        PIC X(150).

      * ONE SLOT PER SUPPLIER WITH AN OPEN CLAIM, IN ORDER OF FIRST
      * APPEARANCE, WITH THE BUCKET TOTALS.
           01 WS-SUP-COUNT              PIC 9(3) VALUE 0.
           01 WS-SUP-TABLE.
               05 WS-SUP-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SUP-COUNT
                   INDEXED BY SUP-IDX.
                   10 WS-SUP-TBL-CODE    PIC X(6).
                   10 WS-SUP-TBL-NAME    PIC X(30).
                   10 WS-SUP-CLAIMS      PIC 9(5).
                   10 WS-SUP-UNITS       PIC 9(7).
                   10 WS-SUP-BUCKET      PIC 9(5) OCCURS 4 TIMES.

           01 WS-WORK-CODE              PIC X(6).
           01 WS-BUCKET                 PIC 9.
           01 WS-TODAY-INT              PIC 9(8).
           01 WS-RAISED-INT             PIC 9(8).
           01 WS-DAYS-OPEN              PIC 9(5).
           01 WS-TOTAL-UNITS            PIC 9(7) VALUE 0.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
               05 WS-CD-DAY              PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(8).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM).
           PERFORM 0110-LOAD-OPEN-CLAIMS.
           PERFORM 0130-NAME-SUPPLIERS.
           PERFORM 0200-WRITE-REPORT.
           DISPLAY "CLAIM-AGING: " WS-OPEN-COUNT " OPEN CLAIM(S) FOR "
               WS-SUP-COUNT " SUPPLIER(S) - SEE claim-aging.dat".

       0300-RETURN.
           GOBACK.

       0110-LOAD-OPEN-CLAIMS.
           OPEN INPUT FI-CLAIMS.
           IF WS-CLAIM-OK
               READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CLAIM-OK OR WS-OPEN-COUNT >= 5000
                   IF CLM-IS-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                       SET OPEN-IDX TO WS-OPEN-COUNT
                       MOVE FS-CLAIM-RECORD TO WS-OPEN-ROW (OPEN-IDX)
                       MOVE CLM-SUPPLIER TO WS-WORK-CODE
                       PERFORM 0120-FIND-OR-ADD-SUPPLIER
                   END-IF
                   READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CLAIMS.

       0120-FIND-OR-ADD-SUPPLIER.
      * LEAVES SUP-IDX ON THE SUPPLIER'S SLOT, ADDING ONE FOR A CODE
      * NOT SEEN BEFORE (SAME SCHEME AS supplier-scorecard).
           SET SUP-IDX TO 1.
           PERFORM UNTIL SUP-IDX > WS-SUP-COUNT
               OR WS-SUP-TBL-CODE (SUP-IDX) = WS-WORK-CODE
               SET SUP-IDX UP BY 1
           END-PERFORM.
           IF SUP-IDX > WS-SUP-COUNT AND WS-SUP-COUNT < 500
               ADD 1 TO WS-SUP-COUNT
               SET SUP-IDX TO WS-SUP-COUNT
               MOVE WS-WORK-CODE TO WS-SUP-TBL-CODE (SUP-IDX)
               MOVE "(NOT ON MASTER)" TO WS-SUP-TBL-NAME (SUP-IDX)
               MOVE 0 TO WS-SUP-CLAIMS (SUP-IDX)
               MOVE 0 TO WS-SUP-UNITS (SUP-IDX)
               MOVE 0 TO WS-SUP-BUCKET (SUP-IDX 1)
               MOVE 0 TO WS-SUP-BUCKET (SUP-IDX 2)
               MOVE 0 TO WS-SUP-BUCKET (SUP-IDX 3)
               MOVE 0 TO WS-SUP-BUCKET (SUP-IDX 4)
           END-IF.

       0130-NAME-SUPPLIERS.
           OPEN INPUT FI-SUPPLIERS.
           IF WS-SUPPLIER-OK
               READ FI-SUPPLIERS AT END SET WS-SUPPLIER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-SUPPLIER-OK
                   SET SUP-IDX TO 1
                   PERFORM UNTIL SUP-IDX > WS-SUP-COUNT
                       IF WS-SUP-TBL-CODE (SUP-IDX) = SUP-CODE
                           MOVE SUP-NAME TO WS-SUP-TBL-NAME (SUP-IDX)
                       END-IF
                       SET SUP-IDX UP BY 1
                   END-PERFORM
                   READ FI-SUPPLIERS AT END SET WS-SUPPLIER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-SUPPLIERS.

       0200-WRITE-REPORT.
           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "OPEN SUPPLIER CREDIT CLAIMS AS OF " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           IF WS-OPEN-COUNT = 0
               MOVE "  (NO OPEN CLAIMS)" TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
           SET SUP-IDX TO 1.
           PERFORM 0210-WRITE-ONE-SUPPLIER
               UNTIL SUP-IDX > WS-SUP-COUNT.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "TOTAL OPEN CLAIMS " WS-OPEN-COUNT
               " UNITS " WS-TOTAL-UNITS
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           CLOSE FI-REPORT.

       0210-WRITE-ONE-SUPPLIER.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "SUPPLIER " WS-SUP-TBL-CODE (SUP-IDX) " "
               WS-SUP-TBL-NAME (SUP-IDX)
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           MOVE "  CLAIM  RAISED   DAYS  LOT    STORE UNITS  ITEM"
               TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL OPEN-IDX > WS-OPEN-COUNT
               MOVE WS-OPEN-ROW (OPEN-IDX) TO FS-CLAIM-RECORD
               IF CLM-SUPPLIER = WS-SUP-TBL-CODE (SUP-IDX)
                   PERFORM 0220-WRITE-ONE-CLAIM
               END-IF
               SET OPEN-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  SUBTOTAL CLAIMS " WS-SUP-CLAIMS (SUP-IDX)
               " UNITS " WS-SUP-UNITS (SUP-IDX)
               "  0-30 " WS-SUP-BUCKET (SUP-IDX 1)
               " 31-60 " WS-SUP-BUCKET (SUP-IDX 2)
               " 61-90 " WS-SUP-BUCKET (SUP-IDX 3)
               " OVER 90 " WS-SUP-BUCKET (SUP-IDX 4)
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           SET SUP-IDX UP BY 1.

       0220-WRITE-ONE-CLAIM.
           MOVE 0 TO WS-DAYS-OPEN.
           IF CLM-RAISED-DATE NUMERIC
               COMPUTE WS-RAISED-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (CLM-RAISED-DATE))
               IF WS-TODAY-INT > WS-RAISED-INT
                   COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-RAISED-INT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD 1 TO WS-SUP-BUCKET (SUP-IDX WS-BUCKET).
           ADD 1 TO WS-SUP-CLAIMS (SUP-IDX).
           ADD CLM-UNITS TO WS-SUP-UNITS (SUP-IDX).
           ADD CLM-UNITS TO WS-TOTAL-UNITS.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " CLM-NUMBER " " CLM-RAISED-DATE " " WS-DAYS-OPEN
               " " CLM-LOT " " CLM-STORE "   " CLM-UNITS
               "  " CLM-ITEM-NAME " " CLM-REASON
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
