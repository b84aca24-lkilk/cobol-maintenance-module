       IDENTIFICATION DIVISION.
       PROGRAM-ID. "atp-report".

      * MODIFICATION HISTORY:
      * - LOTS ON INBOUND QC HOLD (qc-holds.dat, SEE QCHOLD AND
      *   receiving) ARE NOT AVAILABLE TO PROMISE UNTIL qc-inspection
      *   RELEASES THEM.  THEIR UNITS ARE LEFT OUT OF ON-HAND AND
      *   SHOWN IN A NEW QC-HOLD COLUMN INSTEAD.
      * - NEW PROGRAM.  NIGHTLY AVAILABLE-TO-PROMISE REPORT.  SUMS THE
      *   ON-HAND ITEM-QTY IN out.dat BY PERMANENT ITEM ID PLUS STORE
      *   AND SUBTRACTS THE UNITS HELD BY OPEN CUSTOMER RESERVATIONS
      *   (reservations.dat, SEE reservation-maint), SO THE FLOOR CAN
      *   SEE WHAT IS REALLY FREE TO SELL.  A KEY WHOSE RESERVATIONS
      *   EXCEED WHAT IS ON HAND IS FLAGGED OVERCOMMITTED, AND EVERY
      *   OPEN RESERVATION WHOSE PICKUP DATE HAS PASSED IS LISTED
      *   WITH THE DAYS OVERDUE SO THE COUNTER CAN CHASE THE
      *   CUSTOMER OR RELEASE THE STOCK.  WRITTEN TO atp-report.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-DAY1 ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY1-FILE-STATUS.
             SELECT OPTIONAL FI-RESERVATIONS ASSIGN "reservations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
             SELECT OPTIONAL FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "atp-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-DAY1.
           COPY "itemout.cpy".

           FD FI-RESERVATIONS.
           COPY "resvrec.cpy".

           FD FI-QCHOLD.
           COPY "qchold.cpy".

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-DAY1-FILE-STATUS       PIC 99.
               88 WS-DAY1-OK            VALUE 00.
               88 WS-DAY1-EOF           VALUE 10.

           01 WS-RESV-FILE-STATUS       PIC 99.
               88 WS-RESV-OK            VALUE 00.
               88 WS-RESV-EOF           VALUE 10.

           01 WS-QCHOLD-FILE-STATUS     PIC 99.
               88 WS-QCHOLD-OK          VALUE 00.
               88 WS-QCHOLD-EOF         VALUE 10.

      * LOTS ON INBOUND QC HOLD (qc-holds.dat, SEE QCHOLD).
           01 WS-HELD-LOT-COUNT         PIC 9(4) VALUE 0.
           01 WS-HELD-LOT-TABLE.
               05 WS-HELD-LOT OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-HELD-LOT-COUNT
                   INDEXED BY HELD-IDX  PIC 9(6).
           01 WS-QC-SWITCH              PIC X.
               88 WS-LOT-ON-QC-HOLD     VALUE "Y".
               88 WS-LOT-NOT-HELD       VALUE "N".
           01 WS-HELD-UNITS             PIC 9(7) VALUE 0.

      * ONE ENTRY PER ITEM-ID-PLUS-STORE KEY SEEN ON out.dat OR ON
      * AN OPEN RESERVATION.
           01 WS-ATP-COUNT              PIC 9(4) VALUE 0.
           01 WS-ATP-TABLE.
               05 WS-ATP-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-ATP-COUNT
                   INDEXED BY ATP-IDX.
                   10 WS-ATP-KEY.
                       15 WS-ATP-ID      PIC X(6).
                       15 WS-ATP-STORE   PIC X(3).
                   10 WS-ATP-NAME        PIC X(50).
                   10 WS-ATP-ON-HAND     PIC 9(7).
                   10 WS-ATP-RESERVED    PIC 9(7).
                   10 WS-ATP-HELD        PIC 9(7).

           01 WS-WANTED-KEY.
               05 WS-WANTED-ID           PIC X(6).
               05 WS-WANTED-STORE        PIC X(3).

           01 WS-ITEM-UNITS             PIC 9(5).
           01 WS-ATP-UNITS              PIC S9(7).
           01 WS-ATP-DISPLAY            PIC -(6)9.
           01 WS-FLAG                   PIC X(16).

           01 WS-TODAY-INT              PIC 9(8).
           01 WS-PICKUP-INT             PIC 9(8).
           01 WS-DAYS-LATE              PIC 9(5).

           01 WS-OPEN-COUNT             PIC 9(5) VALUE 0.
           01 WS-OVERDUE-COUNT          PIC 9(5) VALUE 0.
           01 WS-OVERCOMMIT-COUNT       PIC 9(5) VALUE 0.

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
           PERFORM 0105-LOAD-QC-HOLDS.
           PERFORM 0110-LOAD-ON-HAND.
           PERFORM 0120-LOAD-RESERVED.
           OPEN OUTPUT FI-REPORT.
           PERFORM 0200-WRITE-ATP-SECTION.
           PERFORM 0210-WRITE-OVERDUE-SECTION.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "OPEN RESERVATIONS " WS-OPEN-COUNT
               " OVERDUE " WS-OVERDUE-COUNT
               " OVERCOMMITTED KEYS " WS-OVERCOMMIT-COUNT
               " ON QC HOLD " WS-HELD-UNITS
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           CLOSE FI-REPORT.
           DISPLAY "ATP-REPORT: " WS-OPEN-COUNT " OPEN RESERVATION(S), "
               WS-OVERDUE-COUNT " OVERDUE".

       0300-RETURN.
           GOBACK.

       0105-LOAD-QC-HOLDS.
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

       0107-CHECK-QC-HOLD.
      * A PRE-LOT RECORD (LOT SPACES OR ZERO) CAN NEVER BE HELD.
           SET WS-LOT-NOT-HELD TO TRUE.
           IF WS-HELD-LOT-COUNT > 0 AND ITEM-LOT NUMERIC
               SET HELD-IDX TO 1
               SEARCH WS-HELD-LOT
                   WHEN WS-HELD-LOT (HELD-IDX) = ITEM-LOT
                       SET WS-LOT-ON-QC-HOLD TO TRUE
               END-SEARCH
           END-IF.

       0110-LOAD-ON-HAND.
           OPEN INPUT FI-DAY1.
           IF WS-DAY1-OK
               READ FI-DAY1 AT END SET WS-DAY1-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-DAY1-OK
                   IF ITEM-ID NUMERIC
                       MOVE ITEM-ID TO WS-WANTED-ID
                   ELSE
                       MOVE "000000" TO WS-WANTED-ID
                   END-IF
                   IF ITEM-STORE = SPACES
                       MOVE "A" TO WS-WANTED-STORE
                   ELSE
                       MOVE ITEM-STORE TO WS-WANTED-STORE
                   END-IF
                   IF ITEM-QTY NUMERIC
                       MOVE ITEM-QTY TO WS-ITEM-UNITS
                   ELSE
                       MOVE 1 TO WS-ITEM-UNITS
                   END-IF
                   PERFORM 0130-FIND-ATP-ENTRY
                   IF WS-ATP-NAME (ATP-IDX) = SPACES
                       MOVE ITEM-NAME TO WS-ATP-NAME (ATP-IDX)
                   END-IF
                   PERFORM 0107-CHECK-QC-HOLD
                   IF WS-LOT-ON-QC-HOLD
                       ADD WS-ITEM-UNITS TO WS-ATP-HELD (ATP-IDX)
                       ADD WS-ITEM-UNITS TO WS-HELD-UNITS
                   ELSE
                       ADD WS-ITEM-UNITS TO WS-ATP-ON-HAND (ATP-IDX)
                   END-IF
                   READ FI-DAY1 AT END SET WS-DAY1-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DAY1.

       0120-LOAD-RESERVED.
           OPEN INPUT FI-RESERVATIONS.
           IF WS-RESV-OK
               READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RESV-OK
                   IF RSV-IS-OPEN AND RSV-UNITS NUMERIC
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE RSV-ITEM-ID TO WS-WANTED-ID
                       MOVE RSV-STORE TO WS-WANTED-STORE
                       PERFORM 0130-FIND-ATP-ENTRY
                       ADD RSV-UNITS TO WS-ATP-RESERVED (ATP-IDX)
                   END-IF
                   READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RESERVATIONS.

       0130-FIND-ATP-ENTRY.
      * LEAVES ATP-IDX ON THE ENTRY FOR WS-WANTED-KEY, ADDING ONE THE
      * FIRST TIME A KEY IS SEEN.
           SET ATP-IDX TO 1.
           SEARCH WS-ATP-ENTRY
               AT END
                   IF WS-ATP-COUNT < 9999
                       ADD 1 TO WS-ATP-COUNT
                   END-IF
                   SET ATP-IDX TO WS-ATP-COUNT
                   MOVE WS-WANTED-KEY TO WS-ATP-KEY (ATP-IDX)
                   MOVE SPACES TO WS-ATP-NAME (ATP-IDX)
                   MOVE 0 TO WS-ATP-ON-HAND (ATP-IDX)
                   MOVE 0 TO WS-ATP-RESERVED (ATP-IDX)
                   MOVE 0 TO WS-ATP-HELD (ATP-IDX)
               WHEN WS-ATP-KEY (ATP-IDX) = WS-WANTED-KEY
                   CONTINUE
           END-SEARCH.

       0200-WRITE-ATP-SECTION.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "AVAILABLE-TO-PROMISE REPORT " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "ITEM   STORE ON-HAND RESERVED     ATP  ITEM NAME"
               TO FS-REPORT-RECORD.
           MOVE "QC-HOLD" TO FS-REPORT-RECORD (98:7).
           WRITE FS-REPORT-RECORD.
           SET ATP-IDX TO 1.
           PERFORM UNTIL ATP-IDX > WS-ATP-COUNT
               COMPUTE WS-ATP-UNITS = WS-ATP-ON-HAND (ATP-IDX)
                   - WS-ATP-RESERVED (ATP-IDX)
               MOVE WS-ATP-UNITS TO WS-ATP-DISPLAY
               MOVE SPACES TO WS-FLAG
               IF WS-ATP-UNITS < 0
                   MOVE "*OVERCOMMITTED*" TO WS-FLAG
                   ADD 1 TO WS-OVERCOMMIT-COUNT
               END-IF
               MOVE SPACES TO FS-REPORT-RECORD
               STRING WS-ATP-ID (ATP-IDX) " " WS-ATP-STORE (ATP-IDX)
                   "   " WS-ATP-ON-HAND (ATP-IDX)
                   "  " WS-ATP-RESERVED (ATP-IDX)
                   " " WS-ATP-DISPLAY
                   "  " WS-ATP-NAME (ATP-IDX) (1:40)
                   " " WS-FLAG
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               IF WS-ATP-HELD (ATP-IDX) > 0
                   MOVE WS-ATP-HELD (ATP-IDX)
                       TO FS-REPORT-RECORD (98:7)
               END-IF
               WRITE FS-REPORT-RECORD
               SET ATP-IDX UP BY 1
           END-PERFORM.

       0210-WRITE-OVERDUE-SECTION.
      * SECOND PASS OF reservations.dat: EVERY OPEN RESERVATION WHOSE
      * PICKUP DATE IS BEFORE THE PROCESSING DATE.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "OVERDUE RESERVATIONS (PICKUP DATE PASSED)"
               TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "RESV   ITEM   STORE UNITS PICKUP   DAYS  CUSTOMER REF"
               TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           OPEN INPUT FI-RESERVATIONS.
           IF WS-RESV-OK
               READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RESV-OK
                   IF RSV-IS-OPEN AND RSV-PICKUP-DATE NUMERIC
                      AND RSV-PICKUP-DATE < WS-CURRENT-DATE
                       PERFORM 0220-WRITE-OVERDUE-LINE
                   END-IF
                   READ FI-RESERVATIONS AT END SET WS-RESV-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RESERVATIONS.
           IF WS-OVERDUE-COUNT = 0
               MOVE "  (NONE)" TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0220-WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT.
           COMPUTE WS-PICKUP-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (RSV-PICKUP-DATE)).
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-PICKUP-INT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING RSV-NUMBER " " RSV-ITEM-ID " " RSV-STORE
               "   " RSV-UNITS " " RSV-PICKUP-DATE
               " " WS-DAYS-LATE " " RSV-CUST-REF
               " *OVERDUE*"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
