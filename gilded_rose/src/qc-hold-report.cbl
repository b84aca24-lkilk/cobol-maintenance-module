       IDENTIFICATION DIVISION.
       PROGRAM-ID. "qc-hold-report".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  DAILY LIST OF THE LOTS STILL ON INBOUND QC
      *   HOLD (qc-holds.dat ROWS WITH STATUS "HELD" - SEE QCHOLD)
      *   AND HOW LONG EACH HAS WAITED SINCE IT WAS RECEIVED, AGAINST
      *   THE PROCESSING DATE.  A LOT WAITING LONGER THAN
      *   qc_hold_days DAYS (DEFAULT 3) IS FLAGGED OVERDUE - IT IS
      *   AGING ON THE SHELF WITHOUT BEING SALEABLE.  TOTALS THE
      *   LOTS AND UNITS HELD AND GIVES THE LONGEST WAIT.  WRITTEN TO
      *   qc-hold-report.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-QCHOLD ASSIGN "qc-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCHOLD-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "qc-hold-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-QCHOLD.
           COPY "qchold.cpy".

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-QCHOLD-FILE-STATUS     PIC 99.
               88 WS-QCHOLD-OK          VALUE 00.
               88 WS-QCHOLD-EOF         VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
               05 WS-CD-DAY              PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(8).

           01 WS-AGE-TEXT               PIC X(4).
           01 WS-AGE-DAYS               PIC 9(3) VALUE 3.

           01 WS-TODAY-INT              PIC 9(8).
           01 WS-HELD-INT               PIC 9(8).
           01 WS-DATE-NUM               PIC 9(8).
           01 WS-DAYS-HELD              PIC S9(5).
           01 WS-DISPLAY-DAYS           PIC ZZZZ9.
           01 WS-DISPLAY-UNITS          PIC ZZZZ9.
           01 WS-FLAG                   PIC X(8).

           01 WS-HELD-COUNT             PIC 9(5) VALUE 0.
           01 WS-OVERDUE-COUNT          PIC 9(5) VALUE 0.
           01 WS-UNDATED-COUNT          PIC 9(5) VALUE 0.
           01 WS-HELD-UNITS             PIC 9(7) VALUE 0.
           01 WS-LONGEST-WAIT           PIC 9(5) VALUE 0.
           01 WS-LONGEST-LOT            PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0020-GET-AGE-DAYS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM).

           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "QC HOLDS AS OF " WS-CURRENT-DATE-NUM
               " (OVERDUE AFTER " WS-AGE-DAYS " DAY(S))"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "LOT    RECEIVED  DAYS SUPPLIER STORE UNITS "
               "FLAG     ITEM"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           PERFORM 0110-LIST-HELD-LOTS.
           MOVE WS-LONGEST-WAIT TO WS-DISPLAY-DAYS.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "LOTS HELD " WS-HELD-COUNT
               " UNITS HELD " WS-HELD-UNITS
               " OVERDUE " WS-OVERDUE-COUNT
               " UNDATED " WS-UNDATED-COUNT
               " LONGEST WAIT " WS-DISPLAY-DAYS " DAY(S) LOT "
               WS-LONGEST-LOT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
           CLOSE FI-REPORT.
           DISPLAY "QC-HOLD-REPORT: " WS-HELD-COUNT " LOT(S) ON HOLD, "
               WS-OVERDUE-COUNT " OVERDUE - SEE qc-hold-report.dat".

       0300-RETURN.
           GOBACK.

       0020-GET-AGE-DAYS.
           MOVE SPACES TO WS-AGE-TEXT.
           ACCEPT WS-AGE-TEXT FROM ENVIRONMENT "qc_hold_days".
           IF WS-AGE-TEXT (1:3) NUMERIC
               MOVE WS-AGE-TEXT (1:3) TO WS-AGE-DAYS
           ELSE
               IF WS-AGE-TEXT (1:2) NUMERIC
                   MOVE WS-AGE-TEXT (1:2) TO WS-AGE-DAYS
               ELSE
                   IF WS-AGE-TEXT (1:1) NUMERIC
                       MOVE WS-AGE-TEXT (1:1) TO WS-AGE-DAYS
                   END-IF
               END-IF
           END-IF.
           IF WS-AGE-DAYS = 0
               MOVE 3 TO WS-AGE-DAYS
           END-IF.

       0110-LIST-HELD-LOTS.
           OPEN INPUT FI-QCHOLD.
           IF WS-QCHOLD-OK
               READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-QCHOLD-OK
                   IF QCH-ON-HOLD
                       PERFORM 0120-REPORT-ONE-LOT
                   END-IF
                   READ FI-QCHOLD AT END SET WS-QCHOLD-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-QCHOLD.

       0120-REPORT-ONE-LOT.
           ADD 1 TO WS-HELD-COUNT.
           ADD QCH-UNITS TO WS-HELD-UNITS.
           MOVE SPACES TO WS-FLAG.
           MOVE 0 TO WS-DAYS-HELD.
           IF QCH-HELD-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               MOVE "UNDATED" TO WS-FLAG
           ELSE
               MOVE QCH-HELD-DATE TO WS-DATE-NUM
               COMPUTE WS-HELD-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-HELD-INT
               IF WS-DAYS-HELD < 0
                   MOVE 0 TO WS-DAYS-HELD
               END-IF
               IF WS-DAYS-HELD > WS-AGE-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO WS-FLAG
               END-IF
               IF WS-DAYS-HELD > WS-LONGEST-WAIT
                   OR WS-LONGEST-LOT = SPACES
                   MOVE WS-DAYS-HELD TO WS-LONGEST-WAIT
                   MOVE QCH-LOT TO WS-LONGEST-LOT
               END-IF
           END-IF.
           MOVE WS-DAYS-HELD TO WS-DISPLAY-DAYS.
           MOVE QCH-UNITS TO WS-DISPLAY-UNITS.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING QCH-LOT " " QCH-HELD-DATE " " WS-DISPLAY-DAYS
               " " QCH-SUPPLIER "   " QCH-STORE "   "
               WS-DISPLAY-UNITS " " WS-FLAG " " QCH-ITEM-NAME
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD.
