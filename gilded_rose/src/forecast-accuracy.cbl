       IDENTIFICATION DIVISION.
       PROGRAM-ID. "forecast-accuracy".

      * MODIFICATION HISTORY:
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - NEW PROGRAM.  FORECAST ACCURACY REPORT.  purchasing ORDERS
      *   OFF THE ZERO-QUALITY DATE forecast PREDICTS, BUT NOTHING
      *   CHECKED THOSE DATES AFTERWARDS.  EVERY PREDICTION IN EVERY
      *   SNAPSHOT STILL ON forecast-catalog.dat (SEE FCSTSNP) IS SET
      *   AGAINST WHAT ACTUALLY HAPPENED TO THE SAME ITEM ID, STORE
      *   AND LOT: THE FIRST out.dat GENERATION ON archive-catalog.dat
      *   IN WHICH IT STANDS AT ZERO QUALITY, OR ITS REMOVAL AS
      *   DISCARDED ON disposition-history.dat, WHICHEVER CAME FIRST.
      *   THE ERROR IN DAYS (ACTUAL LESS PREDICTED - NEGATIVE MEANS
      *   THE ITEM DIED BEFORE THE FORECAST SAID) IS AVERAGED AND THE
      *   WORST EARLY AND LATE MISSES SHOWN BY RULE CLASS AND STORE,
      *   SO THE BUYER CAN JUDGE HOW FAR TO TRUST purchase_lead_days.
      *   PREDICTIONS WHOSE ITEM WAS SOLD, DAMAGED OR RETURNED BEFORE
      *   REACHING ZERO, STILL OPEN, OR PAST THEIR DATE WITH NO
      *   OUTCOME ON FILE (THE GENERATION MAY HAVE BEEN EXPIRED BY
      *   archive_keep) ARE COUNTED BUT NOT SCORED.  ITEMS WITH NO
      *   ITEM ID (000000) CANNOT BE MATCHED AND ARE SKIPPED.
      *   WRITTEN TO forecast-accuracy-report.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-FCST-CATALOG
               ASSIGN "forecast-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCST-CATALOG-FILE-STATUS.
             SELECT OPTIONAL FI-SNAPSHOT ASSIGN "forecast_snap"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
             SELECT OPTIONAL FI-ARCH-CATALOG
               ASSIGN "archive-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-CATALOG-FILE-STATUS.
             SELECT OPTIONAL FI-GENERATION ASSIGN "archive_gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.
             SELECT OPTIONAL FI-DSPHIST
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPHIST-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "forecast-accuracy-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-FCST-CATALOG.
           01 FS-FCST-CATALOG-RECORD.
               05 FCAT-DATE             PIC X(8).
               05 FILLER                PIC X.
               05 FCAT-FILE-NAME        PIC X(20).

           FD FI-SNAPSHOT.
           COPY "fcstsnp.cpy".

           FD FI-ARCH-CATALOG.
           01 FS-ARCH-CATALOG-RECORD.
               05 CAT-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 CAT-FILE-NAME         PIC X(20).

           FD FI-GENERATION.
           COPY "itemout.cpy".

           FD FI-DSPHIST.
           01 FS-DSPHIST-RECORD.
               05 HST-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-FCST-CATALOG-FILE-STATUS PIC 99.
               88 WS-FCST-CATALOG-OK    VALUE 00.
               88 WS-FCST-CATALOG-EOF   VALUE 10.

           01 WS-SNAPSHOT-FILE-STATUS   PIC 99.
               88 WS-SNAPSHOT-OK        VALUE 00.
               88 WS-SNAPSHOT-EOF       VALUE 10.

           01 WS-ARCH-CATALOG-FILE-STATUS PIC 99.
               88 WS-ARCH-CATALOG-OK    VALUE 00.
               88 WS-ARCH-CATALOG-EOF   VALUE 10.

           01 WS-GENERATION-FILE-STATUS PIC 99.
               88 WS-GENERATION-OK      VALUE 00.
               88 WS-GENERATION-EOF     VALUE 10.

           01 WS-DSPHIST-FILE-STATUS    PIC 99.
               88 WS-DSPHIST-OK         VALUE 00.
               88 WS-DSPHIST-EOF        VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR             PIC 9(4).
               05 WS-CD-MONTH            PIC 99.
               05 WS-CD-DAY              PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(8).

           01 WS-LEAD-TEXT              PIC X(4).
           01 WS-LEAD-DAYS              PIC 9(3) VALUE 0.

      * SNAPSHOTS TO SCORE, OLDEST FIRST, FROM forecast-catalog.dat.
           01 WS-SNAP-COUNT             PIC 99 VALUE 0.
           01 WS-SNAP-TABLE.
               05 WS-SNAP-ENTRY OCCURS 0 TO 99 TIMES
                   DEPENDING ON WS-SNAP-COUNT
                   INDEXED BY SNAP-IDX.
                   10 WS-SNAP-DATE       PIC X(8).
                   10 WS-SNAP-FILE       PIC X(20).

      * WHAT HAPPENED TO EACH ITEM ID, STORE AND LOT: THE FIRST
      * ARCHIVED GENERATION AT ZERO QUALITY, THE FIRST DISCARD, AND
      * THE FIRST OTHER REMOVAL (SOLD, DAMAGED, RTV).  BLANK WHERE
      * NOT SEEN.
           01 WS-OUTCOME-COUNT          PIC 9(4) VALUE 0.
           01 WS-OUTCOME-TABLE.
               05 WS-OUTCOME-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-OUTCOME-COUNT
                   INDEXED BY OUTCOME-IDX.
                   10 WS-OUT-ID          PIC X(6).
                   10 WS-OUT-STORE       PIC X(3).
                   10 WS-OUT-LOT         PIC X(6).
                   10 WS-OUT-ZERO-DATE   PIC X(8).
                   10 WS-OUT-DISCARD-DATE PIC X(8).
                   10 WS-OUT-LEFT-DATE   PIC X(8).
           01 WS-OUTCOME-FULL-COUNT     PIC 9(5) VALUE 0.

           01 WS-KEY-ID                 PIC X(6).
           01 WS-KEY-STORE              PIC X(3).
           01 WS-KEY-LOT                PIC X(6).
           01 WS-FOUND-SWITCH           PIC X.
               88 WS-FOUND              VALUE "Y".
               88 WS-NOT-FOUND          VALUE "N".

      * ONE PREDICTION BEING SCORED.
           01 WS-ACTUAL-DATE            PIC X(8).
           01 WS-DATE-NUM               PIC 9(8).
           01 WS-ACTUAL-INT             PIC 9(8).
           01 WS-PREDICTED-INT          PIC 9(8).
           01 WS-ERROR-DAYS             PIC S9(5).
           01 WS-ABS-ERROR              PIC 9(5).

      * ACCURACY BY RULE CLASS AND STORE, AND FOR ALL ITEMS.
           01 WS-GROUP-COUNT            PIC 99 VALUE 0.
           01 WS-GROUP-TABLE.
               05 WS-GROUP-ENTRY OCCURS 0 TO 31 TIMES
                   DEPENDING ON WS-GROUP-COUNT
                   INDEXED BY GROUP-IDX.
                   10 WS-GRP-CLASS       PIC X.
                   10 WS-GRP-STORE       PIC X(3).
                   10 WS-GRP-SCORED      PIC 9(7).
                   10 WS-GRP-SUM-ABS     PIC 9(9).
                   10 WS-GRP-SUM-SIGNED  PIC S9(9).
                   10 WS-GRP-WORST-EARLY PIC 9(5).
                   10 WS-GRP-WORST-LATE  PIC 9(5).
                   10 WS-GRP-EXACT       PIC 9(7).
           01 WS-TOTAL-GROUP.
               05 WS-TOT-SCORED          PIC 9(7) VALUE 0.
               05 WS-TOT-SUM-ABS         PIC 9(9) VALUE 0.
               05 WS-TOT-SUM-SIGNED      PIC S9(9) VALUE 0.
               05 WS-TOT-WORST-EARLY     PIC 9(5) VALUE 0.
               05 WS-TOT-WORST-LATE      PIC 9(5) VALUE 0.
               05 WS-TOT-EXACT           PIC 9(7) VALUE 0.

           01 WS-PREDICTION-COUNT       PIC 9(7) VALUE 0.
           01 WS-NO-ID-COUNT            PIC 9(7) VALUE 0.
           01 WS-LEFT-COUNT             PIC 9(7) VALUE 0.
           01 WS-OPEN-COUNT             PIC 9(7) VALUE 0.
           01 WS-OVERDUE-COUNT          PIC 9(7) VALUE 0.
           01 WS-GENERATION-COUNT       PIC 99 VALUE 0.

           01 WS-CLASS-LABEL            PIC X(12).
           01 WS-AVG-ABS                PIC 9(5)V9.
           01 WS-AVG-BIAS               PIC S9(5)V9.
           01 WS-DISPLAY-COUNT          PIC Z,ZZZ,ZZ9.
           01 WS-DISPLAY-AVG            PIC ZZZZ9.9.
           01 WS-DISPLAY-BIAS           PIC +++++9.9.
           01 WS-DISPLAY-EXACT          PIC Z,ZZZ,ZZ9.
           01 WS-DISPLAY-EARLY          PIC ZZZZ9.
           01 WS-DISPLAY-LATE           PIC ZZZZ9.
           01 WS-DISPLAY-LEAD           PIC ZZ9.

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
           PERFORM 0020-GET-LEAD-DAYS.
           PERFORM 0030-LOAD-SNAPSHOT-CATALOG.
           PERFORM 0100-LOAD-ARCHIVE-OUTCOMES.
           PERFORM 0120-LOAD-REMOVALS.
           PERFORM 0200-SCORE-SNAPSHOTS.
           PERFORM 0400-WRITE-REPORT.
           PERFORM 0800-LOG-RESULT.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "FORECAST-ACCURACY: " WS-TOT-SCORED
               " PREDICTION(S) SCORED FROM " WS-SNAP-COUNT
               " SNAPSHOT(S) - SEE forecast-accuracy-report.dat".

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0020-GET-LEAD-DAYS.
      * SAME DEFAULT AS purchasing - SHOWN FOR COMPARISON ONLY.
           MOVE SPACES TO WS-LEAD-TEXT.
           ACCEPT WS-LEAD-TEXT FROM ENVIRONMENT "purchase_lead_days".
           IF WS-LEAD-TEXT (1:3) NUMERIC
               MOVE WS-LEAD-TEXT (1:3) TO WS-LEAD-DAYS
           ELSE
               IF WS-LEAD-TEXT (1:2) NUMERIC
                   MOVE WS-LEAD-TEXT (1:2) TO WS-LEAD-DAYS
               ELSE
                   IF WS-LEAD-TEXT (1:1) NUMERIC
                       MOVE WS-LEAD-TEXT (1:1) TO WS-LEAD-DAYS
                   END-IF
               END-IF
           END-IF.
           IF WS-LEAD-DAYS = 0
               MOVE 7 TO WS-LEAD-DAYS
           END-IF.

       0030-LOAD-SNAPSHOT-CATALOG.
           MOVE 0 TO WS-SNAP-COUNT.
           OPEN INPUT FI-FCST-CATALOG.
           IF WS-FCST-CATALOG-OK
               READ FI-FCST-CATALOG
                   AT END SET WS-FCST-CATALOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-FCST-CATALOG-OK
                   OR WS-SNAP-COUNT >= 99
                   ADD 1 TO WS-SNAP-COUNT
                   SET SNAP-IDX TO WS-SNAP-COUNT
                   MOVE FCAT-DATE TO WS-SNAP-DATE (SNAP-IDX)
                   MOVE FCAT-FILE-NAME TO WS-SNAP-FILE (SNAP-IDX)
                   READ FI-FCST-CATALOG
                       AT END SET WS-FCST-CATALOG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-FCST-CATALOG.

       0100-LOAD-ARCHIVE-OUTCOMES.
      * THE ARCHIVE CATALOG IS OLDEST FIRST, SO THE FIRST GENERATION
      * THAT SHOWS AN ITEM AT ZERO QUALITY IS THE DATE IT GOT THERE.
           OPEN INPUT FI-ARCH-CATALOG.
           IF WS-ARCH-CATALOG-OK
               READ FI-ARCH-CATALOG
                   AT END SET WS-ARCH-CATALOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-ARCH-CATALOG-OK
                   PERFORM 0110-SCAN-GENERATION
                   READ FI-ARCH-CATALOG
                       AT END SET WS-ARCH-CATALOG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-ARCH-CATALOG.

       0110-SCAN-GENERATION.
           SET ENVIRONMENT "archive_gen" TO CAT-FILE-NAME.
           OPEN INPUT FI-GENERATION.
           IF WS-GENERATION-OK
               ADD 1 TO WS-GENERATION-COUNT
               READ FI-GENERATION
                   AT END SET WS-GENERATION-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-GENERATION-OK
                   IF QUALITY = 0
                      AND ITEM-ID NOT = "000000"
                      AND ITEM-ID NOT = SPACES
                       MOVE ITEM-ID TO WS-KEY-ID
                       MOVE ITEM-STORE TO WS-KEY-STORE
                       MOVE ITEM-LOT TO WS-KEY-LOT
                       PERFORM 0150-FIND-OUTCOME THRU 0150-EXIT
                       IF WS-FOUND
                          AND WS-OUT-ZERO-DATE (OUTCOME-IDX) = SPACES
                           MOVE CAT-DATE
                               TO WS-OUT-ZERO-DATE (OUTCOME-IDX)
                       END-IF
                   END-IF
                   READ FI-GENERATION
                       AT END SET WS-GENERATION-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-GENERATION.

       0120-LOAD-REMOVALS.
      * A DISCARD IS THE STORE JUDGING THE ITEM DEAD AND COUNTS AS AN
      * OUTCOME; ANY OTHER REMOVAL TAKES THE ITEM OUT OF STOCK BEFORE
      * ITS QUALITY COULD PROVE THE FORECAST RIGHT OR WRONG.
           OPEN INPUT FI-DSPHIST.
           IF WS-DSPHIST-OK
               READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DSPHIST-OK
                   MOVE HST-RAW-RECORD (72:6) TO WS-KEY-ID
                   MOVE HST-RAW-RECORD (68:3) TO WS-KEY-STORE
                   MOVE HST-RAW-RECORD (79:6) TO WS-KEY-LOT
                   IF WS-KEY-ID NOT = "000000"
                      AND WS-KEY-ID NOT = SPACES
                       PERFORM 0150-FIND-OUTCOME THRU 0150-EXIT
                       IF WS-FOUND
                           PERFORM 0130-RECORD-REMOVAL
                       END-IF
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DSPHIST.

       0130-RECORD-REMOVAL.
           IF HST-REASON = "DISCARDED"
               IF WS-OUT-DISCARD-DATE (OUTCOME-IDX) = SPACES
                  OR HST-DATE < WS-OUT-DISCARD-DATE (OUTCOME-IDX)
                   MOVE HST-DATE TO WS-OUT-DISCARD-DATE (OUTCOME-IDX)
               END-IF
           ELSE
               IF WS-OUT-LEFT-DATE (OUTCOME-IDX) = SPACES
                  OR HST-DATE < WS-OUT-LEFT-DATE (OUTCOME-IDX)
                   MOVE HST-DATE TO WS-OUT-LEFT-DATE (OUTCOME-IDX)
               END-IF
           END-IF.

       0150-FIND-OUTCOME.
      * FINDS (OR ADDS) THE OUTCOME ROW FOR WS-KEY-ID/STORE/LOT.  A
      * BLANK STORE IS STORE ROOM A.
           IF WS-KEY-STORE = SPACES
               MOVE "A" TO WS-KEY-STORE
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           SET OUTCOME-IDX TO 1.
           PERFORM UNTIL OUTCOME-IDX > WS-OUTCOME-COUNT OR WS-FOUND
               IF WS-OUT-ID (OUTCOME-IDX) = WS-KEY-ID
                  AND WS-OUT-STORE (OUTCOME-IDX) = WS-KEY-STORE
                  AND WS-OUT-LOT (OUTCOME-IDX) = WS-KEY-LOT
                   SET WS-FOUND TO TRUE
               ELSE
                   SET OUTCOME-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND
               GO TO 0150-EXIT
           END-IF.
           IF WS-OUTCOME-COUNT >= 3000
               ADD 1 TO WS-OUTCOME-FULL-COUNT
               GO TO 0150-EXIT
           END-IF.
           ADD 1 TO WS-OUTCOME-COUNT.
           SET OUTCOME-IDX TO WS-OUTCOME-COUNT.
           MOVE WS-KEY-ID TO WS-OUT-ID (OUTCOME-IDX).
           MOVE WS-KEY-STORE TO WS-OUT-STORE (OUTCOME-IDX).
           MOVE WS-KEY-LOT TO WS-OUT-LOT (OUTCOME-IDX).
           MOVE SPACES TO WS-OUT-ZERO-DATE (OUTCOME-IDX).
           MOVE SPACES TO WS-OUT-DISCARD-DATE (OUTCOME-IDX).
           MOVE SPACES TO WS-OUT-LEFT-DATE (OUTCOME-IDX).
           SET WS-FOUND TO TRUE.
       0150-EXIT.
           EXIT.

       0200-SCORE-SNAPSHOTS.
           SET SNAP-IDX TO 1.
           PERFORM UNTIL SNAP-IDX > WS-SNAP-COUNT
               SET ENVIRONMENT "forecast_snap"
                   TO WS-SNAP-FILE (SNAP-IDX)
               OPEN INPUT FI-SNAPSHOT
               IF WS-SNAPSHOT-OK
                   READ FI-SNAPSHOT
                       AT END SET WS-SNAPSHOT-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL NOT WS-SNAPSHOT-OK
                       PERFORM 0210-SCORE-PREDICTION THRU 0210-EXIT
                       READ FI-SNAPSHOT
                           AT END SET WS-SNAPSHOT-EOF TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FI-SNAPSHOT
               SET SNAP-IDX UP BY 1
           END-PERFORM.

       0210-SCORE-PREDICTION.
      * THE SNAPSHOT WAS TAKEN WITH THE ITEM STILL ABOVE ZERO, SO
      * ONLY AN OUTCOME DATED AFTER THE SNAPSHOT CAN ANSWER IT.
           ADD 1 TO WS-PREDICTION-COUNT.
           IF SNP-ITEM-ID = "000000" OR SNP-ITEM-ID = SPACES
               ADD 1 TO WS-NO-ID-COUNT
               GO TO 0210-EXIT
           END-IF.
           MOVE SNP-ITEM-ID TO WS-KEY-ID.
           MOVE SNP-STORE TO WS-KEY-STORE.
           MOVE SNP-LOT TO WS-KEY-LOT.
           PERFORM 0150-FIND-OUTCOME THRU 0150-EXIT.
           MOVE SPACES TO WS-ACTUAL-DATE.
           IF WS-FOUND
               IF WS-OUT-ZERO-DATE (OUTCOME-IDX) > SNP-FORECAST-DATE
                   MOVE WS-OUT-ZERO-DATE (OUTCOME-IDX)
                       TO WS-ACTUAL-DATE
               END-IF
               IF WS-OUT-DISCARD-DATE (OUTCOME-IDX) > SNP-FORECAST-DATE
                  AND (WS-ACTUAL-DATE = SPACES
                   OR WS-OUT-DISCARD-DATE (OUTCOME-IDX)
                       < WS-ACTUAL-DATE)
                   MOVE WS-OUT-DISCARD-DATE (OUTCOME-IDX)
                       TO WS-ACTUAL-DATE
               END-IF
           END-IF.
           IF WS-ACTUAL-DATE = SPACES
               IF WS-FOUND
                  AND WS-OUT-LEFT-DATE (OUTCOME-IDX) > SNP-FORECAST-DATE
                   ADD 1 TO WS-LEFT-COUNT
               ELSE
                   IF SNP-ZERO-DATE < WS-CURRENT-DATE-NUM
                       ADD 1 TO WS-OVERDUE-COUNT
                   ELSE
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
               END-IF
               GO TO 0210-EXIT
           END-IF.
           MOVE WS-ACTUAL-DATE TO WS-DATE-NUM.
           COMPUTE WS-ACTUAL-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           COMPUTE WS-PREDICTED-INT =
               FUNCTION INTEGER-OF-DATE (SNP-ZERO-DATE).
           COMPUTE WS-ERROR-DAYS = WS-ACTUAL-INT - WS-PREDICTED-INT.
           IF WS-ERROR-DAYS < 0
               COMPUTE WS-ABS-ERROR = 0 - WS-ERROR-DAYS
           ELSE
               MOVE WS-ERROR-DAYS TO WS-ABS-ERROR
           END-IF.
           PERFORM 0220-FIND-GROUP.
           IF GROUP-IDX <= WS-GROUP-COUNT
               ADD 1 TO WS-GRP-SCORED (GROUP-IDX)
               ADD WS-ABS-ERROR TO WS-GRP-SUM-ABS (GROUP-IDX)
               ADD WS-ERROR-DAYS TO WS-GRP-SUM-SIGNED (GROUP-IDX)
               IF WS-ERROR-DAYS = 0
                   ADD 1 TO WS-GRP-EXACT (GROUP-IDX)
               END-IF
               IF WS-ERROR-DAYS < 0
                  AND WS-ABS-ERROR > WS-GRP-WORST-EARLY (GROUP-IDX)
                   MOVE WS-ABS-ERROR TO WS-GRP-WORST-EARLY (GROUP-IDX)
               END-IF
               IF WS-ERROR-DAYS > 0
                  AND WS-ABS-ERROR > WS-GRP-WORST-LATE (GROUP-IDX)
                   MOVE WS-ABS-ERROR TO WS-GRP-WORST-LATE (GROUP-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-TOT-SCORED.
           ADD WS-ABS-ERROR TO WS-TOT-SUM-ABS.
           ADD WS-ERROR-DAYS TO WS-TOT-SUM-SIGNED.
           IF WS-ERROR-DAYS = 0
               ADD 1 TO WS-TOT-EXACT
           END-IF.
           IF WS-ERROR-DAYS < 0 AND WS-ABS-ERROR > WS-TOT-WORST-EARLY
               MOVE WS-ABS-ERROR TO WS-TOT-WORST-EARLY
           END-IF.
           IF WS-ERROR-DAYS > 0 AND WS-ABS-ERROR > WS-TOT-WORST-LATE
               MOVE WS-ABS-ERROR TO WS-TOT-WORST-LATE
           END-IF.
       0210-EXIT.
           EXIT.

       0220-FIND-GROUP.
      * LEAVES GROUP-IDX ON THE ROW FOR THE PREDICTION'S CLASS AND
      * STORE, ADDING IT IF NEW; PAST WS-GROUP-COUNT WHEN FULL.
           SET GROUP-IDX TO 1.
           PERFORM UNTIL GROUP-IDX > WS-GROUP-COUNT
               OR (WS-GRP-CLASS (GROUP-IDX) = SNP-CLASS
               AND WS-GRP-STORE (GROUP-IDX) = WS-KEY-STORE)
               SET GROUP-IDX UP BY 1
           END-PERFORM.
           IF GROUP-IDX > WS-GROUP-COUNT AND WS-GROUP-COUNT < 31
               ADD 1 TO WS-GROUP-COUNT
               SET GROUP-IDX TO WS-GROUP-COUNT
               MOVE SNP-CLASS TO WS-GRP-CLASS (GROUP-IDX)
               MOVE WS-KEY-STORE TO WS-GRP-STORE (GROUP-IDX)
               MOVE 0 TO WS-GRP-SCORED (GROUP-IDX)
               MOVE 0 TO WS-GRP-SUM-ABS (GROUP-IDX)
               MOVE 0 TO WS-GRP-SUM-SIGNED (GROUP-IDX)
               MOVE 0 TO WS-GRP-WORST-EARLY (GROUP-IDX)
               MOVE 0 TO WS-GRP-WORST-LATE (GROUP-IDX)
               MOVE 0 TO WS-GRP-EXACT (GROUP-IDX)
           END-IF.

       0400-WRITE-REPORT.
           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "FORECAST ACCURACY AS OF " WS-CURRENT-DATE
               " - " WS-SNAP-COUNT " SNAPSHOT(S), "
               WS-GENERATION-COUNT " ARCHIVED GENERATION(S)"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "ERROR = ACTUAL ZERO DATE LESS PREDICTED;"
               " EARLY = ITEM DIED BEFORE THE FORECAST DATE"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "CLASS        STORE     SCORED     EXACT  AVG ERR"
               "     BIAS  WORST EARLY  WORST LATE"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           IF WS-GROUP-COUNT > 0
               SORT WS-GROUP-ENTRY ON ASCENDING KEY WS-GRP-CLASS
                   WS-GRP-STORE
           END-IF.
           SET GROUP-IDX TO 1.
           PERFORM UNTIL GROUP-IDX > WS-GROUP-COUNT
               PERFORM 0410-CLASS-LABEL
               PERFORM 0420-WRITE-GROUP-LINE
               SET GROUP-IDX UP BY 1
           END-PERFORM.
           PERFORM 0430-WRITE-TOTAL-LINE.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-PREDICTION-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "PREDICTIONS ON FILE            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-LEFT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  SOLD/DAMAGED/RTV BEFORE ZERO " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  STILL OPEN                   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-OVERDUE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  PAST DATE, NO OUTCOME ON FILE" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-NO-ID-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  NO ITEM ID - NOT MATCHED     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           IF WS-OUTCOME-FULL-COUNT > 0
               MOVE WS-OUTCOME-FULL-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  OUTCOME TABLE FULL - IGNORED " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE WS-LEAD-DAYS TO WS-DISPLAY-LEAD.
           MOVE WS-TOT-WORST-EARLY TO WS-DISPLAY-EARLY.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "purchase_lead_days IS " WS-DISPLAY-LEAD
               " - ITEMS HAVE DIED UP TO " WS-DISPLAY-EARLY
               " DAY(S) BEFORE THEIR FORECAST DATE"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           CLOSE FI-REPORT.

       0410-CLASS-LABEL.
           EVALUATE WS-GRP-CLASS (GROUP-IDX)
               WHEN "C"
                   MOVE "CONCERT" TO WS-CLASS-LABEL
               WHEN "D"
                   MOVE "DOUBLE-DECAY" TO WS-CLASS-LABEL
               WHEN OTHER
                   MOVE "GENERAL" TO WS-CLASS-LABEL
           END-EVALUATE.

       0420-WRITE-GROUP-LINE.
           MOVE WS-GRP-SCORED (GROUP-IDX) TO WS-DISPLAY-COUNT.
           MOVE WS-GRP-EXACT (GROUP-IDX) TO WS-DISPLAY-EXACT.
           COMPUTE WS-AVG-ABS ROUNDED =
               WS-GRP-SUM-ABS (GROUP-IDX) / WS-GRP-SCORED (GROUP-IDX).
           COMPUTE WS-AVG-BIAS ROUNDED =
               WS-GRP-SUM-SIGNED (GROUP-IDX)
               / WS-GRP-SCORED (GROUP-IDX).
           MOVE WS-AVG-ABS TO WS-DISPLAY-AVG.
           MOVE WS-AVG-BIAS TO WS-DISPLAY-BIAS.
           MOVE WS-GRP-WORST-EARLY (GROUP-IDX) TO WS-DISPLAY-EARLY.
           MOVE WS-GRP-WORST-LATE (GROUP-IDX) TO WS-DISPLAY-LATE.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING WS-CLASS-LABEL " " WS-GRP-STORE (GROUP-IDX)
               "   " WS-DISPLAY-COUNT " "
               WS-DISPLAY-EXACT " " WS-DISPLAY-AVG
               " " WS-DISPLAY-BIAS "        " WS-DISPLAY-EARLY
               "       " WS-DISPLAY-LATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0430-WRITE-TOTAL-LINE.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-PREDICTION-COUNT = 0
               STRING "NO FORECAST SNAPSHOTS ON FILE - NOTHING TO "
                   "SCORE"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-TOT-SCORED = 0
               STRING "ALL ITEMS          NONE SCORED YET"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           ELSE
               MOVE WS-TOT-SCORED TO WS-DISPLAY-COUNT
               MOVE WS-TOT-EXACT TO WS-DISPLAY-EXACT
               COMPUTE WS-AVG-ABS ROUNDED =
                   WS-TOT-SUM-ABS / WS-TOT-SCORED
               COMPUTE WS-AVG-BIAS ROUNDED =
                   WS-TOT-SUM-SIGNED / WS-TOT-SCORED
               MOVE WS-AVG-ABS TO WS-DISPLAY-AVG
               MOVE WS-AVG-BIAS TO WS-DISPLAY-BIAS
               MOVE WS-TOT-WORST-EARLY TO WS-DISPLAY-EARLY
               MOVE WS-TOT-WORST-LATE TO WS-DISPLAY-LATE
               STRING "ALL ITEMS    ALL   " WS-DISPLAY-COUNT " "
                   WS-DISPLAY-EXACT " " WS-DISPLAY-AVG
                   " " WS-DISPLAY-BIAS "        " WS-DISPLAY-EARLY
                   "       " WS-DISPLAY-LATE
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.

       0800-LOG-RESULT.
           MOVE "forecast-accuracy" TO LOG-PROGRAM.
           MOVE "0800-LOG-RESULT" TO LOG-PARAGRAPH.
           MOVE "I" TO LOG-SEVERITY.
           MOVE WS-TOT-WORST-EARLY TO WS-DISPLAY-EARLY.
           MOVE SPACES TO LOG-TEXT.
           STRING WS-TOT-SCORED " FORECAST(S) SCORED, WORST EARLY "
               "MISS " WS-DISPLAY-EARLY " DAY(S) - SEE "
               "forecast-accuracy-report.dat"
               DELIMITED BY SIZE INTO LOG-TEXT.
           PERFORM 9000-LOG-CONDITION.
