       PROGRAM-ID. "supplier-scorecard".

      * MODIFICATION HISTORY:
      * - data/suppliers.dat GREW THE "INSPECT ON RECEIPT" FLAG
      *   AFTER THE ACTIVE FLAG (SEE receiving); FD WIDENED TO MATCH.
      * - RETURN-TO-VENDOR CLAIMS (vendor-claims.dat, SEE
      *   vendor-return) NOW COUNT AGAINST THE SUPPLIER: UNITS SENT
      *   BACK, CLAIMS RAISED AND HOW MANY ARE STILL UNANSWERED.
      *   scorecard_month LIMITS THEM TO CLAIMS RAISED IN THE MONTH.
      * - DECAY TRACKING NOW KEYS ON ITEM NAME PLUS STORE ROOM AND
      *   ADVANCES EACH TRACKED ITEM AT MOST ONCE PER ARCHIVED
      *   GENERATION: AN ITEM STOCKED IN TWO OR THREE STORES USED TO
             SELECT OPTIONAL FI-GENERATION ASSIGN "archive_gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.
             SELECT OPTIONAL FI-CLAIMS ASSIGN "vendor-claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "supplier-scorecard.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

               05 SUP-NAME              PIC X(30).
               05 FILLER                PIC X.
               05 SUP-ACTIVE            PIC X.
               05 FILLER                PIC X.
               05 SUP-INSPECT           PIC X.

           FD FI-CATALOG.
           01 FS-CATALOG-RECORD.
           FD FI-GENERATION.
           COPY "itemout.cpy".

           FD FI-CLAIMS.
           COPY "claimrec.cpy".

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(110).

               88 WS-GENERATION-OK      VALUE 00.
               88 WS-GENERATION-EOF     VALUE 10.

           01 WS-CLAIM-FILE-STATUS      PIC 99.
               88 WS-CLAIM-OK           VALUE 00.
               88 WS-CLAIM-EOF          VALUE 10.

           01 WS-MONTH-FILTER           PIC X(6).

      * PER-SUPPLIER TALLIES.  SLOT CODE "(NONE)" CATCHES DELIVERY
                   10 WS-SUP-DIED        PIC 9(5).
                   10 WS-SUP-NIGHTS-SUM  PIC 9(7).
                   10 WS-SUP-ALIVE       PIC 9(5).
                   10 WS-SUP-RTV-CLAIMS  PIC 9(5).
                   10 WS-SUP-RTV-UNITS   PIC 9(7).
                   10 WS-SUP-RTV-OPEN    PIC 9(5).

      * ITEMS DELIVERED THIS PERIOD, TRACKED THROUGH THE GENERATION
      * ARCHIVE TO MEASURE NIGHTS FROM FIRST SIGHTING TO ZERO
           ACCEPT WS-MONTH-FILTER FROM ENVIRONMENT "scorecard_month".
           PERFORM 0030-LOAD-SUPPLIERS.
           PERFORM 0110-TALLY-REGISTER THRU 0110-EXIT.
           PERFORM 0116-TALLY-CLAIMS.
           IF WS-SUP-COUNT = 0
               DISPLAY "SUPPLIER-SCORECARD: NOTHING ON THE RECEIVING "
                   "REGISTER - NO SCORECARD PRODUCED"
               MOVE 0 TO WS-SUP-DIED (SUP-IDX)
               MOVE 0 TO WS-SUP-NIGHTS-SUM (SUP-IDX)
               MOVE 0 TO WS-SUP-ALIVE (SUP-IDX)
               MOVE 0 TO WS-SUP-RTV-CLAIMS (SUP-IDX)
               MOVE 0 TO WS-SUP-RTV-UNITS (SUP-IDX)
               MOVE 0 TO WS-SUP-RTV-OPEN (SUP-IDX)
           END-IF.

       0110-TALLY-REGISTER.
           PERFORM 0040-FIND-OR-ADD-SUPPLIER.
           ADD 1 TO WS-SUP-BOUNCED (SUP-IDX).

       0116-TALLY-CLAIMS.
      * UNITS RETURNED TO THE SUPPLIER ON A CREDIT CLAIM.  THE MONTH
      * FILTER APPLIES TO THE DATE THE CLAIM WAS RAISED.
           OPEN INPUT FI-CLAIMS.
           IF WS-CLAIM-OK
               READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CLAIM-OK
                   IF WS-MONTH-FILTER = SPACES
                      OR CLM-RAISED-DATE (1:6) = WS-MONTH-FILTER (1:6)
                       MOVE CLM-SUPPLIER TO WS-WORK-CODE
                       PERFORM 0040-FIND-OR-ADD-SUPPLIER
                       ADD 1 TO WS-SUP-RTV-CLAIMS (SUP-IDX)
                       IF CLM-UNITS NUMERIC
                           ADD CLM-UNITS TO WS-SUP-RTV-UNITS (SUP-IDX)
                       END-IF
                       IF CLM-IS-OPEN
                           ADD 1 TO WS-SUP-RTV-OPEN (SUP-IDX)
                       END-IF
                   END-IF
                   READ FI-CLAIMS AT END SET WS-CLAIM-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CLAIMS.

       0120-WALK-ARCHIVE.
      * GENERATIONS ARE CATALOGUED OLDEST FIRST (SEE archive-sweep),
      * SO ONE PASS PER GENERATION ADVANCES EVERY TRACKED ITEM ONE
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF.
           WRITE FS-REPORT-RECORD.
           IF WS-SUP-RTV-CLAIMS (SUP-IDX) > 0
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "  RETURNED TO VENDOR "
                   WS-SUP-RTV-UNITS (SUP-IDX) " UNIT(S) ON "
                   WS-SUP-RTV-CLAIMS (SUP-IDX) " CLAIM(S), "
                   WS-SUP-RTV-OPEN (SUP-IDX) " UNANSWERED"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
           SET SUP-IDX UP BY 1.
