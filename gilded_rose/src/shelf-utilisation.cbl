       IDENTIFICATION DIVISION.
       PROGRAM-ID. "shelf-utilisation".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  SPACE UTILISATION REPORT.  MEASURES THE SHELF
      *   AS in.dat STANDS AGAINST THE LIMITS ON
      *   data/shelf-capacity.dat (SEE shelf-capacity): FOR EACH STORE
      *   ROOM AND RULE CLASS THE UNITS ON THE SHELF, THE CLASS LIMIT
      *   AND HOW FULL THE ROOM IS AS A PERCENTAGE, THEN EVERY ITEM
      *   THAT NO LONGER FITS ITS ITEM OR CLASS LIMIT IN ITS ROOM.
      *   receiving AND transfer REFUSE STOCK THAT WOULD OVERFILL A
      *   ROOM, BUT A STOCK-TAKE CAN FIND MORE UNITS THAN THE SYSTEM
      *   THOUGHT, AND A LIMIT CAN BE LOWERED UNDER STOCK ALREADY ON
      *   THE SHELF - SO stock-take RUNS THIS REPORT AFTER IT APPLIES
      *   ITS ADJUSTMENTS, AND THE SCHEDULER RUNS IT EVERY NIGHT.
      *   WRITTEN TO shelf-utilisation-report.dat.  ANY ROOM OR ITEM
      *   OVER CAPACITY IS LOGGED THROUGH error-logger (W) AND ENDS
      *   THE RUN RC 4.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "shelf-utilisation-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-IN-ITEMS.
           COPY "itemout.cpy".

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

      * SHARED SHELF CAPACITY PARAMETER BLOCK (SEE shelf-capacity).
           COPY "shelfreq.cpy".

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE           PIC X(8).

      * EVERY ITEM ON THE SHELF, ONCE PER STORE ROOM.
           01 WS-SHELF-COUNT            PIC 9(4) VALUE 0.
           01 WS-SHELF-TABLE.
               05 WS-SHELF-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SHELF-COUNT
                   INDEXED BY SHELF-IDX.
                   10 WS-SHELF-STORE     PIC X(3).
                   10 WS-SHELF-NAME      PIC X(50).
                   10 WS-SHELF-ID        PIC X(6).
           01 WS-FOUND-SWITCH           PIC X.
               88 WS-ENTRY-FOUND        VALUE "Y".

           01 WS-ITEM-UNITS             PIC 9(5).
           01 WS-STORE-CODES            PIC X(3) VALUE "ABC".
           01 WS-STORE-SUB              PIC 9.
           01 WS-CLASS-CODES            PIC X(5) VALUE "NBLCD".
           01 WS-CLASS-NAMES.
               05 FILLER                PIC X(12) VALUE "GENERAL".
               05 FILLER                PIC X(12) VALUE "AGES-WELL".
               05 FILLER                PIC X(12) VALUE "LEGENDARY".
               05 FILLER                PIC X(12) VALUE "CONCERT".
               05 FILLER                PIC X(12) VALUE "DOUBLE-DECAY".
           01 WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
               05 WS-CLASS-NAME         PIC X(12) OCCURS 5 TIMES.
           01 WS-CLASS-SUB              PIC 9.

           01 WS-PERCENT-FULL           PIC S9(5)V9.
           01 WS-OVER-BY                PIC S9(7).
           01 WS-FLAG                   PIC X(8).
           01 WS-SCOPE-TEXT             PIC X(5).

           01 WS-ROOMS-OVER             PIC 9(3) VALUE 0.
           01 WS-ITEMS-OVER             PIC 9(5) VALUE 0.

           01 WS-DISPLAY-OCCUPIED       PIC -(7)9.
           01 WS-DISPLAY-LIMIT          PIC Z(6)9.
           01 WS-DISPLAY-PERCENT        PIC ZZZZ9.9.
           01 WS-DISPLAY-OVER-BY        PIC Z(6)9.
           01 WS-LIMIT-TEXT             PIC X(7).
           01 WS-PERCENT-TEXT           PIC X(8).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PROCESS-DATE-TEXT.
           ACCEPT WS-PROCESS-DATE-TEXT
               FROM ENVIRONMENT "processing_date".
           IF WS-PROCESS-DATE-TEXT NUMERIC
               MOVE WS-PROCESS-DATE-TEXT TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE 0 TO WS-ROOMS-OVER.
           MOVE 0 TO WS-ITEMS-OVER.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-LOAD TO TRUE.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.
           IF SCR-LIMIT-COUNT = 0
               DISPLAY "SHELF-UTILISATION: NO LIMITS ON "
                   "data/shelf-capacity.dat - NOTHING TO MEASURE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-LOAD-SHELF.
           OPEN OUTPUT FI-REPORT.
           PERFORM 0200-WRITE-ROOMS.
           PERFORM 0250-WRITE-ITEMS-OVER.
           CLOSE FI-REPORT.
           PERFORM 0800-LOG-RESULT.
           IF WS-ROOMS-OVER > 0 OR WS-ITEMS-OVER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "SHELF-UTILISATION: " WS-ROOMS-OVER
               " ROOM/CLASS(ES) AND " WS-ITEMS-OVER
               " ITEM(S) OVER CAPACITY - SEE "
               "shelf-utilisation-report.dat".

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0100-LOAD-SHELF.
           MOVE 0 TO WS-SHELF-COUNT.
           OPEN INPUT FI-IN-ITEMS.
           IF WS-IN-OK
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-IN-OK
                   PERFORM 0110-SHELVE-ONE-RECORD
                   READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-IN-ITEMS.

       0110-SHELVE-ONE-RECORD.
           IF ITEM-QTY NUMERIC
               MOVE ITEM-QTY TO WS-ITEM-UNITS
           ELSE
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-OCCUPY TO TRUE.
           MOVE ITEM-STORE TO SCR-STORE.
           MOVE ITEM-ID TO SCR-ITEM-ID.
           MOVE ITEM-NAME TO SCR-ITEM-NAME.
           MOVE WS-ITEM-UNITS TO SCR-UNITS.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET SHELF-IDX TO 1.
           PERFORM UNTIL SHELF-IDX > WS-SHELF-COUNT OR WS-ENTRY-FOUND
               IF WS-SHELF-STORE (SHELF-IDX) = SCR-STORE
                  AND WS-SHELF-NAME (SHELF-IDX) = ITEM-NAME
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET SHELF-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND AND WS-SHELF-COUNT < 5000
               ADD 1 TO WS-SHELF-COUNT
               SET SHELF-IDX TO WS-SHELF-COUNT
               MOVE SCR-STORE TO WS-SHELF-STORE (SHELF-IDX)
               MOVE ITEM-NAME TO WS-SHELF-NAME (SHELF-IDX)
               MOVE ITEM-ID TO WS-SHELF-ID (SHELF-IDX)
           END-IF.

       0200-WRITE-ROOMS.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "SHELF SPACE UTILISATION AS AT " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "STORE CLASS        ON SHELF    LIMIT  PCT FULL  FLAG"
               TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE 1 TO WS-STORE-SUB.
           PERFORM UNTIL WS-STORE-SUB > 3
               MOVE 1 TO WS-CLASS-SUB
               PERFORM UNTIL WS-CLASS-SUB > 5
                   PERFORM 0210-WRITE-ONE-ROOM
                   ADD 1 TO WS-CLASS-SUB
               END-PERFORM
               ADD 1 TO WS-STORE-SUB
           END-PERFORM.

       0210-WRITE-ONE-ROOM.
           MOVE SPACES TO SHELF-CAPACITY-REQUEST.
           MOVE 0 TO SCR-UNITS.
           SET SCR-CLASS-QUERY TO TRUE.
           MOVE WS-STORE-CODES (WS-STORE-SUB:1) TO SCR-STORE.
           MOVE WS-CLASS-CODES (WS-CLASS-SUB:1) TO SCR-CLASS.
           CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST.
           MOVE SCR-OCCUPIED TO WS-DISPLAY-OCCUPIED.
           MOVE SPACES TO WS-FLAG.
           IF SCR-UNLIMITED
               MOVE "   NONE" TO WS-LIMIT-TEXT
               MOVE "     N/A" TO WS-PERCENT-TEXT
           ELSE
               MOVE SCR-LIMIT-UNITS TO WS-DISPLAY-LIMIT
               MOVE WS-DISPLAY-LIMIT TO WS-LIMIT-TEXT
               IF SCR-LIMIT-UNITS = 0
                   MOVE "     N/A" TO WS-PERCENT-TEXT
               ELSE
                   COMPUTE WS-PERCENT-FULL ROUNDED =
                       SCR-OCCUPIED * 100 / SCR-LIMIT-UNITS
                       ON SIZE ERROR MOVE 99999.9 TO WS-PERCENT-FULL
                   END-COMPUTE
                   IF WS-PERCENT-FULL < 0
                       MOVE 0 TO WS-PERCENT-FULL
                   END-IF
                   MOVE WS-PERCENT-FULL TO WS-DISPLAY-PERCENT
                   MOVE WS-DISPLAY-PERCENT TO WS-PERCENT-TEXT
               END-IF
               IF SCR-OVER
                   MOVE "*** OVER" TO WS-FLAG
                   ADD 1 TO WS-ROOMS-OVER
               END-IF
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " SCR-STORE (1:1) "   "
               WS-CLASS-NAME (WS-CLASS-SUB) " "
               WS-DISPLAY-OCCUPIED "  " WS-LIMIT-TEXT "  "
               WS-PERCENT-TEXT "  " WS-FLAG
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0250-WRITE-ITEMS-OVER.
      * AN ITEM IS OVER CAPACITY WHEN IT NO LONGER FITS THE TIGHTER
      * OF ITS OWN LIMIT AND ITS CLASS LIMIT IN ITS ROOM - THE SAME
      * TEST receiving APPLIES TO A DELIVERY OF NOTHING.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "ITEMS OVER CAPACITY" TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "STORE ITEM                                     "
               "ON SHELF    LIMIT  BY    OVER BY"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           SET SHELF-IDX TO 1.
           PERFORM UNTIL SHELF-IDX > WS-SHELF-COUNT
               MOVE SPACES TO SHELF-CAPACITY-REQUEST
               MOVE 0 TO SCR-UNITS
               SET SCR-CHECK TO TRUE
               MOVE WS-SHELF-STORE (SHELF-IDX) TO SCR-STORE
               MOVE WS-SHELF-ID (SHELF-IDX) TO SCR-ITEM-ID
               MOVE WS-SHELF-NAME (SHELF-IDX) TO SCR-ITEM-NAME
               CALL "shelf-capacity" USING SHELF-CAPACITY-REQUEST
               IF SCR-OVER
                   PERFORM 0260-WRITE-ONE-ITEM
               END-IF
               SET SHELF-IDX UP BY 1
           END-PERFORM.
           IF WS-ITEMS-OVER = 0
               MOVE "  (NONE)" TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0260-WRITE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-OVER.
           MOVE SCR-OCCUPIED TO WS-DISPLAY-OCCUPIED.
           MOVE SCR-LIMIT-UNITS TO WS-DISPLAY-LIMIT.
           COMPUTE WS-OVER-BY = 0 - SCR-FREE-UNITS.
           MOVE WS-OVER-BY TO WS-DISPLAY-OVER-BY.
           IF SCR-LIMIT-SCOPE = "I"
               MOVE "ITEM" TO WS-SCOPE-TEXT
           ELSE
               MOVE "CLASS" TO WS-SCOPE-TEXT
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " SCR-STORE (1:1) "   "
               WS-SHELF-NAME (SHELF-IDX) (1:40) " "
               WS-DISPLAY-OCCUPIED "  " WS-DISPLAY-LIMIT "  "
               WS-SCOPE-TEXT " " WS-DISPLAY-OVER-BY
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0800-LOG-RESULT.
           MOVE "shelf-utilisation" TO LOG-PROGRAM.
           MOVE "0800-LOG-RESULT" TO LOG-PARAGRAPH.
           MOVE SPACES TO LOG-TEXT.
           IF WS-ROOMS-OVER > 0 OR WS-ITEMS-OVER > 0
               MOVE "W" TO LOG-SEVERITY
               STRING WS-ROOMS-OVER " ROOM/CLASS(ES) AND "
                   WS-ITEMS-OVER " ITEM(S) OVER SHELF CAPACITY - SEE "
                   "shelf-utilisation-report.dat"
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               MOVE "I" TO LOG-SEVERITY
               MOVE "NO STORE ROOM OVER SHELF CAPACITY" TO LOG-TEXT
           END-IF.
           PERFORM 9000-LOG-CONDITION.
