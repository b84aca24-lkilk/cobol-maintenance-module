       IDENTIFICATION DIVISION.
       PROGRAM-ID. "rules-pending".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  LISTS THE RULES-TABLE CHANGES STAGED BUT NOT
      *   YET IN FORCE.  data/item-rules.dat HOLDS WHOLE VERSIONS OF
      *   THE TABLE, EACH ROW STAMPED WITH THE DATE ITS VERSION TAKES
      *   EFFECT (SEE rules-maint).  THIS REPORT FINDS THE VERSION IN
      *   FORCE ON processing_date (TODAY WHEN UNSET) AND, FOR EVERY
      *   LATER VERSION IN DATE ORDER, SAYS WHEN IT GOES LIVE AND HOW
      *   EACH OF ITS RULES DIFFERS FROM THE TABLE IN FORCE TODAY -
      *   NEW RULE, TYPE CHANGED, MATCH LENGTH CHANGED OR UNCHANGED -
      *   FOLLOWED BY THE RULES IN FORCE TODAY THAT THE VERSION
      *   DROPS.  WRITTEN TO rules-pending.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "rules-pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-REPORT.
           01 FS-REPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.

      * EVERY ROW ON FILE, ALL VERSIONS, IN FILE ORDER.
           01 WS-ROW-COUNT              PIC 9(4) VALUE 0.
           01 WS-ROW-TABLE.
               05 WS-ROW-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-ROW-COUNT
                   INDEXED BY ROW-IDX CUR-IDX.
                   10 WS-ROW-NAME        PIC X(50).
                   10 WS-ROW-MATCH-LEN   PIC 99.
                   10 WS-ROW-TYPE        PIC X.
                   10 WS-ROW-EFFECTIVE   PIC X(8).
                   10 WS-ROW-SEEN        PIC X.

           01 WS-IN-FORCE-VERSION       PIC X(8).
           01 WS-PENDING-VERSION        PIC X(8).
           01 WS-NEXT-VERSION           PIC X(8).
           01 WS-PENDING-COUNT          PIC 9(3) VALUE 0.
           01 WS-VERSION-ROWS           PIC 99.
           01 WS-CHANGE-TEXT            PIC X(30).

           01 WS-FOUND-SWITCH           PIC X.
               88 WS-FOUND              VALUE "Y".

           01 WS-CURRENT-DATE           PIC X(8).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-CURRENT-DATE.
           ACCEPT WS-CURRENT-DATE FROM ENVIRONMENT "processing_date".
           IF WS-CURRENT-DATE NOT NUMERIC
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0110-LOAD-ALL-VERSIONS.
           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "PENDING RULES-TABLE CHANGES AS OF " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           IF WS-IN-FORCE-VERSION = SPACES
               MOVE "VERSION IN FORCE: ORIGINAL TABLE (NO DATE)"
                   TO FS-REPORT-RECORD
           ELSE
               IF WS-IN-FORCE-VERSION = LOW-VALUES
                   MOVE "VERSION IN FORCE: NONE - NO RULES APPLY TODAY"
                       TO FS-REPORT-RECORD
               ELSE
                   STRING "VERSION IN FORCE: EFFECTIVE "
                       WS-IN-FORCE-VERSION
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
               END-IF
           END-IF.
           WRITE FS-REPORT-RECORD.

      * EACH LATER VERSION IN TURN: THE SMALLEST EFFECTIVE DATE
      * AFTER THE ONE JUST REPORTED.
           MOVE WS-CURRENT-DATE TO WS-PENDING-VERSION.
           PERFORM 0120-FIND-NEXT-VERSION.
           PERFORM UNTIL WS-NEXT-VERSION = HIGH-VALUES
               MOVE WS-NEXT-VERSION TO WS-PENDING-VERSION
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 0200-REPORT-VERSION
               PERFORM 0120-FIND-NEXT-VERSION
           END-PERFORM.

           IF WS-PENDING-COUNT = 0
               MOVE SPACES TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               MOVE "NO CHANGES STAGED" TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.
           CLOSE FI-REPORT.
           DISPLAY "RULES-PENDING: " WS-PENDING-COUNT
               " VERSION(S) STAGED AFTER " WS-CURRENT-DATE
               " - SEE rules-pending.dat".

       0300-RETURN.
           GOBACK.

       0110-LOAD-ALL-VERSIONS.
      * LOW-VALUES IN WS-IN-FORCE-VERSION MEANS NO ROW IS IN FORCE;
      * SPACES IS THE ORIGINAL, UNDATED TABLE.
           MOVE LOW-VALUES TO WS-IN-FORCE-VERSION.
           OPEN INPUT FI-RULES.
           IF WS-RULES-FILE-OK
               READ FI-RULES AT END SET WS-RULES-EOF TO TRUE END-READ
               PERFORM UNTIL NOT WS-RULES-FILE-OK
                   OR WS-ROW-COUNT >= 500
                   ADD 1 TO WS-ROW-COUNT
                   SET ROW-IDX TO WS-ROW-COUNT
                   MOVE FR-NAME TO WS-ROW-NAME (ROW-IDX)
                   MOVE FR-MATCH-LEN TO WS-ROW-MATCH-LEN (ROW-IDX)
                   MOVE FR-TYPE TO WS-ROW-TYPE (ROW-IDX)
                   MOVE FR-EFFECTIVE TO WS-ROW-EFFECTIVE (ROW-IDX)
                   IF FR-EFFECTIVE NOT > WS-CURRENT-DATE
                      AND FR-EFFECTIVE > WS-IN-FORCE-VERSION
                       MOVE FR-EFFECTIVE TO WS-IN-FORCE-VERSION
                   END-IF
                   READ FI-RULES AT END SET WS-RULES-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RULES.

       0120-FIND-NEXT-VERSION.
           MOVE HIGH-VALUES TO WS-NEXT-VERSION.
           SET ROW-IDX TO 1.
           PERFORM UNTIL ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-EFFECTIVE (ROW-IDX) > WS-PENDING-VERSION
                  AND WS-ROW-EFFECTIVE (ROW-IDX) < WS-NEXT-VERSION
                   MOVE WS-ROW-EFFECTIVE (ROW-IDX) TO WS-NEXT-VERSION
               END-IF
               SET ROW-IDX UP BY 1
           END-PERFORM.

       0200-REPORT-VERSION.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "VERSION TAKING EFFECT " WS-PENDING-VERSION ":"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE 0 TO WS-VERSION-ROWS.
           SET CUR-IDX TO 1.
           PERFORM UNTIL CUR-IDX > WS-ROW-COUNT
               MOVE "N" TO WS-ROW-SEEN (CUR-IDX)
               SET CUR-IDX UP BY 1
           END-PERFORM.

           SET ROW-IDX TO 1.
           PERFORM UNTIL ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-EFFECTIVE (ROW-IDX) = WS-PENDING-VERSION
                   ADD 1 TO WS-VERSION-ROWS
                   PERFORM 0210-COMPARE-ROW
               END-IF
               SET ROW-IDX UP BY 1
           END-PERFORM.

      * RULES IN FORCE TODAY THAT THE NEW VERSION DOES NOT CARRY.
           SET CUR-IDX TO 1.
           PERFORM UNTIL CUR-IDX > WS-ROW-COUNT
               IF WS-ROW-EFFECTIVE (CUR-IDX) = WS-IN-FORCE-VERSION
                  AND WS-ROW-SEEN (CUR-IDX) NOT = "Y"
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING "  " WS-ROW-NAME (CUR-IDX) " "
                       WS-ROW-MATCH-LEN (CUR-IDX) " "
                       WS-ROW-TYPE (CUR-IDX) "  DROPPED"
                       DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               SET CUR-IDX UP BY 1
           END-PERFORM.

           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " WS-VERSION-ROWS " RULE(S) IN THIS VERSION"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0210-COMPARE-ROW.
      * MATCHED BY RULE NAME AGAINST THE VERSION IN FORCE TODAY.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET CUR-IDX TO 1.
           PERFORM UNTIL CUR-IDX > WS-ROW-COUNT OR WS-FOUND
               IF WS-ROW-EFFECTIVE (CUR-IDX) = WS-IN-FORCE-VERSION
                  AND WS-ROW-NAME (CUR-IDX) = WS-ROW-NAME (ROW-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   SET CUR-IDX UP BY 1
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CHANGE-TEXT.
           IF NOT WS-FOUND
               MOVE "NEW RULE" TO WS-CHANGE-TEXT
           ELSE
               MOVE "Y" TO WS-ROW-SEEN (CUR-IDX)
               IF WS-ROW-TYPE (CUR-IDX) NOT = WS-ROW-TYPE (ROW-IDX)
                   STRING "TYPE " WS-ROW-TYPE (CUR-IDX) " TO "
                       WS-ROW-TYPE (ROW-IDX)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               ELSE
                   IF WS-ROW-MATCH-LEN (CUR-IDX) NOT =
                      WS-ROW-MATCH-LEN (ROW-IDX)
                       STRING "MATCH LENGTH "
                           WS-ROW-MATCH-LEN (CUR-IDX) " TO "
                           WS-ROW-MATCH-LEN (ROW-IDX)
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   ELSE
                       MOVE "UNCHANGED" TO WS-CHANGE-TEXT
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "  " WS-ROW-NAME (ROW-IDX) " "
               WS-ROW-MATCH-LEN (ROW-IDX) " "
               WS-ROW-TYPE (ROW-IDX) "  " WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
