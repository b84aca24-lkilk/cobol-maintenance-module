       IDENTIFICATION DIVISION.
       PROGRAM-ID. "alert-ack".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  TERMINAL ACKNOWLEDGEMENT OF THE ALERTS
      *   alert-monitor HAS PAGED.  LISTS WHAT IS OUTSTANDING ON
      *   alert-status.dat, SIGNS THE OPERATOR ON AGAINST
      *   data/operators.dat (A SHOP WITHOUT THE FILE TAKES THE ID AS
      *   TYPED), AND APPENDS ONE alert-acks.dat RECORD PER ALERT
      *   NUMBER ENTERED.  THE NEXT alert-monitor PASS CLOSES THE
      *   ALERT, WHICH STOPS IT ESCALATING TO THE SUPERVISOR.  EACH
      *   ACKNOWLEDGEMENT IS ALSO LOGGED THROUGH error-logger.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-STATUS ASSIGN "alert-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
             SELECT OPTIONAL FI-ACKS ASSIGN "alert-acks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKS-FILE-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-STATUS.
           COPY "alertsts.cpy".

           FD FI-ACKS.
           COPY "alertack.cpy".

           FD FI-OPERATORS.
           01 FS-OPERATOR-RECORD.
               05 OPR-ID                PIC X(8).
               05 FILLER                PIC X.
               05 OPR-NAME              PIC X(20).
               05 FILLER                PIC X.
               05 OPR-ROLE              PIC 9.

       WORKING-STORAGE SECTION.
           01 WS-STATUS-FILE-STATUS     PIC 99.
               88 WS-STATUS-OK          VALUE 00.
               88 WS-STATUS-EOF         VALUE 10.

           01 WS-ACKS-FILE-STATUS       PIC 99.
               88 WS-ACKS-OK            VALUE 00.

           01 WS-OPERATOR-FILE-STATUS   PIC 99.
               88 WS-OPERATOR-OK        VALUE 00.
               88 WS-OPERATOR-EOF       VALUE 10.

           01 WS-OPERATOR-ID            PIC X(8).
           01 WS-OPR-FOUND-SWITCH       PIC X.
               88 WS-OPR-FOUND          VALUE "Y".

           01 WS-OPEN-COUNT             PIC 9(3) VALUE 0.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ID OCCURS 200 TIMES INDEXED BY OPEN-IDX
                                         PIC 9(6).

           01 WS-ANSWER                 PIC X(6).
           01 WS-ANSWER-DIGITS          PIC X(6) JUSTIFIED RIGHT.
           01 WS-ANSWER-ID REDEFINES WS-ANSWER-DIGITS PIC 9(6).
           01 WS-QUIT-SWITCH            PIC X VALUE "N".
               88 WS-QUIT               VALUE "Y".
           01 WS-FOUND-SWITCH           PIC X.
               88 WS-ALERT-FOUND        VALUE "Y".
           01 WS-ACK-COUNT              PIC 9(3) VALUE 0.

           01 WS-NOW-DATE               PIC 9(8).
           01 WS-NOW-CLOCK.
               05 WS-NOW-HHMMSS          PIC 9(6).
               05 WS-NOW-HUNDREDTHS      PIC 99.

      * SHARED SEVERITY/ERROR-LOG PARAMETER BLOCK (SEE error-logger).
           COPY "errlog.cpy".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-LIST-OPEN-ALERTS.
           IF WS-OPEN-COUNT = 0
               DISPLAY "ALERT-ACK: NO OPEN ALERTS ON alert-status.dat"
               GO TO 0300-RETURN
           END-IF.
           PERFORM 0020-OPERATOR-SIGN-ON THRU 0020-EXIT.

           PERFORM 0100-ACK-ONE-ALERT UNTIL WS-QUIT.
           DISPLAY "ALERT-ACK: " WS-ACK-COUNT " ALERT(S) ACKNOWLEDGED "
               "BY " WS-OPERATOR-ID.

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0010-LIST-OPEN-ALERTS.
           MOVE 0 TO WS-OPEN-COUNT.
           OPEN INPUT FI-STATUS.
           IF WS-STATUS-OK
               READ FI-STATUS AT END SET WS-STATUS-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-STATUS-OK
                   IF ALS-ALERT-ID NUMERIC AND WS-OPEN-COUNT < 200
                       ADD 1 TO WS-OPEN-COUNT
                       SET OPEN-IDX TO WS-OPEN-COUNT
                       MOVE ALS-ALERT-ID TO WS-OPEN-ID (OPEN-IDX)
                       DISPLAY ALS-ALERT-ID " " ALS-STATUS " "
                           ALS-SEVERITY " X" ALS-COUNT " "
                           ALS-LOG-DATE " " ALS-LOG-TIME " "
                           ALS-ONCALL " " ALS-PROGRAM
                       DISPLAY "       " ALS-TEXT
                   END-IF
                   READ FI-STATUS AT END SET WS-STATUS-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-STATUS.

       0020-OPERATOR-SIGN-ON.
           DISPLAY "OPERATOR ID?".
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ALERT-ACK: NO OPERATOR ID - NOTHING "
                   "ACKNOWLEDGED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-OPR-FOUND-SWITCH.
           OPEN INPUT FI-OPERATORS.
           IF NOT WS-OPERATOR-OK
               CLOSE FI-OPERATORS
               GO TO 0020-EXIT
           END-IF.
           READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-OPERATOR-OK
               IF OPR-ID = WS-OPERATOR-ID
                   SET WS-OPR-FOUND TO TRUE
               END-IF
               READ FI-OPERATORS AT END SET WS-OPERATOR-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-OPERATORS.
           IF NOT WS-OPR-FOUND
               DISPLAY "ALERT-ACK: OPERATOR '" WS-OPERATOR-ID
                   "' IS NOT ON data/operators.dat - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0020-EXIT.
           EXIT.

       0100-ACK-ONE-ALERT.
           DISPLAY "ALERT NUMBER TO ACKNOWLEDGE (BLANK TO QUIT)?".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               SET WS-QUIT TO TRUE
           ELSE
      * THE NUMBER MAY BE TYPED WITH OR WITHOUT ITS LEADING ZEROS.
               MOVE SPACES TO WS-ANSWER-DIGITS
               UNSTRING WS-ANSWER DELIMITED BY SPACE
                   INTO WS-ANSWER-DIGITS
               INSPECT WS-ANSWER-DIGITS REPLACING LEADING SPACE BY "0"
               IF WS-ANSWER-DIGITS NUMERIC
                   PERFORM 0110-FIND-OPEN-ALERT
               ELSE
                   MOVE "N" TO WS-FOUND-SWITCH
               END-IF
               IF WS-ALERT-FOUND
                   PERFORM 0120-WRITE-ACK
               ELSE
                   DISPLAY "ALERT-ACK: '" WS-ANSWER "' IS NOT AN "
                       "OPEN ALERT"
               END-IF
           END-IF.

       0110-FIND-OPEN-ALERT.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-ID (OPEN-IDX) = WS-ANSWER-ID
                   SET WS-ALERT-FOUND TO TRUE
               END-IF
               SET OPEN-IDX UP BY 1
           END-PERFORM.

       0120-WRITE-ACK.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           OPEN EXTEND FI-ACKS.
           IF NOT WS-ACKS-OK
               CLOSE FI-ACKS
               OPEN OUTPUT FI-ACKS
           END-IF.
           MOVE SPACES TO FS-ALERT-ACK-RECORD.
           MOVE WS-NOW-DATE TO ACK-DATE.
           MOVE WS-NOW-HHMMSS TO ACK-TIME.
           MOVE WS-ANSWER-ID TO ACK-ALERT-ID.
           MOVE WS-OPERATOR-ID TO ACK-OPERATOR.
           WRITE FS-ALERT-ACK-RECORD.
           CLOSE FI-ACKS.
           ADD 1 TO WS-ACK-COUNT.
           DISPLAY "ALERT-ACK: ALERT " WS-ANSWER-ID " ACKNOWLEDGED".
           MOVE "alert-ack" TO LOG-PROGRAM.
           MOVE "0120-WRITE-ACK" TO LOG-PARAGRAPH.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "ALERT " WS-ANSWER-ID " ACKNOWLEDGED AT THE TERMINAL "
               "BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO LOG-TEXT.
           PERFORM 9000-LOG-CONDITION.
