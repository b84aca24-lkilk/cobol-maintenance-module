       IDENTIFICATION DIVISION.
       PROGRAM-ID. "shelf-capacity".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  SHARED SHELF CAPACITY CHECK.  A STORE ROOM
      *   HOLDS ONLY SO MUCH, BUT NOTHING STOPPED receiving OR A
      *   TRANSFER RECEIPT PUTTING MORE ON THE SHELF THAN THERE IS
      *   SPACE FOR, OR purchasing SUGGESTING AN ORDER THAT COULD NOT
      *   BE PUT AWAY.  THE LIMITS LIVE ON data/shelf-capacity.dat
      *   (SEE SHELFCAP, MAINTAINED BY capacity-maint) PER STORE AND
      *   PER ITEM OR RULE CLASS.  THE CALLER LOADS THE LIMITS ONCE,
      *   TELLS THIS PROGRAM WHAT IS ON EACH SHELF (OCCUPY) AND THEN
      *   ASKS WHETHER MORE WILL FIT (CHECK) - SEE THE SHELFREQ
      *   COPYBOOK.  THE LIMITS AND THE ROOMS STAY IN WORKING-STORAGE
      *   BETWEEN CALLS UNTIL THE NEXT LOAD EMPTIES THEM.  THE ITEM'S
      *   CLASS IS THE SAME PREFIX MATCH ON item-rules.dat THE ENGINES
      *   USE, UNDER THE VERSION IN FORCE ON processing_date.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-CAPACITY
               ASSIGN "data/shelf-capacity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-FILE-STATUS.
             SELECT OPTIONAL FI-RULES ASSIGN "data/item-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-CAPACITY.
           COPY "shelfcap.cpy".

           FD FI-RULES.
           01 FS-RULE-RECORD.
               05 FR-NAME              PIC X(50).
               05 FR-MATCH-LEN         PIC 99.
               05 FR-TYPE               PIC X.
               05 FR-EFFECTIVE          PIC X(8).

           FD FI-MASTER.
           COPY "itemmst.cpy".

       WORKING-STORAGE SECTION.
           01 WS-CAPACITY-FILE-STATUS   PIC 99.
               88 WS-CAPACITY-OK        VALUE 00.
               88 WS-CAPACITY-EOF       VALUE 10.
           01 WS-RULES-FILE-STATUS      PIC 99.
               88 WS-RULES-FILE-OK      VALUE 00.
               88 WS-RULES-EOF          VALUE 10.
           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.

      * LIMITS FROM data/shelf-capacity.dat.
           01 WS-LIMIT-COUNT            PIC 9(4) VALUE 0.
           01 WS-LIMIT-TABLE.
               05 WS-LIMIT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-LIMIT-COUNT
                   INDEXED BY LIMIT-IDX.
                   10 WS-LIMIT-STORE     PIC X(3).
                   10 WS-LIMIT-SCOPE     PIC X.
                   10 WS-LIMIT-KEY       PIC X(6).
                   10 WS-LIMIT-UNITS     PIC 9(5).

      * RULE TABLE IN FORCE ON THE BUSINESS DATE (SEE 0030-LOAD-RULES
      * IN forecast).
           01 WS-RULES-DATE             PIC X(8).
           01 WS-RULE-VERSION           PIC X(8).
           01 WS-RULE-COUNT             PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RULE-IDX.
                   10 WS-RULE-NAME       PIC X(50).
                   10 WS-RULE-MATCH-LEN  PIC 99.
                   10 WS-RULE-TYPE       PIC X.
           01 WS-MATCHED-RULE-TYPE      PIC X.
           01 WS-COMPARE-LEN            PIC 99.

      * ITEM MASTER - NAME TO PERMANENT ITEM NUMBER.
           01 WS-ITEM-COUNT             PIC 9(4) VALUE 0.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-ITEM-COUNT
                   INDEXED BY ITEM-IDX.
                   10 WS-ITEM-ID         PIC 9(6).
                   10 WS-ITEM-NAME       PIC X(50).

      * WHAT IS ON THE SHELVES - UNITS PER STORE AND ITEM NAME, AND
      * PER STORE AND RULE CLASS.
           01 WS-OCC-COUNT              PIC 9(4) VALUE 0.
           01 WS-OCC-TABLE.
               05 WS-OCC-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-OCC-COUNT
                   INDEXED BY OCC-IDX.
                   10 WS-OCC-STORE       PIC X(3).
                   10 WS-OCC-NAME        PIC X(50).
                   10 WS-OCC-ID          PIC X(6).
                   10 WS-OCC-UNITS       PIC S9(7).
           01 WS-ROOM-COUNT             PIC 99 VALUE 0.
           01 WS-ROOM-TABLE.
               05 WS-ROOM-ENTRY OCCURS 0 TO 60 TIMES
                   DEPENDING ON WS-ROOM-COUNT
                   INDEXED BY ROOM-IDX.
                   10 WS-ROOM-STORE      PIC X(3).
                   10 WS-ROOM-CLASS      PIC X.
                   10 WS-ROOM-UNITS      PIC S9(7).

           01 WS-FOUND-SWITCH           PIC X.
               88 WS-ENTRY-FOUND        VALUE "Y".
           01 WS-CHECK-ID               PIC X(6).
           01 WS-ITEM-OCCUPIED          PIC S9(7).
           01 WS-CLASS-OCCUPIED         PIC S9(7).
           01 WS-CANDIDATE-FREE         PIC S9(7).

       LINKAGE SECTION.
           COPY "shelfreq.cpy".

       PROCEDURE DIVISION USING SHELF-CAPACITY-REQUEST.
           IF SCR-STORE = SPACES
               MOVE "A" TO SCR-STORE
           END-IF.
           IF SCR-UNITS NOT NUMERIC
               MOVE 0 TO SCR-UNITS
           END-IF.
           EVALUATE TRUE
               WHEN SCR-LOAD
                   PERFORM 0100-LOAD
               WHEN SCR-OCCUPY
                   PERFORM 0200-OCCUPY
               WHEN SCR-CHECK
                   PERFORM 0300-CHECK
               WHEN SCR-CLASS-QUERY
                   PERFORM 0400-CLASS-QUERY
           END-EVALUATE.
           GOBACK.

       0100-LOAD.
           MOVE 0 TO WS-OCC-COUNT.
           MOVE 0 TO WS-ROOM-COUNT.
           PERFORM 0110-LOAD-LIMITS.
           PERFORM 0120-LOAD-RULES.
           PERFORM 0130-LOAD-MASTER.
           MOVE WS-LIMIT-COUNT TO SCR-LIMIT-COUNT.

       0110-LOAD-LIMITS.
           MOVE 0 TO WS-LIMIT-COUNT.
           OPEN INPUT FI-CAPACITY.
           IF WS-CAPACITY-OK
               READ FI-CAPACITY AT END SET WS-CAPACITY-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-CAPACITY-OK
                   OR WS-LIMIT-COUNT >= 2000
                   IF CAP-MAX-UNITS NUMERIC
                      AND (CAP-IS-ITEM OR CAP-IS-CLASS)
                       ADD 1 TO WS-LIMIT-COUNT
                       SET LIMIT-IDX TO WS-LIMIT-COUNT
                       MOVE CAP-STORE TO WS-LIMIT-STORE (LIMIT-IDX)
                       MOVE CAP-SCOPE TO WS-LIMIT-SCOPE (LIMIT-IDX)
                       MOVE CAP-KEY TO WS-LIMIT-KEY (LIMIT-IDX)
                       MOVE CAP-MAX-UNITS TO WS-LIMIT-UNITS (LIMIT-IDX)
                   END-IF
                   READ FI-CAPACITY AT END SET WS-CAPACITY-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-CAPACITY.

       0120-LOAD-RULES.
      * THE VERSION IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE
      * DATE ON OR BEFORE THE BUSINESS DATE.
           MOVE SPACES TO WS-RULES-DATE.
           ACCEPT WS-RULES-DATE FROM ENVIRONMENT "processing_date".
           IF WS-RULES-DATE NOT NUMERIC
               ACCEPT WS-RULES-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE LOW-VALUES TO WS-RULE-VERSION.
           OPEN INPUT FI-RULES.
           IF WS-RULES-FILE-OK
               READ FI-RULES
               PERFORM UNTIL WS-RULES-EOF
                   IF FR-EFFECTIVE NOT > WS-RULES-DATE
                      AND FR-EFFECTIVE NOT < WS-RULE-VERSION
                       IF FR-EFFECTIVE > WS-RULE-VERSION
                           MOVE FR-EFFECTIVE TO WS-RULE-VERSION
                           MOVE 0 TO WS-RULE-COUNT
                       END-IF
                       IF WS-RULE-COUNT < 20
                           ADD 1 TO WS-RULE-COUNT
                           SET RULE-IDX TO WS-RULE-COUNT
                           MOVE FR-NAME TO WS-RULE-NAME (RULE-IDX)
                           MOVE FR-MATCH-LEN
                               TO WS-RULE-MATCH-LEN (RULE-IDX)
                           MOVE FR-TYPE TO WS-RULE-TYPE (RULE-IDX)
                       END-IF
                   END-IF
                   READ FI-RULES
               END-PERFORM
               CLOSE FI-RULES
           END-IF.

       0130-LOAD-MASTER.
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT FI-MASTER.
           IF WS-MASTER-OK
               READ FI-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-MASTER-OK
                   OR WS-ITEM-COUNT >= 9999
                   ADD 1 TO WS-ITEM-COUNT
                   SET ITEM-IDX TO WS-ITEM-COUNT
                   MOVE MST-ITEM-ID TO WS-ITEM-ID (ITEM-IDX)
                   MOVE MST-ITEM-NAME TO WS-ITEM-NAME (ITEM-IDX)
                   READ FI-MASTER NEXT RECORD
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-MASTER.

       0200-OCCUPY.
           PERFORM 0500-LOOKUP-RULE.
           PERFORM 0510-FIND-OCCUPANCY.
           IF NOT WS-ENTRY-FOUND AND WS-OCC-COUNT < 5000
               ADD 1 TO WS-OCC-COUNT
               SET OCC-IDX TO WS-OCC-COUNT
               MOVE SCR-STORE TO WS-OCC-STORE (OCC-IDX)
               MOVE SCR-ITEM-NAME TO WS-OCC-NAME (OCC-IDX)
               MOVE SPACES TO WS-OCC-ID (OCC-IDX)
               MOVE 0 TO WS-OCC-UNITS (OCC-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
           IF WS-ENTRY-FOUND
               ADD SCR-UNITS TO WS-OCC-UNITS (OCC-IDX)
               IF SCR-ITEM-ID NUMERIC AND SCR-ITEM-ID NOT = "000000"
                   MOVE SCR-ITEM-ID TO WS-OCC-ID (OCC-IDX)
               END-IF
           END-IF.
           PERFORM 0520-FIND-ROOM.
           IF NOT WS-ENTRY-FOUND AND WS-ROOM-COUNT < 60
               ADD 1 TO WS-ROOM-COUNT
               SET ROOM-IDX TO WS-ROOM-COUNT
               MOVE SCR-STORE TO WS-ROOM-STORE (ROOM-IDX)
               MOVE SCR-CLASS TO WS-ROOM-CLASS (ROOM-IDX)
               MOVE 0 TO WS-ROOM-UNITS (ROOM-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
           IF WS-ENTRY-FOUND
               ADD SCR-UNITS TO WS-ROOM-UNITS (ROOM-IDX)
           END-IF.

       0300-CHECK.
      * THE ITEM MUST FIT UNDER ITS OWN LIMIT AND UNDER ITS CLASS
      * LIMIT; THE ROOM LEFT IS WHICHEVER IS TIGHTER.
           PERFORM 0500-LOOKUP-RULE.
           SET SCR-UNLIMITED TO TRUE.
           MOVE 0 TO SCR-FREE-UNITS.
           MOVE 0 TO SCR-LIMIT-UNITS.
           MOVE SPACE TO SCR-LIMIT-SCOPE.
           MOVE 0 TO SCR-OCCUPIED.
           PERFORM 0510-FIND-OCCUPANCY.
           MOVE 0 TO WS-ITEM-OCCUPIED.
           MOVE SCR-ITEM-ID TO WS-CHECK-ID.
           IF WS-ENTRY-FOUND
               MOVE WS-OCC-UNITS (OCC-IDX) TO WS-ITEM-OCCUPIED
               IF WS-CHECK-ID NOT NUMERIC OR WS-CHECK-ID = "000000"
                   MOVE WS-OCC-ID (OCC-IDX) TO WS-CHECK-ID
               END-IF
           END-IF.
           IF WS-CHECK-ID NOT NUMERIC OR WS-CHECK-ID = "000000"
               PERFORM 0530-RESOLVE-ID
           END-IF.
           PERFORM 0520-FIND-ROOM.
           MOVE 0 TO WS-CLASS-OCCUPIED.
           IF WS-ENTRY-FOUND
               MOVE WS-ROOM-UNITS (ROOM-IDX) TO WS-CLASS-OCCUPIED
           END-IF.

           SET LIMIT-IDX TO 1.
           PERFORM UNTIL LIMIT-IDX > WS-LIMIT-COUNT
               IF WS-LIMIT-STORE (LIMIT-IDX) = SCR-STORE
                   IF WS-LIMIT-SCOPE (LIMIT-IDX) = "I"
                      AND WS-LIMIT-KEY (LIMIT-IDX) = WS-CHECK-ID
                       COMPUTE WS-CANDIDATE-FREE =
                           WS-LIMIT-UNITS (LIMIT-IDX) - WS-ITEM-OCCUPIED
                       PERFORM 0310-TAKE-TIGHTER
                   END-IF
                   IF WS-LIMIT-SCOPE (LIMIT-IDX) = "C"
                      AND WS-LIMIT-KEY (LIMIT-IDX) (1:1) = SCR-CLASS
                       COMPUTE WS-CANDIDATE-FREE =
                           WS-LIMIT-UNITS (LIMIT-IDX)
                           - WS-CLASS-OCCUPIED
                       PERFORM 0310-TAKE-TIGHTER
                   END-IF
               END-IF
               SET LIMIT-IDX UP BY 1
           END-PERFORM.
           IF NOT SCR-UNLIMITED
               IF SCR-UNITS > SCR-FREE-UNITS
                   SET SCR-OVER TO TRUE
               ELSE
                   SET SCR-WITHIN TO TRUE
               END-IF
           END-IF.

       0310-TAKE-TIGHTER.
           IF SCR-UNLIMITED OR WS-CANDIDATE-FREE < SCR-FREE-UNITS
               SET SCR-WITHIN TO TRUE
               MOVE WS-CANDIDATE-FREE TO SCR-FREE-UNITS
               MOVE WS-LIMIT-UNITS (LIMIT-IDX) TO SCR-LIMIT-UNITS
               MOVE WS-LIMIT-SCOPE (LIMIT-IDX) TO SCR-LIMIT-SCOPE
               IF WS-LIMIT-SCOPE (LIMIT-IDX) = "I"
                   MOVE WS-ITEM-OCCUPIED TO SCR-OCCUPIED
               ELSE
                   MOVE WS-CLASS-OCCUPIED TO SCR-OCCUPIED
               END-IF
           END-IF.

       0400-CLASS-QUERY.
           SET SCR-UNLIMITED TO TRUE.
           MOVE 0 TO SCR-FREE-UNITS.
           MOVE 0 TO SCR-LIMIT-UNITS.
           MOVE "C" TO SCR-LIMIT-SCOPE.
           MOVE 0 TO SCR-OCCUPIED.
           PERFORM 0520-FIND-ROOM.
           IF WS-ENTRY-FOUND
               MOVE WS-ROOM-UNITS (ROOM-IDX) TO SCR-OCCUPIED
           END-IF.
           SET LIMIT-IDX TO 1.
           PERFORM UNTIL LIMIT-IDX > WS-LIMIT-COUNT
               IF WS-LIMIT-STORE (LIMIT-IDX) = SCR-STORE
                  AND WS-LIMIT-SCOPE (LIMIT-IDX) = "C"
                  AND WS-LIMIT-KEY (LIMIT-IDX) (1:1) = SCR-CLASS
                   MOVE WS-LIMIT-UNITS (LIMIT-IDX) TO SCR-LIMIT-UNITS
                   COMPUTE SCR-FREE-UNITS =
                       WS-LIMIT-UNITS (LIMIT-IDX) - SCR-OCCUPIED
                   IF SCR-FREE-UNITS < 0
                       SET SCR-OVER TO TRUE
                   ELSE
                       SET SCR-WITHIN TO TRUE
                   END-IF
                   SET LIMIT-IDX TO WS-LIMIT-COUNT
               END-IF
               SET LIMIT-IDX UP BY 1
           END-PERFORM.

       0500-LOOKUP-RULE.
      * SAME PREFIX-MATCH LOOKUP AS THE ENGINES' 0420-LOOKUP-RULE.
           MOVE "N" TO WS-MATCHED-RULE-TYPE.
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-MATCH-LEN (RULE-IDX) TO WS-COMPARE-LEN
               IF SCR-ITEM-NAME (1:WS-COMPARE-LEN) =
                  WS-RULE-NAME (RULE-IDX) (1:WS-COMPARE-LEN)
                   MOVE WS-RULE-TYPE (RULE-IDX) TO WS-MATCHED-RULE-TYPE
                   SET RULE-IDX TO WS-RULE-COUNT
               END-IF
               SET RULE-IDX UP BY 1
           END-PERFORM.
           MOVE WS-MATCHED-RULE-TYPE TO SCR-CLASS.

       0510-FIND-OCCUPANCY.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET OCC-IDX TO 1.
           PERFORM UNTIL OCC-IDX > WS-OCC-COUNT OR WS-ENTRY-FOUND
               IF WS-OCC-STORE (OCC-IDX) = SCR-STORE
                  AND WS-OCC-NAME (OCC-IDX) = SCR-ITEM-NAME
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET OCC-IDX UP BY 1
               END-IF
           END-PERFORM.

       0520-FIND-ROOM.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET ROOM-IDX TO 1.
           PERFORM UNTIL ROOM-IDX > WS-ROOM-COUNT OR WS-ENTRY-FOUND
               IF WS-ROOM-STORE (ROOM-IDX) = SCR-STORE
                  AND WS-ROOM-CLASS (ROOM-IDX) = SCR-CLASS
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET ROOM-IDX UP BY 1
               END-IF
           END-PERFORM.

       0530-RESOLVE-ID.
      * A FRESHLY RECEIVED LINE CARRIES ZEROS UNTIL item-register
      * STAMPS IT - THE MASTER KNOWS THE NUMBER BY NAME.
           SET ITEM-IDX TO 1.
           PERFORM UNTIL ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-NAME (ITEM-IDX) = SCR-ITEM-NAME
                   MOVE WS-ITEM-ID (ITEM-IDX) TO WS-CHECK-ID
                   SET ITEM-IDX TO WS-ITEM-COUNT
               END-IF
               SET ITEM-IDX UP BY 1
           END-PERFORM.
