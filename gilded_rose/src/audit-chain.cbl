       IDENTIFICATION DIVISION.
       PROGRAM-ID. "audit-chain".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  SHARED CHAIN-VALUE KEEPER FOR THE APPEND-ONLY
      *   AUDIT AND HISTORY FILES (audit.dat, rules-audit.dat,
      *   item-maint-audit.dat, stock-adjust-history.dat,
      *   disposition-history.dat).  THE AUDITORS' POINT WAS THAT
      *   THEY ARE PLAIN LINE SEQUENTIAL FILES ANYONE WITH AN EDITOR
      *   CAN QUIETLY ALTER OR THIN OUT.  EVERY PROGRAM THAT APPENDS
      *   TO ONE NOW ASKS THIS FOR THE FILE'S LAST CHAIN VALUE BEFORE
      *   IT OPENS EXTEND, THEN HAS EACH NEW RECORD LINKED ONTO IT
      *   AND STAMPS THE RESULT AT THE FILE'S CHAIN COLUMN (SEE THE
      *   AUDCHAIN COPYBOOK).  chain-verify USES THE SAME LINK
      *   ARITHMETIC TO WALK THE FILES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-CHAINED ASSIGN "audit_chain_file"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINED-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-CHAINED.
           01 FS-CHAINED-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-CHAINED-FILE-STATUS    PIC 99.
               88 WS-CHAINED-OK         VALUE 00.
               88 WS-CHAINED-EOF        VALUE 10.

           01 WS-LAST-RECORD            PIC X(200).

      * SHOP KEY, PICKED UP ONCE PER RUN UNIT.
           01 WS-KEY-SWITCH             PIC X VALUE "N".
               88 WS-KEY-LOADED         VALUE "Y".
           01 WS-KEY-TEXT               PIC X(10).
           01 WS-CHAIN-KEY              PIC 9(10) VALUE 0.

      * LINK ARITHMETIC: EACH BYTE FOLDS INTO A RUNNING VALUE KEPT
      * BELOW A 10-DIGIT PRIME, SO THE WORK FIELDS NEVER OVERFLOW.
           01 WS-MODULUS                PIC 9(10) VALUE 9999999967.
           01 WS-MULTIPLIER             PIC 9(3)  VALUE 257.
           01 WS-HASH                   PIC 9(10).
           01 WS-PRODUCT                PIC 9(18).
           01 WS-QUOTIENT               PIC 9(18).
           01 WS-DATA-LENGTH            PIC 9(3).
           01 WS-POS                    PIC 9(3).

       LINKAGE SECTION.
           COPY "audchain.cpy".

       PROCEDURE DIVISION USING CHAIN-REQUEST.
           IF NOT WS-KEY-LOADED
               MOVE SPACES TO WS-KEY-TEXT
               ACCEPT WS-KEY-TEXT FROM ENVIRONMENT "audit_chain_key"
               IF WS-KEY-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-KEY-TEXT) TO WS-CHAIN-KEY
               END-IF
               SET WS-KEY-LOADED TO TRUE
           END-IF.
           IF CHN-COLUMN < 2 OR CHN-COLUMN > 191
               MOVE 0 TO CHN-VALUE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN CHN-FIND-LAST
                   PERFORM 0100-FIND-LAST
               WHEN CHN-LINK-RECORD
                   PERFORM 0200-LINK-RECORD
           END-EVALUATE.

       0300-RETURN.
           GOBACK.

       0100-FIND-LAST.
      * A FILE NOT THERE YET, EMPTY, OR WRITTEN BEFORE CHAINING
      * STARTED (NO DIGITS AT THE CHAIN COLUMN) CHAINS FROM ZERO.
           MOVE 0 TO CHN-PREVIOUS.
           MOVE 0 TO CHN-RECORD-COUNT.
           MOVE SPACES TO WS-LAST-RECORD.
           SET ENVIRONMENT "audit_chain_file" TO CHN-FILE-NAME.
           OPEN INPUT FI-CHAINED.
           IF NOT WS-CHAINED-OK
               CLOSE FI-CHAINED
           ELSE
               READ FI-CHAINED AT END SET WS-CHAINED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CHAINED-EOF
                   ADD 1 TO CHN-RECORD-COUNT
                   MOVE FS-CHAINED-RECORD TO WS-LAST-RECORD
                   READ FI-CHAINED AT END SET WS-CHAINED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FI-CHAINED
           END-IF.
           IF WS-LAST-RECORD (CHN-COLUMN:10) NUMERIC
               MOVE WS-LAST-RECORD (CHN-COLUMN:10) TO CHN-PREVIOUS
           END-IF.

       0200-LINK-RECORD.
      * PREVIOUS VALUE AND SHOP KEY FIRST, THEN EVERY BYTE UP TO THE
      * SPACE BEFORE THE CHAIN COLUMN.  TRAILING SPACES COUNT - A
      * LINE SEQUENTIAL READ PADS THEM BACK, SO THE VERIFIER SEES
      * THE SAME BYTES THE WRITER LINKED.
           COMPUTE WS-PRODUCT = CHN-PREVIOUS + WS-CHAIN-KEY.
           DIVIDE WS-PRODUCT BY WS-MODULUS
               GIVING WS-QUOTIENT REMAINDER WS-HASH.
           COMPUTE WS-DATA-LENGTH = CHN-COLUMN - 2.
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-DATA-LENGTH
               COMPUTE WS-PRODUCT = WS-HASH * WS-MULTIPLIER
                   + FUNCTION ORD (CHN-RECORD (WS-POS:1))
               DIVIDE WS-PRODUCT BY WS-MODULUS
                   GIVING WS-QUOTIENT REMAINDER WS-HASH
           END-PERFORM.
           MOVE WS-HASH TO CHN-VALUE.
           MOVE WS-HASH TO CHN-PREVIOUS.
