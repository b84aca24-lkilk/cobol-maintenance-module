       IDENTIFICATION DIVISION.
       PROGRAM-ID. "integrity-sweep".

      * MODIFICATION HISTORY:
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - NEW PROGRAM.  WEEKLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP.
      *   file-audit PROVES THE CONTROL FILES BEFORE STEP 1, BUT
      *   NOTHING CHECKED THAT THE WORKING FILES AGREE WITH EACH
      *   OTHER - AN in.dat RECORD CARRYING AN ITEM NUMBER THE MASTER
      *   NEVER ISSUED OR HAS SINCE DEACTIVATED, A LOT lot-control.dat
      *   NEVER HANDED OUT, STOCK IN TRANSIT FOR A DEAD ITEM, AN OPEN
      *   PO LINE WITH A SUPPLIER WE NO LONGER DEAL WITH, HOLDS AND
      *   PENDING WRITE-OFFS FOR STOCK THAT IS NO LONGER ON THE SHELF.
      *   THIS STEP CROSS-CHECKS in.dat, THE ITEM MASTER,
      *   lot-control.dat, in-transit.dat, open-po.dat,
      *   reservations.dat, pending-disposals.dat AND
      *   disposition-history.dat, LISTS EVERY ORPHAN BY CATEGORY ON
      *   integrity-report.dat, AND LOGS EACH CATEGORY'S COUNT
      *   THROUGH error-logger (I WHEN CLEAN, ELSE THE CATEGORY'S OWN
      *   SEVERITY) PLUS A SUMMARY LINE ops-dashboard PICKS UP.
      *   READ-ONLY - IT REPAIRS NOTHING.  RETURN CODE 8 WHEN A
      *   SEVERE CATEGORY (in.dat ITSELF) HAS ORPHANS, 4 FOR
      *   WARNINGS ONLY, 0 WHEN CLEAN.  RUN WEEKLY BY job-scheduler.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-MASTER ASSIGN "data/item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ITEM-ID
               ALTERNATE RECORD KEY IS MST-ITEM-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
             SELECT OPTIONAL FI-SUPPLIERS ASSIGN "data/suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
             SELECT OPTIONAL FI-LOTCTL ASSIGN "lot-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTCTL-FILE-STATUS.
             SELECT OPTIONAL FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
             SELECT OPTIONAL FI-TRANSIT ASSIGN "in-transit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-FILE-STATUS.
             SELECT OPTIONAL FI-OPENPO ASSIGN "open-po.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-FILE-STATUS.
             SELECT OPTIONAL FI-RESERVATIONS ASSIGN "reservations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-FILE-STATUS.
             SELECT OPTIONAL FI-PENDING ASSIGN "pending-disposals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
             SELECT OPTIONAL FI-DSPHIST
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPHIST-FILE-STATUS.
             SELECT FI-REPORT ASSIGN "integrity-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-MASTER.
           COPY "itemmst.cpy".

           FD FI-SUPPLIERS.
           01 FS-SUPPLIER-RECORD.
               05 SUP-CODE              PIC X(6).
               05 FILLER                PIC X.
               05 SUP-NAME              PIC X(30).
               05 FILLER                PIC X.
               05 SUP-ACTIVE            PIC X.
               05 FILLER                PIC X.
               05 SUP-INSPECT           PIC X.

           FD FI-LOTCTL.
           01 FS-LOTCTL-RECORD.
               05 LOT-NEXT              PIC 9(6).

           FD FI-IN-ITEMS.
           01 FS-IN-ITEM PIC X(84).

           FD FI-TRANSIT.
           01 FS-TRANSIT-RECORD.
               05 TRN-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 TRN-FROM-STORE        PIC X(3).
               05 FILLER                PIC X.
               05 TRN-TO-STORE          PIC X(3).
               05 FILLER                PIC X.
               05 TRN-QTY               PIC 9(5).
               05 FILLER                PIC X.
               05 TRN-DATE              PIC X(8).

           FD FI-OPENPO.
           01 FS-OPENPO-RECORD.
               05 PO-ITEM-ID            PIC X(6).
               05 FILLER                PIC X.
               05 PO-ITEM-NAME          PIC X(50).
               05 FILLER                PIC X.
               05 PO-QTY                PIC X(5).
               05 FILLER                PIC X.
               05 PO-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 PO-NUMBER             PIC X(8).
               05 FILLER                PIC X.
               05 PO-SUPPLIER           PIC X(6).
               05 FILLER                PIC X.
               05 PO-UNIT-COST          PIC X(7).

           FD FI-RESERVATIONS.
           COPY "resvrec.cpy".

           FD FI-PENDING.
           01 FS-PENDING-RECORD.
               05 PND-ITEM-ID           PIC X(6).
               05 FILLER                PIC X.
               05 PND-ITEM-NAME         PIC X(50).
               05 FILLER                PIC X.
               05 PND-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 PND-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 PND-LOT               PIC X(6).

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
           01 FS-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE-STATUS     PIC 99.
               88 WS-MASTER-OK          VALUE 00.
               88 WS-MASTER-EOF         VALUE 10.
               88 WS-MASTER-ABSENT      VALUE 05 35.

           01 WS-SUPPLIER-FILE-STATUS   PIC 99.
               88 WS-SUPPLIER-OK        VALUE 00.
               88 WS-SUPPLIER-EOF       VALUE 10.

           01 WS-LOTCTL-FILE-STATUS     PIC 99.
               88 WS-LOTCTL-OK          VALUE 00.
               88 WS-LOTCTL-EOF         VALUE 10.

           01 WS-IN-FILE-STATUS         PIC 99.
               88 WS-IN-OK              VALUE 00.
               88 WS-IN-EOF             VALUE 10.

           01 WS-TRANSIT-FILE-STATUS    PIC 99.
               88 WS-TRANSIT-OK         VALUE 00.
               88 WS-TRANSIT-EOF        VALUE 10.

           01 WS-OPENPO-FILE-STATUS     PIC 99.
               88 WS-OPENPO-OK          VALUE 00.
               88 WS-OPENPO-EOF         VALUE 10.

           01 WS-RESERVATION-FILE-STATUS PIC 99.
               88 WS-RESERVATION-OK     VALUE 00.
               88 WS-RESERVATION-EOF    VALUE 10.

           01 WS-PENDING-FILE-STATUS    PIC 99.
               88 WS-PENDING-OK         VALUE 00.
               88 WS-PENDING-EOF        VALUE 10.

           01 WS-DSPHIST-FILE-STATUS    PIC 99.
               88 WS-DSPHIST-OK         VALUE 00.
               88 WS-DSPHIST-EOF        VALUE 10.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE           PIC X(8).

      * EVERY ROW OF THE ITEM MASTER: ITEM NUMBER AND STATUS ONLY.
      * "N" IN WS-MASTER-SWITCH MEANS NO MASTER COULD BE READ AND THE
      * ITEM-NUMBER CHECKS ARE PASSED OVER.
           01 WS-MASTER-SWITCH          PIC X VALUE "N".
               88 WS-MASTER-LOADED      VALUE "Y".
           01 WS-MST-COUNT              PIC 9(4) VALUE 0.
           01 WS-MST-TABLE.
               05 WS-MST-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-MST-COUNT
                   INDEXED BY MST-IDX.
                   10 WS-MST-ID          PIC X(6).
                   10 WS-MST-STATUS      PIC X.

      * SUPPLIER MASTER (CODE AND ACTIVE FLAG).  NO FILE DISABLES THE
      * SUPPLIER CHECK, THE SAME AS receiving'S SUPPLIER EDIT.
           01 WS-SUPPLIER-COUNT         PIC 9(3) VALUE 0.
           01 WS-SUPPLIER-TABLE.
               05 WS-SUPPLIER-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SUPPLIER-COUNT
                   INDEXED BY SUPPLIER-IDX.
                   10 WS-SUPPLIER-CODE   PIC X(6).
                   10 WS-SUPPLIER-ACTIVE PIC X.

      * THE NEXT LOT NUMBER receiving WILL ISSUE - EVERY LOT FROM 1 UP
      * TO ONE BELOW IT HAS BEEN HANDED OUT.  NO lot-control.dat
      * MEANS receiving HAS NEVER ISSUED A LOT AND THE LOT CHECKS ARE
      * PASSED OVER.
           01 WS-LOTCTL-SWITCH          PIC X VALUE "N".
               88 WS-LOTCTL-LOADED      VALUE "Y".
           01 WS-NEXT-LOT               PIC 9(6) VALUE 0.

      * WHAT IS ON THE SHELF TONIGHT, ONE ROW PER in.dat RECORD, FOR
      * THE RESERVATION AND PENDING-DISPOSAL CHECKS.
           01 WS-OH-COUNT               PIC 9(4) VALUE 0.
           01 WS-OH-TABLE.
               05 WS-OH-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-OH-COUNT
                   INDEXED BY OH-IDX.
                   10 WS-OH-ID           PIC X(6).
                   10 WS-OH-NAME         PIC X(50).
                   10 WS-OH-STORE        PIC X(3).
                   10 WS-OH-LOT          PIC X(6).
                   10 WS-OH-UNITS        PIC 9(5).

      * ORPHAN CATEGORIES: CODE, SEVERITY WHEN ANY ARE FOUND, AND THE
      * TEXT FOR THE REPORT SUMMARY AND THE LOG LINE.  in.dat FEEDS
      * EVERY NIGHTLY STEP, SO ITS ORPHANS ARE SEVERE; THE REST ARE
      * WARNINGS FOR THE OWNING DESK TO CLEAR.
           01 WS-CATEGORY-VALUES.
               05 FILLER PIC X(60) VALUE
               "IN-NOID   WIN.DAT RECORD WITH NO ITEM NUMBER".
               05 FILLER PIC X(60) VALUE
               "IN-NOMST  SIN.DAT ITEM NUMBER NOT ON THE MASTER".
               05 FILLER PIC X(60) VALUE
               "IN-INACT  SIN.DAT ITEM DEACTIVATED ON THE MASTER".
               05 FILLER PIC X(60) VALUE
               "IN-BADLOT SIN.DAT LOT NEVER ISSUED BY LOT CONTROL".
               05 FILLER PIC X(60) VALUE
               "TR-NOMST  WIN-TRANSIT ITEM NOT ON THE MASTER".
               05 FILLER PIC X(60) VALUE
               "TR-INACT  WIN-TRANSIT ITEM DEACTIVATED".
               05 FILLER PIC X(60) VALUE
               "TR-BADLOT WIN-TRANSIT LOT NEVER ISSUED".
               05 FILLER PIC X(60) VALUE
               "PO-ITEM   WOPEN PO ITEM MISSING OR DEACTIVATED".
               05 FILLER PIC X(60) VALUE
               "PO-SUPP   WOPEN PO SUPPLIER UNKNOWN OR INACTIVE".
               05 FILLER PIC X(60) VALUE
               "RS-NOSTK  WOPEN RESERVATION WITH NOTHING ON HAND".
               05 FILLER PIC X(60) VALUE
               "PD-NOSTK  WPENDING DISPOSAL WITH NOTHING ON HAND".
               05 FILLER PIC X(60) VALUE
               "HS-NOMST  WHISTORY ITEM NUMBER NOT ON THE MASTER".
               05 FILLER PIC X(60) VALUE
               "HS-BADLOT WHISTORY LOT NEVER ISSUED".
           01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
               05 WS-CAT-ENTRY OCCURS 13 TIMES
                   INDEXED BY CAT-IDX.
                   10 WS-CAT-CODE        PIC X(10).
                   10 WS-CAT-SEVERITY    PIC X.
                   10 WS-CAT-TEXT        PIC X(49).
           01 WS-CAT-COUNTS.
               05 WS-CAT-COUNT OCCURS 13 TIMES PIC 9(5).

           01 WS-CAT-IN-NOID            PIC 99 VALUE 1.
           01 WS-CAT-IN-NOMST           PIC 99 VALUE 2.
           01 WS-CAT-IN-INACT           PIC 99 VALUE 3.
           01 WS-CAT-IN-BADLOT          PIC 99 VALUE 4.
           01 WS-CAT-TR-NOMST           PIC 99 VALUE 5.
           01 WS-CAT-TR-INACT           PIC 99 VALUE 6.
           01 WS-CAT-TR-BADLOT          PIC 99 VALUE 7.
           01 WS-CAT-PO-ITEM            PIC 99 VALUE 8.
           01 WS-CAT-PO-SUPP            PIC 99 VALUE 9.
           01 WS-CAT-RS-NOSTK           PIC 99 VALUE 10.
           01 WS-CAT-PD-NOSTK           PIC 99 VALUE 11.
           01 WS-CAT-HS-NOMST           PIC 99 VALUE 12.
           01 WS-CAT-HS-BADLOT          PIC 99 VALUE 13.

      * ONE ORPHAN, AS HANDED TO 0900-REPORT-ORPHAN.
           01 WS-ORPHAN-CAT             PIC 99.
           01 WS-ORPHAN-FILE            PIC X(23).
           01 WS-ORPHAN-ID              PIC X(6).
           01 WS-ORPHAN-LOT             PIC X(6).
           01 WS-ORPHAN-DETAIL          PIC X(60).

           01 WS-ROW-NUMBER             PIC 9(6).
           01 WS-WORK-ID                PIC X(6).
           01 WS-WORK-NAME              PIC X(50).
           01 WS-WORK-STORE             PIC X(3).
           01 WS-WORK-LOT               PIC X(6).
           01 WS-WORK-LOT-NUM REDEFINES WS-WORK-LOT PIC 9(6).
           01 WS-QTY-TEXT               PIC X(5).
           01 WS-ITEM-UNITS             PIC 9(5).

           01 WS-LOOKUP-RESULT          PIC X.
               88 WS-ID-ACTIVE          VALUE "A".
               88 WS-ID-INACTIVE        VALUE "I".
               88 WS-ID-UNKNOWN         VALUE "N".

           01 WS-LOT-SWITCH             PIC X.
               88 WS-LOT-ISSUED         VALUE "Y".
               88 WS-LOT-NOT-ISSUED     VALUE "N".

           01 WS-STOCK-SWITCH           PIC X.
               88 WS-STOCK-FOUND        VALUE "Y".

           01 WS-ORPHAN-TOTAL           PIC 9(6) VALUE 0.
           01 WS-CATEGORIES-HIT         PIC 99 VALUE 0.
           01 WS-SEVERE-SWITCH          PIC X VALUE "N".
               88 WS-SEVERE-FOUND       VALUE "Y".
           01 WS-DISPLAY-COUNT          PIC ZZZZ9.

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
           MOVE ZEROES TO WS-CAT-COUNTS.

           OPEN OUTPUT FI-REPORT.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "CROSS-FILE INTEGRITY SWEEP FOR " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

           PERFORM 0100-LOAD-MASTER THRU 0100-EXIT.
           PERFORM 0110-LOAD-SUPPLIERS.
           PERFORM 0120-READ-LOT-CONTROL.

           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "CATEGORY   FILE                    ROW    ITEM   "
               "LOT    DETAIL"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

           PERFORM 0200-SWEEP-IN-ITEMS.
           PERFORM 0300-SWEEP-TRANSIT.
           PERFORM 0400-SWEEP-OPEN-POS.
           PERFORM 0500-SWEEP-RESERVATIONS.
           PERFORM 0600-SWEEP-PENDING.
           PERFORM 0700-SWEEP-HISTORY.
           PERFORM 0800-WRITE-SUMMARY.
           CLOSE FI-REPORT.

           IF WS-SEVERE-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ORPHAN-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "INTEGRITY-SWEEP: " WS-ORPHAN-TOTAL
               " ORPHAN(S) IN " WS-CATEGORIES-HIT
               " CATEGORY(IES) - SEE integrity-report.dat".

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0100-LOAD-MASTER.
      * NO MASTER AT ALL (05/35) IS A SHOP THAT HAS NOT REGISTERED
      * YET; ONE THAT WILL NOT OPEN IS file-audit'S BUSINESS.  EITHER
      * WAY THE ITEM-NUMBER CHECKS CANNOT BE MADE AND THE REPORT SAYS
      * SO.
           OPEN INPUT FI-MASTER.
           IF NOT WS-MASTER-OK
               CLOSE FI-MASTER
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "ITEM MASTER NOT AVAILABLE (FILE STATUS "
                   WS-MASTER-FILE-STATUS
                   ") - ITEM NUMBER CHECKS NOT MADE"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               IF NOT WS-MASTER-ABSENT
                   MOVE "integrity-sweep" TO LOG-PROGRAM
                   MOVE "0100-LOAD-MASTER" TO LOG-PARAGRAPH
                   MOVE "W" TO LOG-SEVERITY
                   MOVE SPACES TO LOG-TEXT
                   STRING "ITEM MASTER WILL NOT OPEN - FILE STATUS "
                       WS-MASTER-FILE-STATUS
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM 9000-LOG-CONDITION
               END-IF
               GO TO 0100-EXIT
           END-IF.
           SET WS-MASTER-LOADED TO TRUE.
           READ FI-MASTER NEXT RECORD
               AT END SET WS-MASTER-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NOT WS-MASTER-OK
               OR WS-MST-COUNT >= 9999
               ADD 1 TO WS-MST-COUNT
               SET MST-IDX TO WS-MST-COUNT
               MOVE MST-ITEM-ID TO WS-MST-ID (MST-IDX)
               MOVE MST-STATUS TO WS-MST-STATUS (MST-IDX)
               READ FI-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FI-MASTER.

       0100-EXIT.
           EXIT.

       0110-LOAD-SUPPLIERS.
           OPEN INPUT FI-SUPPLIERS.
           IF WS-SUPPLIER-OK
               READ FI-SUPPLIERS AT END SET WS-SUPPLIER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-SUPPLIER-OK
                   OR WS-SUPPLIER-COUNT >= 500
                   IF SUP-CODE NOT = SPACES
                       ADD 1 TO WS-SUPPLIER-COUNT
                       SET SUPPLIER-IDX TO WS-SUPPLIER-COUNT
                       MOVE SUP-CODE
                           TO WS-SUPPLIER-CODE (SUPPLIER-IDX)
                       MOVE SUP-ACTIVE
                           TO WS-SUPPLIER-ACTIVE (SUPPLIER-IDX)
                   END-IF
                   READ FI-SUPPLIERS AT END SET WS-SUPPLIER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-SUPPLIERS.

       0120-READ-LOT-CONTROL.
           OPEN INPUT FI-LOTCTL.
           IF WS-LOTCTL-OK
               READ FI-LOTCTL AT END SET WS-LOTCTL-EOF TO TRUE
               END-READ
               IF WS-LOTCTL-OK AND LOT-NEXT NUMERIC
                   MOVE LOT-NEXT TO WS-NEXT-LOT
                   SET WS-LOTCTL-LOADED TO TRUE
               END-IF
           END-IF.
           CLOSE FI-LOTCTL.
           IF NOT WS-LOTCTL-LOADED
               MOVE SPACES TO FS-REPORT-RECORD
               STRING "NO LOT CONTROL RECORD - LOT CHECKS NOT MADE"
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF.

       0200-SWEEP-IN-ITEMS.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE "in.dat" TO WS-ORPHAN-FILE.
           OPEN INPUT FI-IN-ITEMS.
           IF WS-IN-OK
               READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-IN-OK
                   ADD 1 TO WS-ROW-NUMBER
                   PERFORM 0210-CHECK-IN-ITEM
                   READ FI-IN-ITEMS AT END SET WS-IN-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-IN-ITEMS.

       0210-CHECK-IN-ITEM.
           MOVE FS-IN-ITEM (72:6) TO WS-WORK-ID.
           MOVE FS-IN-ITEM (79:6) TO WS-WORK-LOT.
           MOVE FS-IN-ITEM (11:50) TO WS-WORK-NAME.
           MOVE FS-IN-ITEM (68:3) TO WS-WORK-STORE.
           IF WS-WORK-STORE = SPACES
               MOVE "A" TO WS-WORK-STORE
           END-IF.
      * A RECORD FROM BEFORE ITEM-QTY EXISTED IS ONE UNIT (ITEMOUT).
           MOVE FS-IN-ITEM (62:5) TO WS-QTY-TEXT.
           IF WS-QTY-TEXT NUMERIC
               MOVE WS-QTY-TEXT TO WS-ITEM-UNITS
           ELSE
               MOVE 1 TO WS-ITEM-UNITS
           END-IF.
           IF WS-OH-COUNT < 9999
               ADD 1 TO WS-OH-COUNT
               SET OH-IDX TO WS-OH-COUNT
               MOVE WS-WORK-ID TO WS-OH-ID (OH-IDX)
               MOVE WS-WORK-NAME TO WS-OH-NAME (OH-IDX)
               MOVE WS-WORK-STORE TO WS-OH-STORE (OH-IDX)
               MOVE WS-WORK-LOT TO WS-OH-LOT (OH-IDX)
               MOVE WS-ITEM-UNITS TO WS-OH-UNITS (OH-IDX)
           END-IF.
           MOVE WS-WORK-ID TO WS-ORPHAN-ID.
           MOVE WS-WORK-LOT TO WS-ORPHAN-LOT.
           MOVE WS-WORK-NAME TO WS-ORPHAN-DETAIL.
           IF WS-MASTER-LOADED
               IF WS-WORK-ID = SPACES
                   MOVE WS-CAT-IN-NOID TO WS-ORPHAN-CAT
                   PERFORM 0900-REPORT-ORPHAN
               ELSE
                   PERFORM 0910-LOOKUP-MASTER
                   IF WS-ID-UNKNOWN
                       MOVE WS-CAT-IN-NOMST TO WS-ORPHAN-CAT
                       PERFORM 0900-REPORT-ORPHAN
                   END-IF
                   IF WS-ID-INACTIVE
                       MOVE WS-CAT-IN-INACT TO WS-ORPHAN-CAT
                       PERFORM 0900-REPORT-ORPHAN
                   END-IF
               END-IF
           END-IF.
           PERFORM 0920-CHECK-LOT THRU 0920-EXIT.
           IF WS-LOT-NOT-ISSUED
               MOVE WS-CAT-IN-BADLOT TO WS-ORPHAN-CAT
               PERFORM 0900-REPORT-ORPHAN
           END-IF.

       0300-SWEEP-TRANSIT.
      * STOCK ON THE ROAD BETWEEN STORES (SEE transfer).  A PRE-ID
      * ROW (BLANK ITEM NUMBER) IS LEFT TO THE RECEIVING STORE.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE "in-transit.dat" TO WS-ORPHAN-FILE.
           OPEN INPUT FI-TRANSIT.
           IF WS-TRANSIT-OK
               READ FI-TRANSIT AT END SET WS-TRANSIT-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-TRANSIT-OK
                   ADD 1 TO WS-ROW-NUMBER
                   MOVE TRN-RAW-RECORD (72:6) TO WS-WORK-ID
                   MOVE TRN-RAW-RECORD (79:6) TO WS-WORK-LOT
                   MOVE WS-WORK-ID TO WS-ORPHAN-ID
                   MOVE WS-WORK-LOT TO WS-ORPHAN-LOT
                   MOVE SPACES TO WS-ORPHAN-DETAIL
                   STRING TRN-FROM-STORE " TO " TRN-TO-STORE " "
                       TRN-RAW-RECORD (11:50)
                       DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                   IF WS-MASTER-LOADED AND WS-WORK-ID NOT = SPACES
                       PERFORM 0910-LOOKUP-MASTER
                       IF WS-ID-UNKNOWN
                           MOVE WS-CAT-TR-NOMST TO WS-ORPHAN-CAT
                           PERFORM 0900-REPORT-ORPHAN
                       END-IF
                       IF WS-ID-INACTIVE
                           MOVE WS-CAT-TR-INACT TO WS-ORPHAN-CAT
                           PERFORM 0900-REPORT-ORPHAN
                       END-IF
                   END-IF
                   PERFORM 0920-CHECK-LOT THRU 0920-EXIT
                   IF WS-LOT-NOT-ISSUED
                       MOVE WS-CAT-TR-BADLOT TO WS-ORPHAN-CAT
                       PERFORM 0900-REPORT-ORPHAN
                   END-IF
                   READ FI-TRANSIT AT END SET WS-TRANSIT-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-TRANSIT.

       0400-SWEEP-OPEN-POS.
      * A FULLY RECEIVED LINE (QUANTITY ZERO) IS CLOSED AND NOT
      * CHECKED.  BLANK ITEM NUMBERS AND SUPPLIER CODES ARE PRE-ID
      * AND PRE-SUPPLIER LINES AND ARE LET THROUGH, AS receiving DOES.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE "open-po.dat" TO WS-ORPHAN-FILE.
           OPEN INPUT FI-OPENPO.
           IF WS-OPENPO-OK
               READ FI-OPENPO AT END SET WS-OPENPO-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OPENPO-OK
                   ADD 1 TO WS-ROW-NUMBER
                   IF PO-QTY NUMERIC AND PO-QTY NOT = "00000"
                       PERFORM 0410-CHECK-PO-LINE THRU 0410-EXIT
                   END-IF
                   READ FI-OPENPO AT END SET WS-OPENPO-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-OPENPO.

       0410-CHECK-PO-LINE.
           MOVE PO-ITEM-ID TO WS-WORK-ID.
           MOVE PO-ITEM-ID TO WS-ORPHAN-ID.
           MOVE SPACES TO WS-ORPHAN-LOT.
           IF WS-MASTER-LOADED AND WS-WORK-ID NOT = SPACES
               PERFORM 0910-LOOKUP-MASTER
               IF NOT WS-ID-ACTIVE
                   MOVE SPACES TO WS-ORPHAN-DETAIL
                   STRING "PO " PO-NUMBER " " PO-ITEM-NAME
                       DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                   MOVE WS-CAT-PO-ITEM TO WS-ORPHAN-CAT
                   PERFORM 0900-REPORT-ORPHAN
               END-IF
           END-IF.
           IF WS-SUPPLIER-COUNT = 0 OR PO-SUPPLIER = SPACES
               GO TO 0410-EXIT
           END-IF.
           SET SUPPLIER-IDX TO 1.
           SEARCH WS-SUPPLIER-ENTRY
               AT END
                   MOVE SPACES TO WS-ORPHAN-DETAIL
                   STRING "PO " PO-NUMBER " SUPPLIER " PO-SUPPLIER
                       " NOT ON THE SUPPLIER MASTER"
                       DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                   MOVE WS-CAT-PO-SUPP TO WS-ORPHAN-CAT
                   PERFORM 0900-REPORT-ORPHAN
               WHEN WS-SUPPLIER-CODE (SUPPLIER-IDX) = PO-SUPPLIER
                   IF WS-SUPPLIER-ACTIVE (SUPPLIER-IDX) NOT = "Y"
                       MOVE SPACES TO WS-ORPHAN-DETAIL
                       STRING "PO " PO-NUMBER " SUPPLIER "
                           PO-SUPPLIER " IS INACTIVE"
                           DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                       MOVE WS-CAT-PO-SUPP TO WS-ORPHAN-CAT
                       PERFORM 0900-REPORT-ORPHAN
                   END-IF
           END-SEARCH.

       0410-EXIT.
           EXIT.

       0500-SWEEP-RESERVATIONS.
      * AN OPEN HOLD NEEDS UNITS OF THE SAME ITEM IN THE SAME STORE
      * STILL ON THE SHELF.  RELEASED AND FULFILLED ROWS ARE HISTORY.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE "reservations.dat" TO WS-ORPHAN-FILE.
           OPEN INPUT FI-RESERVATIONS.
           IF WS-RESERVATION-OK
               READ FI-RESERVATIONS
                   AT END SET WS-RESERVATION-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-RESERVATION-OK
                   ADD 1 TO WS-ROW-NUMBER
                   IF RSV-IS-OPEN
                       PERFORM 0510-CHECK-RESERVATION
                   END-IF
                   READ FI-RESERVATIONS
                       AT END SET WS-RESERVATION-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-RESERVATIONS.

       0510-CHECK-RESERVATION.
           MOVE RSV-STORE TO WS-WORK-STORE.
           IF WS-WORK-STORE = SPACES
               MOVE "A" TO WS-WORK-STORE
           END-IF.
           MOVE "N" TO WS-STOCK-SWITCH.
           SET OH-IDX TO 1.
           PERFORM UNTIL OH-IDX > WS-OH-COUNT OR WS-STOCK-FOUND
               IF WS-OH-ID (OH-IDX) = RSV-ITEM-ID
                  AND WS-OH-STORE (OH-IDX) = WS-WORK-STORE
                  AND WS-OH-UNITS (OH-IDX) > 0
                   SET WS-STOCK-FOUND TO TRUE
               END-IF
               SET OH-IDX UP BY 1
           END-PERFORM.
           IF NOT WS-STOCK-FOUND
               MOVE RSV-ITEM-ID TO WS-ORPHAN-ID
               MOVE SPACES TO WS-ORPHAN-LOT
               MOVE SPACES TO WS-ORPHAN-DETAIL
               STRING "HOLD " RSV-NUMBER " STORE " WS-WORK-STORE
                   " " RSV-UNITS " UNIT(S) FOR " RSV-CUST-REF
                   DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
               MOVE WS-CAT-RS-NOSTK TO WS-ORPHAN-CAT
               PERFORM 0900-REPORT-ORPHAN
           END-IF.

       0600-SWEEP-PENDING.
      * A WRITE-OFF WAITING FOR APPROVAL NEEDS ITS STOCK STILL ON THE
      * SHELF: MATCHED BY ITEM NUMBER (BY NAME ON A PRE-ID LINE) AND,
      * WHEN THE LINE NAMES ONE, BY LOT - THE SAME RECORD disposal
      * WOULD REMOVE.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE "pending-disposals.dat" TO WS-ORPHAN-FILE.
           OPEN INPUT FI-PENDING.
           IF WS-PENDING-OK
               READ FI-PENDING AT END SET WS-PENDING-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-PENDING-OK
                   ADD 1 TO WS-ROW-NUMBER
                   PERFORM 0610-CHECK-PENDING
                   READ FI-PENDING AT END SET WS-PENDING-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-PENDING.

       0610-CHECK-PENDING.
           MOVE "N" TO WS-STOCK-SWITCH.
           SET OH-IDX TO 1.
           PERFORM UNTIL OH-IDX > WS-OH-COUNT OR WS-STOCK-FOUND
               IF WS-OH-UNITS (OH-IDX) > 0
                  AND (PND-LOT = SPACES
                       OR WS-OH-LOT (OH-IDX) = PND-LOT)
                   IF PND-ITEM-ID NOT = SPACES
                       IF WS-OH-ID (OH-IDX) = PND-ITEM-ID
                           SET WS-STOCK-FOUND TO TRUE
                       END-IF
                   ELSE
                       IF WS-OH-NAME (OH-IDX) = PND-ITEM-NAME
                           SET WS-STOCK-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               SET OH-IDX UP BY 1
           END-PERFORM.
           IF NOT WS-STOCK-FOUND
               MOVE PND-ITEM-ID TO WS-ORPHAN-ID
               MOVE PND-LOT TO WS-ORPHAN-LOT
               MOVE SPACES TO WS-ORPHAN-DETAIL
               STRING PND-REASON " " PND-ITEM-NAME
                   DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
               MOVE WS-CAT-PD-NOSTK TO WS-ORPHAN-CAT
               PERFORM 0900-REPORT-ORPHAN
           END-IF.

       0700-SWEEP-HISTORY.
      * HISTORY OUTLIVES THE ITEM, SO A DEACTIVATED ITEM IS FINE HERE;
      * AN ITEM NUMBER THE MASTER NEVER HELD, OR A LOT NEVER ISSUED,
      * IS NOT.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE "disposition-history.dat" TO WS-ORPHAN-FILE.
           OPEN INPUT FI-DSPHIST.
           IF WS-DSPHIST-OK
               READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DSPHIST-OK
                   ADD 1 TO WS-ROW-NUMBER
                   MOVE HST-RAW-RECORD (72:6) TO WS-WORK-ID
                   MOVE HST-RAW-RECORD (79:6) TO WS-WORK-LOT
                   MOVE WS-WORK-ID TO WS-ORPHAN-ID
                   MOVE WS-WORK-LOT TO WS-ORPHAN-LOT
                   MOVE SPACES TO WS-ORPHAN-DETAIL
                   STRING HST-DATE " " HST-REASON " "
                       HST-RAW-RECORD (11:50)
                       DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                   IF WS-MASTER-LOADED AND WS-WORK-ID NOT = SPACES
                       PERFORM 0910-LOOKUP-MASTER
                       IF WS-ID-UNKNOWN
                           MOVE WS-CAT-HS-NOMST TO WS-ORPHAN-CAT
                           PERFORM 0900-REPORT-ORPHAN
                       END-IF
                   END-IF
                   PERFORM 0920-CHECK-LOT THRU 0920-EXIT
                   IF WS-LOT-NOT-ISSUED
                       MOVE WS-CAT-HS-BADLOT TO WS-ORPHAN-CAT
                       PERFORM 0900-REPORT-ORPHAN
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DSPHIST.

       0800-WRITE-SUMMARY.
      * ONE REPORT LINE AND ONE LOG LINE PER CATEGORY, THEN THE
      * SUMMARY LINE ops-dashboard SHOWS.
           MOVE SPACES TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "CATEGORY SUMMARY" TO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "integrity-sweep" TO LOG-PROGRAM.
           MOVE "0800-CATEGORY" TO LOG-PARAGRAPH.
           SET CAT-IDX TO 1.
           PERFORM UNTIL CAT-IDX > 13
               MOVE WS-CAT-COUNT (CAT-IDX) TO WS-DISPLAY-COUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING WS-CAT-CODE (CAT-IDX) " "
                   WS-DISPLAY-COUNT "  "
                   WS-CAT-TEXT (CAT-IDX)
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               IF WS-CAT-COUNT (CAT-IDX) > 0
                   ADD 1 TO WS-CATEGORIES-HIT
                   MOVE WS-CAT-SEVERITY (CAT-IDX) TO LOG-SEVERITY
                   IF LOG-SEVERE
                       SET WS-SEVERE-FOUND TO TRUE
                   END-IF
               ELSE
                   MOVE "I" TO LOG-SEVERITY
               END-IF
               MOVE SPACES TO LOG-TEXT
               STRING WS-CAT-CODE (CAT-IDX) " "
                   WS-CAT-COUNT (CAT-IDX) " "
                   WS-CAT-TEXT (CAT-IDX)
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM 9000-LOG-CONDITION
               SET CAT-IDX UP BY 1
           END-PERFORM.

           MOVE SPACES TO FS-REPORT-RECORD.
           STRING "TOTAL ORPHANS " WS-ORPHAN-TOTAL
               " IN " WS-CATEGORIES-HIT " CATEGORY(IES)"
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.
           MOVE "0800-SUMMARY" TO LOG-PARAGRAPH.
           IF WS-SEVERE-FOUND
               MOVE "S" TO LOG-SEVERITY
           ELSE
               IF WS-ORPHAN-TOTAL > 0
                   MOVE "W" TO LOG-SEVERITY
               ELSE
                   MOVE "I" TO LOG-SEVERITY
               END-IF
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "ORPHANS " WS-ORPHAN-TOTAL
               " IN " WS-CATEGORIES-HIT " CATEGORY(IES)"
               DELIMITED BY SIZE INTO LOG-TEXT.
           PERFORM 9000-LOG-CONDITION.

       0900-REPORT-ORPHAN.
           ADD 1 TO WS-CAT-COUNT (WS-ORPHAN-CAT).
           ADD 1 TO WS-ORPHAN-TOTAL.
           MOVE SPACES TO FS-REPORT-RECORD.
           STRING WS-CAT-CODE (WS-ORPHAN-CAT) " "
               WS-ORPHAN-FILE " "
               WS-ROW-NUMBER " "
               WS-ORPHAN-ID " "
               WS-ORPHAN-LOT " "
               WS-ORPHAN-DETAIL
               DELIMITED BY SIZE INTO FS-REPORT-RECORD.
           WRITE FS-REPORT-RECORD.

       0910-LOOKUP-MASTER.
      * WS-WORK-ID AGAINST THE MASTER TABLE.  A SPACE STATUS IS A ROW
      * FROM BEFORE THE FIELD EXISTED AND COUNTS AS ACTIVE (ITEMMST).
           SET WS-ID-UNKNOWN TO TRUE.
           SET MST-IDX TO 1.
           SEARCH WS-MST-ENTRY
               WHEN WS-MST-ID (MST-IDX) = WS-WORK-ID
                   IF WS-MST-STATUS (MST-IDX) = "I"
                       SET WS-ID-INACTIVE TO TRUE
                   ELSE
                       SET WS-ID-ACTIVE TO TRUE
                   END-IF
           END-SEARCH.

       0920-CHECK-LOT.
      * WS-WORK-LOT MUST BE BLANK (A PRE-LOT RECORD) OR A LOT FROM 1
      * UP TO ONE BELOW lot-control.dat'S NEXT NUMBER.
           SET WS-LOT-ISSUED TO TRUE.
           IF NOT WS-LOTCTL-LOADED OR WS-WORK-LOT = SPACES
               GO TO 0920-EXIT
           END-IF.
           IF WS-WORK-LOT NOT NUMERIC
               SET WS-LOT-NOT-ISSUED TO TRUE
           ELSE
               IF WS-WORK-LOT-NUM = 0
                  OR WS-WORK-LOT-NUM NOT < WS-NEXT-LOT
                   SET WS-LOT-NOT-ISSUED TO TRUE
               END-IF
           END-IF.

       0920-EXIT.
           EXIT.
