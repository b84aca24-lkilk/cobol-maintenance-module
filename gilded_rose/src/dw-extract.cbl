       IDENTIFICATION DIVISION.
       PROGRAM-ID. "dw-extract".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  NIGHTLY DATA-WAREHOUSE EXTRACT.  EVERY FILE
      *   THE SUITE PRODUCES HAS ITS OWN FIXED-WIDTH OR STRING-BUILT
      *   LAYOUT, AND FINANCE AND BI WERE UNPICKING EACH ONE BY HAND.
      *   THIS JOB WRITES ONE PIPE-DELIMITED FILE PER SUBJECT FOR
      *   processing_date (TODAY WHEN UNSET), NAMED dw-<subject>-
      *   YYYYMMDD.dat:
      *     inventory - THE NIGHT'S STOCK SNAPSHOT (out.dat)
      *     movements - THE DAY'S stock-ledger.dat ROWS (RECEIPTS,
      *                 SALES, WRITE-OFFS, TRANSFERS, ADJUSTMENTS,
      *                 RETURNS AND RTV - SEE STKMOVE)
      *     receipts  - DELIVERY LINES ADDED ON receiving-register.dat
      *                 WITH THE DAY'S RECEIVED DATE
      *     sales     - THE DAY'S SOLD ROWS ON disposition-history.dat
      *     prices    - THE DAY'S price-history.dat FEED ROWS
      *     valuation - THE DAY'S LAST valuation-history.dat ROW, AS
      *                 A SHOP ROW AND ONE ROW PER STORE ROOM
      *   EACH FILE STARTS WITH A HEADER ROW OF COLUMN NAMES; DATES
      *   ARE YYYY-MM-DD AND NUMBERS CARRY A LEADING MINUS WHEN
      *   NEGATIVE.  dw-manifest-YYYYMMDD.dat LISTS EACH EXTRACT WITH
      *   ITS ROW COUNT (HEADER EXCLUDED) AND CONTROL TOTAL.  THE
      *   FILES ARE OPENED OUTPUT, SO A RERUN FOR THE SAME DATE
      *   REPLACES THAT DATE'S EXTRACT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-OUT-ITEMS ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
             SELECT OPTIONAL FI-LEDGER ASSIGN "stock-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
             SELECT OPTIONAL FI-REGISTER ASSIGN "receiving-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
             SELECT OPTIONAL FI-DSPHIST
               ASSIGN "disposition-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPHIST-FILE-STATUS.
             SELECT OPTIONAL FI-PRICE-HISTORY
               ASSIGN "price-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FILE-STATUS.
             SELECT OPTIONAL FI-VALHIST ASSIGN "valuation-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALHIST-FILE-STATUS.
             SELECT FI-EXTRACT ASSIGN "dw_extract_file"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
             SELECT FI-MANIFEST ASSIGN "dw_manifest_file"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-OUT-ITEMS.
           COPY "itemout.cpy".

           FD FI-LEDGER.
           COPY "stkmove.cpy".

           FD FI-REGISTER.
      * LAYOUT AS BUILT BY receiving's ADDED STRING: NAME AT 9,
      * SELL-IN AT 68, QUALITY AT 81, RECEIVED DATE AT 95, QTY AT
      * 108, STORE AT 120, SUPPLIER AT 133, LOT AT 144.
           01 FS-REGISTER-RECORD        PIC X(160).

           FD FI-DSPHIST.
           01 FS-DSPHIST-RECORD.
               05 HST-RAW-RECORD        PIC X(84).
               05 FILLER                PIC X.
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-PRICE-HISTORY.
           01 FS-PRICE-HISTORY-RECORD.
               05 PH-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 PH-ITEM-ID            PIC 9(6).
               05 FILLER                PIC X.
               05 PH-UNIT-PRICE         PIC 9(5)V99.
               05 FILLER                PIC X.
               05 PH-MARKDOWN-PRICE     PIC 9(5)V99.
               05 FILLER                PIC X.
               05 PH-MARKDOWN-FLAG      PIC X.

           FD FI-VALHIST.
           01 FS-VALHIST-RECORD.
               05 VH-DATE               PIC X(8).
               05 FILLER                PIC X.
               05 VH-TOTAL-VALUE        PIC 9(9)V99.
               05 FILLER                PIC X.
               05 VH-DECAY-LOSS         PIC 9(9)V99.
               05 FILLER                PIC X.
               05 VH-WRITTEN-OFF        PIC 9(9)V99.
               05 VH-STORE-SPLIT OCCURS 3 TIMES.
                   10 FILLER            PIC X.
                   10 VH-STORE-CODE     PIC X(3).
                   10 FILLER            PIC X.
                   10 VH-STORE-DECAY    PIC 9(9)V99.
                   10 FILLER            PIC X.
                   10 VH-STORE-WRITTEN-OFF PIC 9(9)V99.

           FD FI-EXTRACT.
           01 FS-EXTRACT-RECORD         PIC X(200).

           FD FI-MANIFEST.
           01 FS-MANIFEST-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-OUT-FILE-STATUS        PIC 99.
               88 WS-OUT-OK             VALUE 00.
               88 WS-OUT-EOF            VALUE 10.
           01 WS-LEDGER-FILE-STATUS     PIC 99.
               88 WS-LEDGER-OK          VALUE 00.
               88 WS-LEDGER-EOF         VALUE 10.
           01 WS-REGISTER-FILE-STATUS   PIC 99.
               88 WS-REGISTER-OK        VALUE 00.
               88 WS-REGISTER-EOF       VALUE 10.
           01 WS-DSPHIST-FILE-STATUS    PIC 99.
               88 WS-DSPHIST-OK         VALUE 00.
               88 WS-DSPHIST-EOF        VALUE 10.
           01 WS-PHIST-FILE-STATUS      PIC 99.
               88 WS-PHIST-OK           VALUE 00.
               88 WS-PHIST-EOF          VALUE 10.
           01 WS-VALHIST-FILE-STATUS    PIC 99.
               88 WS-VALHIST-OK         VALUE 00.
               88 WS-VALHIST-EOF        VALUE 10.
           01 WS-EXTRACT-FILE-STATUS    PIC 99.
               88 WS-EXTRACT-OK         VALUE 00.
           01 WS-MANIFEST-FILE-STATUS   PIC 99.
               88 WS-MANIFEST-OK        VALUE 00.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).
           01 WS-CURRENT-DATE           PIC X(8).

      * THE EXTRACT IN HAND.  0900-OPEN-EXTRACT NAMES IT FROM
      * WS-SUBJECT AND WRITES WS-HEADER-LINE; 0920-CLOSE-EXTRACT
      * POSTS ITS COUNTS TO THE MANIFEST.
           01 WS-SUBJECT                PIC X(10).
           01 WS-HEADER-LINE            PIC X(200).
           01 WS-CONTROL-FIELD          PIC X(16).
           01 WS-EXTRACT-NAME           PIC X(40).
           01 WS-MANIFEST-NAME          PIC X(40).
           01 WS-ROW                    PIC X(200).
           01 WS-ROW-COUNT              PIC 9(7).
           01 WS-CONTROL-TOTAL          PIC S9(11)V99.
           01 WS-CONTROL-SWITCH         PIC X.
               88 WS-CONTROL-IN-UNITS   VALUE "U".
               88 WS-CONTROL-IN-MONEY   VALUE "M".
           01 WS-EXTRACT-COUNT          PIC 9(2) VALUE 0.
           01 WS-TOTAL-ROWS             PIC 9(7) VALUE 0.
           01 WS-INVENTORY-SWITCH       PIC X VALUE "N".
               88 WS-INVENTORY-PRESENT  VALUE "Y".

      * COLUMN FORMATTING.  0950 TURNS WS-DATE-IN INTO WS-ISO-DATE
      * (SPACES WHEN IT IS NOT A DATE); 0960 AND 0970 TURN WS-NUM-IN
      * INTO LEFT-JUSTIFIED TEXT IN WS-NUM-TEXT.  THE ROW STRINGS
      * PICK EACH COLUMN UP DELIMITED BY SPACE, SO A BLANK COLUMN
      * COMES OUT EMPTY BETWEEN ITS DELIMITERS.
           01 WS-DATE-IN                PIC X(8).
           01 WS-ISO-DATE               PIC X(10).
           01 WS-NUM-IN                 PIC S9(11)V99.
           01 WS-EDIT-UNITS             PIC -(11)9.
           01 WS-EDIT-MONEY             PIC -(11)9.99.
           01 WS-NUM-TEXT               PIC X(16).

           01 WS-COL-DATE               PIC X(10).
           01 WS-COL-ID                 PIC X(6).
           01 WS-COL-STORE              PIC X(3).
           01 WS-COL-LOT                PIC X(6).
           01 WS-COL-CODE               PIC X(8).
           01 WS-COL-FLAG               PIC X.
           01 WS-COL-NUM-1              PIC X(16).
           01 WS-COL-NUM-2              PIC X(16).
           01 WS-COL-NUM-3              PIC X(16).
           01 WS-COL-NUM-4              PIC X(16).
           01 WS-COL-NAME               PIC X(50).
           01 WS-COL-PROGRAM            PIC X(20).

           01 WS-UNITS                  PIC S9(5).
           01 WS-SIGNED-TEXT            PIC X(4).

      * THE DAY'S VALUATION ROW - A RERUN OF valuation APPENDS A
      * SECOND ROW FOR THE SAME DATE, AND THE LAST ONE STANDS.
           01 WS-VALUATION-SWITCH       PIC X VALUE "N".
               88 WS-VALUATION-FOUND    VALUE "Y".
           01 WS-VALUATION-ROW          PIC X(128).
           01 WS-SPLIT-IDX              PIC 9.

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

           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING "dw-manifest-" WS-CURRENT-DATE ".dat"
               DELIMITED BY SIZE INTO WS-MANIFEST-NAME.
           SET ENVIRONMENT "dw_manifest_file" TO WS-MANIFEST-NAME.
           OPEN OUTPUT FI-MANIFEST.
           MOVE SPACES TO FS-MANIFEST-RECORD.
           STRING "extract_date|subject|file_name|row_count|"
               "control_field|control_total"
               DELIMITED BY SIZE INTO FS-MANIFEST-RECORD.
           WRITE FS-MANIFEST-RECORD.

           PERFORM 0100-EXTRACT-INVENTORY.
           PERFORM 0200-EXTRACT-MOVEMENTS.
           PERFORM 0300-EXTRACT-RECEIPTS.
           PERFORM 0400-EXTRACT-SALES.
           PERFORM 0500-EXTRACT-PRICES.
           PERFORM 0600-EXTRACT-VALUATION.

           CLOSE FI-MANIFEST.
           DISPLAY "DW-EXTRACT: " WS-EXTRACT-COUNT " EXTRACT(S), "
               WS-TOTAL-ROWS " ROW(S) FOR " WS-CURRENT-DATE
               " - SEE " FUNCTION TRIM (WS-MANIFEST-NAME).

           MOVE "dw-extract" TO LOG-PROGRAM.
           MOVE "MAIN" TO LOG-PARAGRAPH.
           MOVE SPACES TO LOG-TEXT.
           IF WS-INVENTORY-PRESENT
               MOVE "I" TO LOG-SEVERITY
               STRING "EXTRACT FOR " WS-CURRENT-DATE " WRITTEN - "
                   WS-TOTAL-ROWS " ROW(S) IN " WS-EXTRACT-COUNT
                   " FILE(S)"
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               MOVE "W" TO LOG-SEVERITY
               STRING "NO out.dat FOR " WS-CURRENT-DATE
                   " - INVENTORY EXTRACT WRITTEN EMPTY"
                   DELIMITED BY SIZE INTO LOG-TEXT
           END-IF.
           PERFORM 9000-LOG-CONDITION.
           IF WS-INVENTORY-PRESENT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       0300-RETURN.
           GOBACK.

       9000-LOG-CONDITION.
           CALL "error-logger" USING ERRLOG-REQUEST.

       0100-EXTRACT-INVENTORY.
      * out.dat IS THE STOCK AS THE NIGHT'S QUALITY UPDATE LEFT IT,
      * SO EVERY ROW IS STAMPED WITH THE PROCESSING DATE.
           MOVE "inventory" TO WS-SUBJECT.
           MOVE SPACES TO WS-HEADER-LINE.
           STRING "snapshot_date|item_id|store|lot|item_name|"
               "sell_in|quality|quantity"
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE "quantity" TO WS-CONTROL-FIELD.
           SET WS-CONTROL-IN-UNITS TO TRUE.
           PERFORM 0900-OPEN-EXTRACT.
           MOVE WS-CURRENT-DATE TO WS-DATE-IN.
           PERFORM 0950-FORMAT-DATE.
           MOVE WS-ISO-DATE TO WS-COL-DATE.
           OPEN INPUT FI-OUT-ITEMS.
           IF WS-OUT-OK
               SET WS-INVENTORY-PRESENT TO TRUE
               READ FI-OUT-ITEMS AT END SET WS-OUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-OUT-OK
                   PERFORM 0110-INVENTORY-ROW
                   READ FI-OUT-ITEMS AT END SET WS-OUT-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-OUT-ITEMS.
           PERFORM 0920-CLOSE-EXTRACT.

       0110-INVENTORY-ROW.
      * A RECORD FROM BEFORE THE QTY, STORE, ID OR LOT FIELDS IS ONE
      * UNIT IN STORE A WITH NO ITEM NUMBER OR LOT (SEE ITEMOUT).
           MOVE SPACES TO WS-COL-ID WS-COL-LOT.
           IF ITEM-ID NUMERIC
               MOVE ITEM-ID TO WS-COL-ID
           END-IF.
           IF ITEM-LOT NUMERIC
               MOVE ITEM-LOT TO WS-COL-LOT
           END-IF.
           MOVE ITEM-STORE TO WS-COL-STORE.
           IF WS-COL-STORE = SPACES
               MOVE "A" TO WS-COL-STORE
           END-IF.
           MOVE ITEM-NAME TO WS-COL-NAME.
           INSPECT WS-COL-NAME REPLACING ALL "|" BY "/".
           MOVE 0 TO WS-NUM-IN.
           IF SELL-IN NUMERIC
               MOVE SELL-IN TO WS-NUM-IN
           END-IF.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-1.
           MOVE 0 TO WS-NUM-IN.
           IF QUALITY NUMERIC
               MOVE QUALITY TO WS-NUM-IN
           END-IF.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-2.
           IF ITEM-QTY NUMERIC
               MOVE ITEM-QTY TO WS-NUM-IN
           ELSE
               MOVE 1 TO WS-NUM-IN
           END-IF.
           ADD WS-NUM-IN TO WS-CONTROL-TOTAL.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-3.
           MOVE SPACES TO WS-ROW.
           STRING WS-COL-DATE DELIMITED BY SPACE "|"
               WS-COL-ID DELIMITED BY SPACE "|"
               WS-COL-STORE DELIMITED BY SPACE "|"
               WS-COL-LOT DELIMITED BY SPACE "|"
               FUNCTION TRIM (WS-COL-NAME TRAILING)
               DELIMITED BY SIZE "|"
               WS-COL-NUM-1 DELIMITED BY SPACE "|"
               WS-COL-NUM-2 DELIMITED BY SPACE "|"
               WS-COL-NUM-3 DELIMITED BY SPACE
               INTO WS-ROW.
           PERFORM 0910-WRITE-ROW.

       0200-EXTRACT-MOVEMENTS.
      * stock-ledger.dat CARRIES EVERY UNIT THAT CHANGED HANDS,
      * TRANSFERS INCLUDED, SO transfer-register.dat IS NOT READ.
           MOVE "movements" TO WS-SUBJECT.
           MOVE SPACES TO WS-HEADER-LINE.
           STRING "movement_date|item_id|store|lot|movement_type|"
               "units|program|item_name"
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE "units" TO WS-CONTROL-FIELD.
           SET WS-CONTROL-IN-UNITS TO TRUE.
           PERFORM 0900-OPEN-EXTRACT.
           OPEN INPUT FI-LEDGER.
           IF WS-LEDGER-OK
               READ FI-LEDGER AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-LEDGER-OK
                   IF SMV-DATE = WS-CURRENT-DATE
                       PERFORM 0210-MOVEMENT-ROW
                   END-IF
                   READ FI-LEDGER AT END SET WS-LEDGER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-LEDGER.
           PERFORM 0920-CLOSE-EXTRACT.

       0210-MOVEMENT-ROW.
           MOVE SMV-DATE TO WS-DATE-IN.
           PERFORM 0950-FORMAT-DATE.
           MOVE WS-ISO-DATE TO WS-COL-DATE.
           MOVE SPACES TO WS-COL-ID.
           IF SMV-ITEM-ID NUMERIC AND SMV-ITEM-ID NOT = "000000"
               MOVE SMV-ITEM-ID TO WS-COL-ID
           END-IF.
           MOVE SMV-STORE TO WS-COL-STORE.
           MOVE SPACES TO WS-COL-LOT.
           IF SMV-LOT NUMERIC
               MOVE SMV-LOT TO WS-COL-LOT
           END-IF.
           MOVE SMV-TYPE TO WS-COL-CODE.
           MOVE 0 TO WS-NUM-IN.
           IF SMV-UNITS NUMERIC
               MOVE SMV-UNITS TO WS-NUM-IN
           END-IF.
           ADD WS-NUM-IN TO WS-CONTROL-TOTAL.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-1.
           MOVE SMV-PROGRAM TO WS-COL-PROGRAM.
           MOVE SMV-ITEM-NAME TO WS-COL-NAME.
           INSPECT WS-COL-NAME REPLACING ALL "|" BY "/".
           MOVE SPACES TO WS-ROW.
           STRING WS-COL-DATE DELIMITED BY SPACE "|"
               WS-COL-ID DELIMITED BY SPACE "|"
               WS-COL-STORE DELIMITED BY SPACE "|"
               WS-COL-LOT DELIMITED BY SPACE "|"
               WS-COL-CODE DELIMITED BY SPACE "|"
               WS-COL-NUM-1 DELIMITED BY SPACE "|"
               WS-COL-PROGRAM DELIMITED BY SPACE "|"
               FUNCTION TRIM (WS-COL-NAME TRAILING)
               DELIMITED BY SIZE
               INTO WS-ROW.
           PERFORM 0910-WRITE-ROW.

       0300-EXTRACT-RECEIPTS.
      * receiving REWRITES ITS REGISTER EACH RUN; ONLY ADDED LINES
      * WHOSE RECEIVED DATE IS THE PROCESSING DATE ARE THE DAY'S
      * RECEIPTS.  BOUNCED LINES NEVER REACHED THE SHELF.
           MOVE "receipts" TO WS-SUBJECT.
           MOVE SPACES TO WS-HEADER-LINE.
           STRING "received_date|supplier|store|lot|item_name|"
               "sell_in|quality|quantity"
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE "quantity" TO WS-CONTROL-FIELD.
           SET WS-CONTROL-IN-UNITS TO TRUE.
           PERFORM 0900-OPEN-EXTRACT.
           OPEN INPUT FI-REGISTER.
           IF WS-REGISTER-OK
               READ FI-REGISTER AT END SET WS-REGISTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-REGISTER-OK
                   IF FS-REGISTER-RECORD (1:8) = "ADDED   "
                      AND FS-REGISTER-RECORD (95:8) = WS-CURRENT-DATE
                       PERFORM 0310-RECEIPT-ROW
                   END-IF
                   READ FI-REGISTER AT END SET WS-REGISTER-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-REGISTER.
           PERFORM 0920-CLOSE-EXTRACT.

       0310-RECEIPT-ROW.
           MOVE FS-REGISTER-RECORD (95:8) TO WS-DATE-IN.
           PERFORM 0950-FORMAT-DATE.
           MOVE WS-ISO-DATE TO WS-COL-DATE.
           MOVE FS-REGISTER-RECORD (133:6) TO WS-COL-CODE.
           MOVE FS-REGISTER-RECORD (120:3) TO WS-COL-STORE.
           MOVE SPACES TO WS-COL-LOT.
           IF FS-REGISTER-RECORD (144:6) NUMERIC
               MOVE FS-REGISTER-RECORD (144:6) TO WS-COL-LOT
           END-IF.
           MOVE FS-REGISTER-RECORD (9:50) TO WS-COL-NAME.
           INSPECT WS-COL-NAME REPLACING ALL "|" BY "/".
           MOVE FS-REGISTER-RECORD (68:4) TO WS-SIGNED-TEXT.
           PERFORM 0980-SIGNED-TEXT-TO-NUM.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-1.
           MOVE FS-REGISTER-RECORD (81:4) TO WS-SIGNED-TEXT.
           PERFORM 0980-SIGNED-TEXT-TO-NUM.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-2.
           MOVE 0 TO WS-NUM-IN.
           IF FS-REGISTER-RECORD (108:5) NUMERIC
               MOVE FS-REGISTER-RECORD (108:5) TO WS-NUM-IN
           END-IF.
           ADD WS-NUM-IN TO WS-CONTROL-TOTAL.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-3.
           MOVE SPACES TO WS-ROW.
           STRING WS-COL-DATE DELIMITED BY SPACE "|"
               WS-COL-CODE DELIMITED BY SPACE "|"
               WS-COL-STORE DELIMITED BY SPACE "|"
               WS-COL-LOT DELIMITED BY SPACE "|"
               FUNCTION TRIM (WS-COL-NAME TRAILING)
               DELIMITED BY SIZE "|"
               WS-COL-NUM-1 DELIMITED BY SPACE "|"
               WS-COL-NUM-2 DELIMITED BY SPACE "|"
               WS-COL-NUM-3 DELIMITED BY SPACE
               INTO WS-ROW.
           PERFORM 0910-WRITE-ROW.

       0400-EXTRACT-SALES.
           MOVE "sales" TO WS-SUBJECT.
           MOVE SPACES TO WS-HEADER-LINE.
           STRING "sale_date|item_id|store|lot|item_name|"
               "sell_in|quality|units"
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE "units" TO WS-CONTROL-FIELD.
           SET WS-CONTROL-IN-UNITS TO TRUE.
           PERFORM 0900-OPEN-EXTRACT.
           OPEN INPUT FI-DSPHIST.
           IF WS-DSPHIST-OK
               READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-DSPHIST-OK
                   IF HST-REASON = "SOLD"
                      AND HST-DATE = WS-CURRENT-DATE
                       PERFORM 0410-SALE-ROW
                   END-IF
                   READ FI-DSPHIST AT END SET WS-DSPHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-DSPHIST.
           PERFORM 0920-CLOSE-EXTRACT.

       0410-SALE-ROW.
      * HST-RAW-RECORD IS THE 84-BYTE ITEM RECORD AS IT LEFT THE
      * SHELF (SEE ITEMOUT); A PRE-QTY RECORD IS ONE UNIT.
           MOVE HST-DATE TO WS-DATE-IN.
           PERFORM 0950-FORMAT-DATE.
           MOVE WS-ISO-DATE TO WS-COL-DATE.
           MOVE SPACES TO WS-COL-ID WS-COL-LOT.
           IF HST-RAW-RECORD (72:6) NUMERIC
               MOVE HST-RAW-RECORD (72:6) TO WS-COL-ID
           END-IF.
           IF HST-RAW-RECORD (79:6) NUMERIC
               MOVE HST-RAW-RECORD (79:6) TO WS-COL-LOT
           END-IF.
           MOVE HST-RAW-RECORD (68:3) TO WS-COL-STORE.
           IF WS-COL-STORE = SPACES
               MOVE "A" TO WS-COL-STORE
           END-IF.
           MOVE HST-RAW-RECORD (11:50) TO WS-COL-NAME.
           INSPECT WS-COL-NAME REPLACING ALL "|" BY "/".
           MOVE HST-RAW-RECORD (1:4) TO WS-SIGNED-TEXT.
           PERFORM 0980-SIGNED-TEXT-TO-NUM.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-1.
           MOVE HST-RAW-RECORD (6:4) TO WS-SIGNED-TEXT.
           PERFORM 0980-SIGNED-TEXT-TO-NUM.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-2.
           IF HST-RAW-RECORD (62:5) NUMERIC
               MOVE HST-RAW-RECORD (62:5) TO WS-NUM-IN
           ELSE
               MOVE 1 TO WS-NUM-IN
           END-IF.
           ADD WS-NUM-IN TO WS-CONTROL-TOTAL.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-3.
           MOVE SPACES TO WS-ROW.
           STRING WS-COL-DATE DELIMITED BY SPACE "|"
               WS-COL-ID DELIMITED BY SPACE "|"
               WS-COL-STORE DELIMITED BY SPACE "|"
               WS-COL-LOT DELIMITED BY SPACE "|"
               FUNCTION TRIM (WS-COL-NAME TRAILING)
               DELIMITED BY SIZE "|"
               WS-COL-NUM-1 DELIMITED BY SPACE "|"
               WS-COL-NUM-2 DELIMITED BY SPACE "|"
               WS-COL-NUM-3 DELIMITED BY SPACE
               INTO WS-ROW.
           PERFORM 0910-WRITE-ROW.

       0500-EXTRACT-PRICES.
           MOVE "prices" TO WS-SUBJECT.
           MOVE SPACES TO WS-HEADER-LINE.
           STRING "price_date|item_id|unit_price|markdown_price|"
               "markdown_flag"
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE "unit_price" TO WS-CONTROL-FIELD.
           SET WS-CONTROL-IN-MONEY TO TRUE.
           PERFORM 0900-OPEN-EXTRACT.
           OPEN INPUT FI-PRICE-HISTORY.
           IF WS-PHIST-OK
               READ FI-PRICE-HISTORY AT END SET WS-PHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-PHIST-OK
                   IF PH-DATE = WS-CURRENT-DATE
                       PERFORM 0510-PRICE-ROW
                   END-IF
                   READ FI-PRICE-HISTORY
                       AT END SET WS-PHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-PRICE-HISTORY.
           PERFORM 0920-CLOSE-EXTRACT.

       0510-PRICE-ROW.
           MOVE PH-DATE TO WS-DATE-IN.
           PERFORM 0950-FORMAT-DATE.
           MOVE WS-ISO-DATE TO WS-COL-DATE.
           MOVE PH-ITEM-ID TO WS-COL-ID.
           MOVE 0 TO WS-NUM-IN.
           IF PH-UNIT-PRICE NUMERIC
               MOVE PH-UNIT-PRICE TO WS-NUM-IN
           END-IF.
           ADD WS-NUM-IN TO WS-CONTROL-TOTAL.
           PERFORM 0970-FORMAT-MONEY.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-1.
           MOVE 0 TO WS-NUM-IN.
           IF PH-MARKDOWN-PRICE NUMERIC
               MOVE PH-MARKDOWN-PRICE TO WS-NUM-IN
           END-IF.
           PERFORM 0970-FORMAT-MONEY.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-2.
           IF PH-MARKDOWN-FLAG = "Y"
               MOVE "Y" TO WS-COL-FLAG
           ELSE
               MOVE "N" TO WS-COL-FLAG
           END-IF.
           MOVE SPACES TO WS-ROW.
           STRING WS-COL-DATE DELIMITED BY SPACE "|"
               WS-COL-ID DELIMITED BY SPACE "|"
               WS-COL-NUM-1 DELIMITED BY SPACE "|"
               WS-COL-NUM-2 DELIMITED BY SPACE "|"
               WS-COL-FLAG DELIMITED BY SIZE
               INTO WS-ROW.
           PERFORM 0910-WRITE-ROW.

       0600-EXTRACT-VALUATION.
      * ONE "ALL" ROW WITH THE STOCK VALUE, THEN ONE ROW PER STORE
      * ROOM IN THE SPLIT.  valuation DOES NOT SPLIT THE STOCK VALUE
      * BY STORE, SO stock_value IS EMPTY ON THE STORE ROWS; A ROW
      * WRITTEN BEFORE THE STORE SPLIT GIVES THE "ALL" ROW ONLY.
           MOVE "valuation" TO WS-SUBJECT.
           MOVE SPACES TO WS-HEADER-LINE.
           STRING "valuation_date|store|stock_value|decay_loss|"
               "written_off"
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE "stock_value" TO WS-CONTROL-FIELD.
           SET WS-CONTROL-IN-MONEY TO TRUE.
           PERFORM 0900-OPEN-EXTRACT.
           OPEN INPUT FI-VALHIST.
           IF WS-VALHIST-OK
               READ FI-VALHIST AT END SET WS-VALHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOT WS-VALHIST-OK
                   IF VH-DATE = WS-CURRENT-DATE
                       SET WS-VALUATION-FOUND TO TRUE
                       MOVE FS-VALHIST-RECORD TO WS-VALUATION-ROW
                   END-IF
                   READ FI-VALHIST AT END SET WS-VALHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FI-VALHIST.
           IF WS-VALUATION-FOUND
               MOVE WS-VALUATION-ROW TO FS-VALHIST-RECORD
               PERFORM 0610-VALUATION-ROWS
           END-IF.
           PERFORM 0920-CLOSE-EXTRACT.

       0610-VALUATION-ROWS.
           MOVE VH-DATE TO WS-DATE-IN.
           PERFORM 0950-FORMAT-DATE.
           MOVE WS-ISO-DATE TO WS-COL-DATE.
           MOVE 0 TO WS-NUM-IN.
           IF VH-TOTAL-VALUE NUMERIC
               MOVE VH-TOTAL-VALUE TO WS-NUM-IN
           END-IF.
           ADD WS-NUM-IN TO WS-CONTROL-TOTAL.
           PERFORM 0970-FORMAT-MONEY.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-1.
           MOVE 0 TO WS-NUM-IN.
           IF VH-DECAY-LOSS NUMERIC
               MOVE VH-DECAY-LOSS TO WS-NUM-IN
           END-IF.
           PERFORM 0970-FORMAT-MONEY.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-2.
           MOVE 0 TO WS-NUM-IN.
           IF VH-WRITTEN-OFF NUMERIC
               MOVE VH-WRITTEN-OFF TO WS-NUM-IN
           END-IF.
           PERFORM 0970-FORMAT-MONEY.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-3.
           MOVE SPACES TO WS-ROW.
           STRING WS-COL-DATE DELIMITED BY SPACE "|ALL|"
               WS-COL-NUM-1 DELIMITED BY SPACE "|"
               WS-COL-NUM-2 DELIMITED BY SPACE "|"
               WS-COL-NUM-3 DELIMITED BY SPACE
               INTO WS-ROW.
           PERFORM 0910-WRITE-ROW.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > 3
               IF VH-STORE-CODE (WS-SPLIT-IDX) NOT = SPACES
                   PERFORM 0620-VALUATION-STORE-ROW
               END-IF
           END-PERFORM.

       0620-VALUATION-STORE-ROW.
           MOVE VH-STORE-CODE (WS-SPLIT-IDX) TO WS-COL-STORE.
           MOVE 0 TO WS-NUM-IN.
           IF VH-STORE-DECAY (WS-SPLIT-IDX) NUMERIC
               MOVE VH-STORE-DECAY (WS-SPLIT-IDX) TO WS-NUM-IN
           END-IF.
           PERFORM 0970-FORMAT-MONEY.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-2.
           MOVE 0 TO WS-NUM-IN.
           IF VH-STORE-WRITTEN-OFF (WS-SPLIT-IDX) NUMERIC
               MOVE VH-STORE-WRITTEN-OFF (WS-SPLIT-IDX) TO WS-NUM-IN
           END-IF.
           PERFORM 0970-FORMAT-MONEY.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-3.
           MOVE SPACES TO WS-ROW.
           STRING WS-COL-DATE DELIMITED BY SPACE "|"
               WS-COL-STORE DELIMITED BY SPACE "||"
               WS-COL-NUM-2 DELIMITED BY SPACE "|"
               WS-COL-NUM-3 DELIMITED BY SPACE
               INTO WS-ROW.
           PERFORM 0910-WRITE-ROW.

       0900-OPEN-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-NAME.
           STRING "dw-" WS-SUBJECT DELIMITED BY SPACE
               "-" WS-CURRENT-DATE ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-NAME.
           SET ENVIRONMENT "dw_extract_file" TO WS-EXTRACT-NAME.
           OPEN OUTPUT FI-EXTRACT.
           MOVE WS-HEADER-LINE TO FS-EXTRACT-RECORD.
           WRITE FS-EXTRACT-RECORD.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-CONTROL-TOTAL.

       0910-WRITE-ROW.
           MOVE WS-ROW TO FS-EXTRACT-RECORD.
           WRITE FS-EXTRACT-RECORD.
           ADD 1 TO WS-ROW-COUNT.

       0920-CLOSE-EXTRACT.
           CLOSE FI-EXTRACT.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-ROW-COUNT TO WS-TOTAL-ROWS.
           MOVE WS-CURRENT-DATE TO WS-DATE-IN.
           PERFORM 0950-FORMAT-DATE.
           MOVE WS-ROW-COUNT TO WS-NUM-IN.
           PERFORM 0960-FORMAT-UNITS.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-1.
           MOVE WS-CONTROL-TOTAL TO WS-NUM-IN.
           IF WS-CONTROL-IN-MONEY
               PERFORM 0970-FORMAT-MONEY
           ELSE
               PERFORM 0960-FORMAT-UNITS
           END-IF.
           MOVE WS-NUM-TEXT TO WS-COL-NUM-2.
           MOVE SPACES TO FS-MANIFEST-RECORD.
           STRING WS-ISO-DATE DELIMITED BY SPACE "|"
               WS-SUBJECT DELIMITED BY SPACE "|"
               WS-EXTRACT-NAME DELIMITED BY SPACE "|"
               WS-COL-NUM-1 DELIMITED BY SPACE "|"
               WS-CONTROL-FIELD DELIMITED BY SPACE "|"
               WS-COL-NUM-2 DELIMITED BY SPACE
               INTO FS-MANIFEST-RECORD.
           WRITE FS-MANIFEST-RECORD.

       0950-FORMAT-DATE.
           MOVE SPACES TO WS-ISO-DATE.
           IF WS-DATE-IN NUMERIC
               STRING WS-DATE-IN (1:4) "-" WS-DATE-IN (5:2) "-"
                   WS-DATE-IN (7:2)
                   DELIMITED BY SIZE INTO WS-ISO-DATE
           END-IF.

       0960-FORMAT-UNITS.
           MOVE WS-NUM-IN TO WS-EDIT-UNITS.
           MOVE FUNCTION TRIM (WS-EDIT-UNITS) TO WS-NUM-TEXT.

       0970-FORMAT-MONEY.
           MOVE WS-NUM-IN TO WS-EDIT-MONEY.
           MOVE FUNCTION TRIM (WS-EDIT-MONEY) TO WS-NUM-TEXT.

       0980-SIGNED-TEXT-TO-NUM.
      * SELL-IN AND QUALITY TEXT AS THE ITEM RECORDS CARRY IT -
      * "+012", "-003", OR BLANK ON A DAMAGED LINE (TAKEN AS ZERO).
           MOVE 0 TO WS-NUM-IN.
           IF WS-SIGNED-TEXT (2:3) NUMERIC
               MOVE WS-SIGNED-TEXT (2:3) TO WS-UNITS
               IF WS-SIGNED-TEXT (1:1) = "-"
                   COMPUTE WS-UNITS = 0 - WS-UNITS
               END-IF
               MOVE WS-UNITS TO WS-NUM-IN
           END-IF.
