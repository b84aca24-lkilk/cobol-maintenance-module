       IDENTIFICATION DIVISION.
       PROGRAM-ID. "stock-ledger".

      * MODIFICATION HISTORY:
      * - NEW PROGRAM.  SHARED STOCK MOVEMENT POSTER.  UNITS CHANGE
      *   HANDS IN A DOZEN PROGRAMS, EACH KEEPING ITS OWN REGISTER OR
      *   HISTORY IN ITS OWN LAYOUT, AND NO ONE FILE COULD PROVE THAT
      *   YESTERDAY'S STOCK PLUS THE DAY'S MOVEMENTS IS TONIGHT'S
      *   STOCK.  EVERY PROGRAM THAT CHANGES THE UNITS ON HAND NOW
      *   CALLS THIS WITH ONE STANDARD MOVEMENT (SEE THE STKMOVE
      *   COPYBOOK) AND IT IS APPENDED TO stock-ledger.dat, WHICH
      *   stock-rollforward READS EACH NIGHT.  A BLANK DATE IS
      *   STAMPED WITH THE BUSINESS DATE (processing_date, ELSE
      *   TODAY), LIKE error-logger.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-LEDGER ASSIGN "stock-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-LEDGER.
           01 FS-LEDGER-RECORD          PIC X(114).

       WORKING-STORAGE SECTION.
           01 WS-LEDGER-FILE-STATUS     PIC 99.
               88 WS-LEDGER-OK          VALUE 00.

           01 WS-PROCESS-DATE-TEXT      PIC X(8).

       LINKAGE SECTION.
           COPY "stkmove.cpy".

       PROCEDURE DIVISION USING STOCK-MOVEMENT.
           IF SMV-DATE = SPACES
               MOVE SPACES TO WS-PROCESS-DATE-TEXT
               ACCEPT WS-PROCESS-DATE-TEXT
                   FROM ENVIRONMENT "processing_date"
               IF WS-PROCESS-DATE-TEXT NUMERIC
                   MOVE WS-PROCESS-DATE-TEXT TO SMV-DATE
               ELSE
                   ACCEPT SMV-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           IF SMV-STORE = SPACES
               MOVE "A" TO SMV-STORE
           END-IF.

           OPEN EXTEND FI-LEDGER.
           IF NOT WS-LEDGER-OK
               CLOSE FI-LEDGER
               OPEN OUTPUT FI-LEDGER
           END-IF.
           MOVE STOCK-MOVEMENT TO FS-LEDGER-RECORD.
           WRITE FS-LEDGER-RECORD.
           CLOSE FI-LEDGER.
           GOBACK.
