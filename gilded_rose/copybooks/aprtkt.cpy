      ******************************************************************
      *    COPYBOOK:  APRTKT
      *    PURPOSE:   DUAL-CONTROL APPROVAL TICKET (approval-tickets.dat).
      *               A STOCK ADJUSTMENT (stock-take), WRITE-OFF
      *               (disposal-approve) OR ITEM MERGE (item-maint)
      *               WORTH MORE THAN THE LIMIT ON data/dual-control.dat
      *               IS NOT POSTED BY THE OPERATOR WHO KEYED IT - THE
      *               dual-control SUBPROGRAM STAGES IT HERE AS PENDING
      *               WITH THE MAKER'S ID AND TIMESTAMP.  A SECOND,
      *               DIFFERENT OPERATOR OF THE CHECKER ROLE APPROVES OR
      *               REJECTS IT THROUGH dual-approve, AND THE UTILITY
      *               THAT STAGED IT POSTS AN APPROVED TICKET ON ITS NEXT
      *               RUN AND MARKS IT POSTED.  ROWS ARE NEVER REMOVED -
      *               THE FILE IS THE STANDING RECORD OF WHO MADE AND WHO
      *               CHECKED EVERY HIGH-VALUE CHANGE.  THE STAMPS ARE
      *               WALL-CLOCK CCYYMMDDHHMMSS.  APT-DETAIL IS THE
      *               STAGED TRANSACTION ITSELF, IN THE SHAPE OF ITS KIND,
      *               AND IS WHAT THE POSTING RUN MATCHES THE TICKET ON.
      ******************************************************************
       01  FS-APPROVAL-TICKET.
           05  APT-TICKET           PIC 9(6).
           05  FILLER               PIC X.
           05  APT-STATUS           PIC X(8).
               88  APT-PENDING      VALUE "PENDING".
               88  APT-APPROVED     VALUE "APPROVED".
               88  APT-REJECTED     VALUE "REJECTED".
               88  APT-POSTED       VALUE "POSTED".
           05  FILLER               PIC X.
           05  APT-KIND             PIC X(8).
               88  APT-STOCK-ADJUST VALUE "STOCKADJ".
               88  APT-WRITE-OFF    VALUE "WRITEOFF".
               88  APT-MERGE        VALUE "MERGE".
           05  FILLER               PIC X.
           05  APT-VALUE            PIC 9(9)V99.
           05  FILLER               PIC X.
           05  APT-MAKER            PIC X(8).
           05  FILLER               PIC X.
           05  APT-MAKER-STAMP      PIC X(14).
           05  FILLER               PIC X.
           05  APT-CHECKER          PIC X(8).
           05  FILLER               PIC X.
           05  APT-CHECKER-STAMP    PIC X(14).
           05  FILLER               PIC X.
           05  APT-POSTED-DATE      PIC X(8).
           05  FILLER               PIC X.
           05  APT-DETAIL           PIC X(110).
      *    STOCKADJ - THE COUNTED LINE'S ITEM ID, STORE AND LOT, ITS
      *               QUANTITY BEFORE THE COUNT, THE COUNTED QUANTITY,
      *               THE COUNT DATE AND THE ITEM NAME.  ONLY FIELDS
      *               THE NIGHTLY RUN DOES NOT AGE, SO A TICKET STILL
      *               MATCHES ITS LINE AFTER SELL-IN AND QUALITY MOVE.
           05  APT-ADJ-DETAIL REDEFINES APT-DETAIL.
               10  APT-ADJ-ITEM-ID  PIC X(6).
               10  FILLER           PIC X.
               10  APT-ADJ-STORE    PIC X(3).
               10  FILLER           PIC X.
               10  APT-ADJ-LOT      PIC X(6).
               10  FILLER           PIC X.
               10  APT-ADJ-OLD-QTY  PIC 9(5).
               10  FILLER           PIC X.
               10  APT-ADJ-NEW-QTY  PIC 9(5).
               10  FILLER           PIC X.
               10  APT-ADJ-DATE     PIC X(8).
               10  FILLER           PIC X.
               10  APT-ADJ-NAME     PIC X(50).
               10  FILLER           PIC X(21).
      *    WRITEOFF - THE pending-disposals.dat LINE AS STAGED.
           05  APT-WOF-DETAIL REDEFINES APT-DETAIL.
               10  APT-WOF-RECORD   PIC X(83).
               10  FILLER           PIC X(27).
      *    MERGE    - DUPLICATE ID, SURVIVING ID, DUPLICATE'S NAME.
           05  APT-MRG-DETAIL REDEFINES APT-DETAIL.
               10  APT-MRG-DUP-ID   PIC X(6).
               10  FILLER           PIC X.
               10  APT-MRG-SURVIVOR PIC X(6).
               10  FILLER           PIC X.
               10  APT-MRG-DUP-NAME PIC X(50).
               10  FILLER           PIC X(46).
