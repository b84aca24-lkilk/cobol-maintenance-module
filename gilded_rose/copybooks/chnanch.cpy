      ******************************************************************
      *    COPYBOOK:  CHNANCH
      *    PURPOSE:   LAYOUT OF chain-anchors.dat.  WHEN housekeeping
      *               ROLLS RECORDS OFF A CHAINED FILE, THE FIRST
      *               RECORD KEPT AFTER EACH RUN OF ROLLED-OFF RECORDS
      *               NO LONGER FOLLOWS ITS PREDECESSOR IN THE LIVE
      *               FILE.  ONE ANCHOR IS APPENDED PER SUCH GAP,
      *               NAMING THE KEPT RECORD BY ITS OWN CHAIN VALUE
      *               AND HOLDING THE CHAIN VALUE OF THE LAST RECORD
      *               ROLLED OFF BEFORE IT, SO chain-verify CAN TELL A
      *               HOUSEKEEPING GAP FROM A BROKEN LINK.
      *               ANC-ARCHIVE-NAME IS THE MONTHLY .arc THAT LAST
      *               RECORD WENT TO, OR "PURGED".  THE ANCHOR FILE IS
      *               ITSELF CHAINED AT COLUMN 116.
      ******************************************************************
       01  CHAIN-ANCHOR.
           05  ANC-FILE-NAME            PIC X(30).
           05  FILLER                   PIC X.
           05  ANC-DATE                 PIC X(8).
           05  FILLER                   PIC X.
           05  ANC-RECORD-CHAIN         PIC X(10).
           05  FILLER                   PIC X.
           05  ANC-PREVIOUS-CHAIN       PIC X(10).
           05  FILLER                   PIC X.
           05  ANC-ROLLED-COUNT         PIC 9(7).
           05  FILLER                   PIC X.
           05  ANC-ARCHIVE-NAME         PIC X(44).
           05  FILLER                   PIC X.
           05  ANC-CHAIN                PIC X(10).
