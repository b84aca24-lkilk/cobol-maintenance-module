      ******************************************************************
      *    COPYBOOK:  SHELFCAP
      *    PURPOSE:   SHELF CAPACITY LIMIT (data/shelf-capacity.dat).
      *               ONE ROW PER STORE ROOM AND EITHER ONE ITEM OR ONE
      *               RULE CLASS, HOLDING THE MOST UNITS THE ROOM HAS
      *               SPACE FOR.  MAINTAINED ONLY BY capacity-maint AND
      *               READ THROUGH THE shelf-capacity SUBPROGRAM.
      *               CAP-SCOPE "I" - CAP-KEY IS THE PERMANENT ITEM
      *                               NUMBER (SEE ITEMMST).
      *               CAP-SCOPE "C" - CAP-KEY (1:1) IS THE RULE CLASS
      *                               FROM item-rules.dat (N GENERAL,
      *                               B AGES-WELL, L LEGENDARY,
      *                               C CONCERT PASS, D DOUBLE-DECAY)
      *                               AND THE LIMIT COVERS EVERY ITEM
      *                               OF THE CLASS IN THE ROOM.
      *               AN ITEM UNDER BOTH AN ITEM LIMIT AND A CLASS
      *               LIMIT MUST FIT BOTH.  A STORE, ITEM OR CLASS WITH
      *               NO ROW HAS NO LIMIT.
      *               CAP-SET-DATE AND CAP-SET-BY SAY WHEN AND BY WHOM
      *               THE LIMIT WAS LAST INSTALLED.
      ******************************************************************
       01  FS-CAPACITY-RECORD.
           05  CAP-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  CAP-SCOPE            PIC X.
               88  CAP-IS-ITEM      VALUE "I".
               88  CAP-IS-CLASS     VALUE "C".
           05  FILLER               PIC X.
           05  CAP-KEY              PIC X(6).
           05  FILLER               PIC X.
           05  CAP-MAX-UNITS        PIC 9(5).
           05  FILLER               PIC X.
           05  CAP-SET-DATE         PIC X(8).
           05  FILLER               PIC X.
           05  CAP-SET-BY           PIC X(8).
