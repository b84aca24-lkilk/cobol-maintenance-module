      ******************************************************************
      *    COPYBOOK:  STORPROF
      *    PURPOSE:   STORE-ROOM STORAGE PROFILE (data/storage-
      *               profiles.dat).  ONE ROW PER STORE ROOM AND RULE
      *               CLASS THE ROOM TREATS DIFFERENTLY: SPR-PERCENT IS
      *               THE DAY'S QUALITY CHANGE AS A PERCENTAGE OF THE
      *               STANDARD RATE FOR THAT CLASS (100 STANDARD, 050
      *               HALF - THE COLD ROOM - 150 HALF AGAIN).  A STORE
      *               AND CLASS WITH NO ROW AGES AT THE STANDARD RATE.
      *               LEGENDARY ITEMS (CLASS L) ARE NEVER PROFILED AND
      *               A ROW FOR THEM IS IGNORED.  SPR-PROFILE-NAME IS
      *               STAMPED ON audit.dat SO THE TRAIL SAYS WHY THE
      *               SAME ITEM AGED DIFFERENTLY IN TWO ROOMS.
      ******************************************************************
       01  FS-PROFILE-RECORD.
           05  SPR-STORE            PIC X(3).
           05  FILLER               PIC X.
           05  SPR-CLASS            PIC X.
           05  FILLER               PIC X.
           05  SPR-PERCENT          PIC 9(3).
           05  FILLER               PIC X.
           05  SPR-PROFILE-NAME     PIC X(12).
