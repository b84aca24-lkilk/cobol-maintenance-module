      ******************************************************************
      *    COPYBOOK:  ALERTSTS
      *    PURPOSE:   OPEN ALERT FILE alert-status.dat - ONE ROW PER
      *               ALERT PAGED AND NOT YET ACKNOWLEDGED.
      *               alert-monitor REWRITES IT ON EVERY PASS: AN
      *               ACKNOWLEDGED ALERT DROPS OFF, A REPEAT OF AN OPEN
      *               ALERT'S PROGRAM AND PARAGRAPH ADDS TO ALS-COUNT,
      *               AND AN OPEN ALERT OLDER THAN THE ACKNOWLEDGEMENT
      *               TIME GOES TO ESCALATD WITH THE SUPERVISOR IT WAS
      *               SENT ON TO.  ALS-SENT-DATE/-TIME ARE THE WALL
      *               CLOCK OF THE FIRST PAGE, WHICH THE ESCALATION
      *               CLOCK RUNS FROM.  alert-ack READS IT TO LIST WHAT
      *               IS OUTSTANDING.
      ******************************************************************
       01  FS-ALERT-STATUS-RECORD.
           05  ALS-ALERT-ID         PIC 9(6).
           05  FILLER               PIC X.
           05  ALS-STATUS           PIC X(8).
               88  ALS-OPEN         VALUE "OPEN".
               88  ALS-ESCALATED    VALUE "ESCALATD".
           05  FILLER               PIC X.
           05  ALS-SEVERITY         PIC X.
           05  FILLER               PIC X.
           05  ALS-COUNT            PIC 9(4).
           05  FILLER               PIC X.
           05  ALS-ONCALL           PIC X(8).
           05  FILLER               PIC X.
           05  ALS-ESCALATED-TO     PIC X(8).
           05  FILLER               PIC X.
           05  ALS-SENT-DATE        PIC X(8).
           05  FILLER               PIC X.
           05  ALS-SENT-TIME        PIC X(6).
           05  FILLER               PIC X.
           05  ALS-LOG-DATE         PIC X(8).
           05  FILLER               PIC X.
           05  ALS-LOG-TIME         PIC X(6).
           05  FILLER               PIC X.
           05  ALS-PROGRAM          PIC X(20).
           05  FILLER               PIC X.
           05  ALS-PARAGRAPH        PIC X(20).
           05  FILLER               PIC X.
           05  ALS-TEXT             PIC X(80).
