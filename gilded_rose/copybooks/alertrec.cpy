      ******************************************************************
      *    COPYBOOK:  ALERTREC
      *    PURPOSE:   OUTBOUND PAGING FEED alerts.dat, WRITTEN BY
      *               alert-monitor AND PICKED UP BY THE SITE PAGING
      *               GATEWAY.  APPEND ONLY, ONE RECORD PER PAGE TO
      *               SEND.  ALR-TYPE P IS THE FIRST PAGE TO THE
      *               ON-CALL OPERATOR FROM THE ROTA; E IS THE
      *               ESCALATION OF THE SAME ALERT NUMBER TO THE SHIFT
      *               SUPERVISOR WHEN NOBODY ACKNOWLEDGED IT IN TIME.
      *               ALR-COUNT IS HOW MANY oplog.dat LINES FROM THE
      *               SAME PROGRAM AND PARAGRAPH THE ALERT STANDS FOR
      *               (REPEATS ARE COLLAPSED, NOT PAGED AGAIN).  THE
      *               LOG DATE AND TIME ARE THOSE OF THE FIRST LINE;
      *               THE SEND DATE AND TIME ARE THE WALL CLOCK.
      ******************************************************************
       01  FS-ALERT-RECORD.
           05  ALR-SEND-DATE        PIC X(8).
           05  FILLER               PIC X.
           05  ALR-SEND-TIME        PIC X(6).
           05  FILLER               PIC X.
           05  ALR-ALERT-ID         PIC 9(6).
           05  FILLER               PIC X.
           05  ALR-TYPE             PIC X.
               88  ALR-PAGE         VALUE "P".
               88  ALR-ESCALATION   VALUE "E".
           05  FILLER               PIC X.
           05  ALR-OPERATOR         PIC X(8).
           05  FILLER               PIC X.
           05  ALR-OPERATOR-NAME    PIC X(20).
           05  FILLER               PIC X.
           05  ALR-SEVERITY         PIC X.
           05  FILLER               PIC X.
           05  ALR-COUNT            PIC 9(4).
           05  FILLER               PIC X.
           05  ALR-LOG-DATE         PIC X(8).
           05  FILLER               PIC X.
           05  ALR-LOG-TIME         PIC X(6).
           05  FILLER               PIC X.
           05  ALR-PROGRAM          PIC X(20).
           05  FILLER               PIC X.
           05  ALR-PARAGRAPH        PIC X(20).
           05  FILLER               PIC X.
           05  ALR-TEXT             PIC X(80).
