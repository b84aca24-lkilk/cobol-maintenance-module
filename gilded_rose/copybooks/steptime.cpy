      ******************************************************************
      *    COPYBOOK:  STEPTIME
      *    PURPOSE:   NIGHTLY STEP TIMING RECORD (run-timing.dat).  ONE
      *               ROW PER STEP main-program ACTUALLY EXECUTED,
      *               APPENDED AND NEVER REWRITTEN - run-control.dat
      *               ONLY EVER HOLDS ONE NIGHT, SO THIS IS THE
      *               HISTORY batch-trend WORKS FROM.  STM-RUN-DATE IS
      *               THE BUSINESS (PROCESSING) DATE THE STEP BELONGS
      *               TO; THE START AND END STAMPS ARE THE WALL CLOCK,
      *               WHICH CROSSES MIDNIGHT ON MOST NIGHTS.
      *               STM-ELAPSED IS WHOLE SECONDS.  A STEP SKIPPED AS
      *               ALREADY COMPLETE OR FORCED BY A SUPERVISOR DID
      *               NOT RUN AND HAS NO ROW; A FAILED STEP DOES, SINCE
      *               ITS TIME CAME OUT OF THE WINDOW ALL THE SAME.
      ******************************************************************
       01  FS-STEPTIME-RECORD.
           05  STM-RUN-DATE         PIC X(8).
           05  FILLER               PIC X.
           05  STM-STEP             PIC 99.
           05  FILLER               PIC X.
           05  STM-NAME             PIC X(10).
           05  FILLER               PIC X.
           05  STM-STATUS           PIC X(8).
           05  FILLER               PIC X.
           05  STM-RC               PIC 9(4).
           05  FILLER               PIC X.
           05  STM-START-DATE       PIC X(8).
           05  FILLER               PIC X.
           05  STM-START-TIME       PIC X(6).
           05  FILLER               PIC X.
           05  STM-END-DATE         PIC X(8).
           05  FILLER               PIC X.
           05  STM-END-TIME         PIC X(6).
           05  FILLER               PIC X.
           05  STM-ELAPSED          PIC 9(6).
