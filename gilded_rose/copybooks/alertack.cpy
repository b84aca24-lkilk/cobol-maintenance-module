      ******************************************************************
      *    COPYBOOK:  ALERTACK
      *    PURPOSE:   ALERT ACKNOWLEDGEMENT FILE alert-acks.dat.
      *               APPENDED BY alert-ack WHEN AN OPERATOR SIGNS FOR
      *               AN ALERT AT THE TERMINAL, OR BY THE PAGING
      *               GATEWAY WHEN THE PERSON PAGED REPLIES.  THE NEXT
      *               alert-monitor PASS CLOSES THE ALERT, WHICH STOPS
      *               ITS ESCALATION.  AN ACKNOWLEDGEMENT FOR AN ALERT
      *               ALREADY CLOSED IS HARMLESS.
      ******************************************************************
       01  FS-ALERT-ACK-RECORD.
           05  ACK-DATE             PIC X(8).
           05  FILLER               PIC X.
           05  ACK-TIME             PIC X(6).
           05  FILLER               PIC X.
           05  ACK-ALERT-ID         PIC 9(6).
           05  FILLER               PIC X.
           05  ACK-OPERATOR         PIC X(8).
