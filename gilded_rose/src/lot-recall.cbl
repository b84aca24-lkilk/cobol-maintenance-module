       PROGRAM-ID. "lot-recall".

      * MODIFICATION HISTORY:
      * - disposition-history.dat RECORDS NOW END WITH A CHAIN
      *   VALUE (SEE AUDCHAIN) - THE HISTORY LAYOUT IS WIDENED
      *   TO MATCH SO EACH LONGER LINE STILL READS AS ONE RECORD.
      * - REFUSES TO START WHILE THE NIGHTLY RUN HOLDS run-lock.dat
      *   (SEE main-program), LIKE THE OTHER OPERATOR UTILITIES - IT
      *   REWRITES FILES THE RUN MAY HAVE IN FLIGHT.  A SUPERVISOR
               05 HST-REASON            PIC X(9).
               05 FILLER                PIC X.
               05 HST-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 HST-CHAIN             PIC X(10).

           FD FI-DISPOSALS.
           01 FS-DISPOSAL-RECORD.
