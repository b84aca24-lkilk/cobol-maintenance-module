      ******************************************************************
      *    COPYBOOK:  SHELFREQ
      *    PURPOSE:   PARAMETER BLOCK FOR THE SHARED shelf-capacity
      *               SUBPROGRAM.  CLEAR THE BLOCK (MOVE SPACES, THEN
      *               ZERO THE UNITS) BEFORE FILLING IT.
      *               FUNCTIONS:
      *                 LOAD   - READ THE CAPACITY LIMITS, THE RULE
      *                          TABLE IN FORCE ON processing_date AND
      *                          THE ITEM MASTER, AND EMPTY THE ROOMS.
      *                          SCR-LIMIT-COUNT RETURNS THE NUMBER OF
      *                          LIMITS LOADED (ZERO - NOTHING TO
      *                          ENFORCE).
      *                 OCCUPY - ADD SCR-UNITS (SIGNED) OF SCR-ITEM-NAME
      *                          TO STORE SCR-STORE.
      *                 CHECK  - WOULD SCR-UNITS MORE OF THE ITEM FIT
      *                          IN THE STORE?  SCR-RESULT IS "OK",
      *                          "OVER", OR "NONE" WHEN NO LIMIT
      *                          APPLIES.  SCR-FREE-UNITS IS THE ROOM
      *                          LEFT UNDER THE TIGHTER OF THE ITEM AND
      *                          CLASS LIMITS (NEGATIVE WHEN ALREADY
      *                          OVER), SCR-LIMIT-UNITS/-SCOPE THAT
      *                          LIMIT AND SCR-OCCUPIED THE UNITS
      *                          ALREADY HELD AGAINST IT.
      *                 CLASS  - LIMIT AND OCCUPANCY OF RULE CLASS
      *                          SCR-CLASS IN STORE SCR-STORE; RESULT
      *                          "NONE" WHEN THE CLASS HAS NO LIMIT.
      *               SCR-CLASS IS RETURNED BY OCCUPY AND CHECK.  A
      *               BLANK STORE IS STORE A.  A BLANK OR ZERO ITEM ID
      *               IS RESOLVED FROM THE NAME.
      ******************************************************************
       01  SHELF-CAPACITY-REQUEST.
           05  SCR-FUNCTION         PIC X(8).
               88  SCR-LOAD         VALUE "LOAD".
               88  SCR-OCCUPY       VALUE "OCCUPY".
               88  SCR-CHECK        VALUE "CHECK".
               88  SCR-CLASS-QUERY  VALUE "CLASS".
           05  SCR-STORE            PIC X(3).
           05  SCR-ITEM-ID          PIC X(6).
           05  SCR-ITEM-NAME        PIC X(50).
           05  SCR-CLASS            PIC X.
           05  SCR-UNITS            PIC S9(6).
           05  SCR-RESULT           PIC X(4).
               88  SCR-WITHIN       VALUE "OK".
               88  SCR-OVER         VALUE "OVER".
               88  SCR-UNLIMITED    VALUE "NONE".
           05  SCR-FREE-UNITS       PIC S9(7).
           05  SCR-LIMIT-UNITS      PIC 9(5).
           05  SCR-LIMIT-SCOPE      PIC X.
           05  SCR-OCCUPIED         PIC S9(7).
           05  SCR-LIMIT-COUNT      PIC 9(4).
