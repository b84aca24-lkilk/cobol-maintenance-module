      ******************************************************************
      *    COPYBOOK:  AUDCHAIN
      *    PURPOSE:   PARAMETER BLOCK FOR THE SHARED audit-chain
      *               SUBPROGRAM.  EVERY RECORD APPENDED TO A CHAINED
      *               FILE CARRIES A 10-DIGIT CHAIN VALUE AT THE FILE'S
      *               CHAIN COLUMN (THE BYTE BEFORE IT IS A SPACE),
      *               DERIVED FROM THE PREVIOUS RECORD'S CHAIN VALUE
      *               AND EVERY BYTE OF THE RECORD BEFORE THE CHAIN
      *               COLUMN.  CHANGING, INSERTING OR REMOVING A
      *               RECORD BREAKS THE LINK TO THE NEXT ONE, WHICH
      *               chain-verify REPORTS.  THE SHOP KEY IN
      *               audit_chain_key (UP TO 10 DIGITS, WHEN SET) IS
      *               FOLDED INTO EVERY LINK.
      *               FUNCTIONS:
      *                 L  LAST  - READ CHN-FILE-NAME AND RETURN THE
      *                            LAST RECORD'S CHAIN VALUE IN
      *                            CHN-PREVIOUS (ZERO FOR A FILE THAT
      *                            IS NEW, EMPTY OR NOT YET CHAINED)
      *                            AND ITS RECORD COUNT.  CALL IT
      *                            BEFORE OPENING THE FILE EXTEND.
      *                 C  CHAIN - LINK CHN-RECORD ONTO CHN-PREVIOUS.
      *                            THE NEW VALUE IS RETURNED IN
      *                            CHN-VALUE AND ALSO LEFT IN
      *                            CHN-PREVIOUS FOR THE NEXT RECORD.
      *               CHAINED FILES AND THEIR CHAIN COLUMNS ARE LISTED
      *               IN data/audit-chain.dat.
      ******************************************************************
       01  CHAIN-REQUEST.
           05  CHN-FUNCTION             PIC X.
               88  CHN-FIND-LAST        VALUE "L".
               88  CHN-LINK-RECORD      VALUE "C".
           05  CHN-FILE-NAME            PIC X(30).
           05  CHN-COLUMN               PIC 9(3).
           05  CHN-PREVIOUS             PIC 9(10).
           05  CHN-VALUE                PIC 9(10).
           05  CHN-RECORD-COUNT         PIC 9(7).
           05  CHN-RECORD               PIC X(200).
