      ******************************************************************
      *    COPYBOOK:  MERCHHIR
      *    PURPOSE:   MERCHANDISE HIERARCHY RECORD
      *               (data/merch-hierarchy.dat).  TWO LEVELS: A
      *               DEPARTMENT ROW (LEVEL "D", NO PARENT) AND A
      *               CATEGORY ROW (LEVEL "C") WHOSE PARENT IS ITS
      *               DEPARTMENT'S CODE.  CODES ARE UNIQUE ACROSS BOTH
      *               LEVELS.  EACH ITEM MASTER ROW NAMES ONE CATEGORY
      *               (MST-CATEGORY, SEE ITEMMST).  THE FILE IS
      *               REWRITTEN ONLY BY item-maint (DEPT AND CATG
      *               COMMANDS); merch-rollup READS IT FOR THE REPORTS'
      *               DEPARTMENT AND CATEGORY SUBTOTALS.
      ******************************************************************
       01  FS-HIERARCHY-RECORD.
           05  HIR-LEVEL            PIC X.
               88  HIR-IS-DEPARTMENT VALUE "D".
               88  HIR-IS-CATEGORY  VALUE "C".
           05  FILLER               PIC X.
           05  HIR-CODE             PIC X(4).
           05  FILLER               PIC X.
           05  HIR-PARENT           PIC X(4).
           05  FILLER               PIC X.
           05  HIR-DESCRIPTION      PIC X(30).
