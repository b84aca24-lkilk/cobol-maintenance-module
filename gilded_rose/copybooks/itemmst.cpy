      *               (DEACTIVATED BY item-maint); A ROW FROM BEFORE
      *               THE FIELD EXISTED CARRIES A SPACE AND IS
      *               TREATED AS ACTIVE.
      *               MST-CATEGORY IS THE MERCHANDISE CATEGORY CODE ON
      *               data/merch-hierarchy.dat (SEE MERCHHIR), SET BY
      *               item-maint's ASSIGN COMMAND; SPACES (A NEW ITEM,
      *               OR A ROW FROM BEFORE THE FIELD EXISTED) MEANS NOT
      *               YET CATEGORISED.
      ******************************************************************
       01  FS-MASTER-ITEM.
           05  MST-ITEM-ID          PIC 9(6).
           05  MST-REORDER-POINT    PIC 9(5).
           05  MST-REORDER-QTY      PIC 9(5).
           05  MST-STATUS           PIC X.
           05  MST-CATEGORY         PIC X(4).
