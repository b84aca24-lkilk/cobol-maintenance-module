      ******************************************************************
      *    COPYBOOK:  RTNHIST
      *    PURPOSE:   CUSTOMER RETURN HISTORY RECORD
      *               (return-history.dat).  ONE ROW PER SOLD ROW A
      *               CUSTOMER RETURN PUT UNITS BACK AGAINST,
      *               APPENDED BY customer-return AND
      *               NEVER REWRITTEN.  RTH-RAW-RECORD IS THE in.dat
      *               RECORD AS IT WENT BACK ON THE SHELF - SAME ITEM
      *               ID, STORE AND LOT AS THE SALE, SELL-IN AND
      *               QUALITY AGED TO THE RETURN DATE, AND ITEM-QTY
      *               (62:5) SET TO THE UNITS RETURNED.  RTH-DATE IS
      *               THE DAY THE RETURN WAS TAKEN AND RTH-SALE-DATE
      *               THE DATE OF THE SOLD ROW ON
      *               disposition-history.dat IT REVERSES, SO THE
      *               UNITS ALREADY RETURNED AGAINST A SALE CAN BE
      *               COUNTED OFF IT AND sales-report CAN NET A RETURN
      *               OUT AT THE PRICE IT WAS SOLD FOR.  KEPT APART
      *               FROM disposition-history.dat SO THE PROGRAMS
      *               THAT TREAT EVERY NON-SOLD ROW THERE AS STOCK
      *               LEAVING THE SHELF ARE NOT MISLED BY IT.
      ******************************************************************
       01  FS-RETURN-HISTORY-RECORD.
           05  RTH-RAW-RECORD       PIC X(84).
           05  FILLER               PIC X.
           05  RTH-REASON           PIC X(9).
           05  FILLER               PIC X.
           05  RTH-DATE             PIC X(8).
           05  FILLER               PIC X.
           05  RTH-SALE-DATE        PIC X(8).
