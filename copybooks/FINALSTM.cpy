      ******************************************************************
      *    FINALSTM -- FINAL STATEMENT REQUEST RECORD                  *
      *    ONE RECORD PER CUSTOMER CLOSED IN TONIGHT'S ACCTCLOS RUN.   *
      *    THE MYPROG STATEMENT RUN PRODUCES A STATEMENT FOR EVERY     *
      *    CUSTOMER ON THIS FILE WHATEVER THE STATEMENT CYCLE SAYS,    *
      *    AND LOOPS COUNTS THE SAME CUSTOMERS INTO ITS CHANNEL        *
      *    RECONCILIATION.  REWRITTEN EVERY NIGHT.  RECORD LENGTH 20.  *
      ******************************************************************
       01  FINAL-STATEMENT-RECORD.
           05  FS-CUST-NUMBER          PIC 9(06).
           05  FS-CLOSE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06).
