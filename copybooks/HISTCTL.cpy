      ******************************************************************
      *    HISTCTL  -- POSTING HISTORY ARCHIVE GENERATION CONTROL      *
      *    ONE RECORD PER HISTARCH RUN, APPENDED AFTER THE POSTINGS    *
      *    ARE MOVED: THE ARCHIVE DATE, THE LAST PERIOD ARCHIVED,      *
      *    THE POSTING-DATE RANGE AND COUNT OF THE GENERATION AND ITS  *
      *    DEBIT AND CREDIT TOTALS.  THE CATALOG TELLS A TAXCERT OR    *
      *    DSARPRT RUN WHICH GENERATIONS A YEAR OR A CUSTOMER NEEDS.   *
      ******************************************************************
       01  HISTORY-CONTROL-RECORD.
           05  HC-ARCHIVE-DATE         PIC 9(08).
           05  HC-ARCHIVED-THRU        PIC 9(06).
           05  HC-FIRST-DATE           PIC 9(08).
           05  HC-LAST-DATE            PIC 9(08).
           05  HC-RECORD-COUNT         PIC 9(09).
           05  HC-DEBIT-TOTAL          PIC 9(11)V9(02).
           05  HC-CREDIT-TOTAL         PIC 9(11)V9(02).
           05  FILLER                  PIC X(15).
