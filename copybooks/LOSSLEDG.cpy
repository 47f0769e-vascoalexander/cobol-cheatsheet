      ******************************************************************
      *    LOSSLEDG -- LOSS LEDGER RECORD                              *
      *    ONE RECORD PER CHARGED-OFF ACCOUNT, KEYED BY CUSTOMER       *
      *    NUMBER PLUS ACCOUNT SEQUENCE.  WRITTEN BY THE CHARGE-OFF    *
      *    RUN WITH THE AMOUNT WRITTEN OFF AND THE BRANCH THE LOSS     *
      *    BELONGS TO; POSTRUN ADDS EVERY LATER CREDIT TO THE          *
      *    ACCOUNT TO LL-RECOVERED AND MARKS THE LOSS FULLY            *
      *    RECOVERED ONCE RECOVERIES REACH THE AMOUNT CHARGED OFF.     *
      *    RECORD LENGTH 60 BYTES.                                     *
      ******************************************************************
       01  LOSS-LEDGER-RECORD.
           05  LL-KEY.
               10  LL-CUST-NUMBER      PIC 9(06).
               10  LL-ACCT-SEQ         PIC 9(02).
           05  LL-BRANCH               PIC X(03).
           05  LL-CURRENCY-CODE        PIC X(03).
           05  LL-CHGOFF-DATE          PIC 9(08).
           05  LL-CHGOFF-AMOUNT        PIC 9(07)V9(02).
           05  LL-RECOVERED            PIC 9(07)V9(02).
           05  LL-LAST-RECOV-DATE      PIC 9(08).
           05  LL-STATUS               PIC X(01).
               88  LL-OUTSTANDING      VALUE "O".
               88  LL-RECOVERED-FULL   VALUE "R".
           05  FILLER                  PIC X(11).
