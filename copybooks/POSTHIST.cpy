      *    PH-POST-DATE IS THE POSTING'S BUSINESS DATE (A CATCH-UP     *
      *    STANDING ORDER KEEPS ITS ORIGINAL DUE DATE); PH-PROC-DATE   *
      *    IS THE CHAIN DATE THE RECORD WAS WRITTEN, WHICH IS WHAT     *
      *    THE NIGHTLY CONTROL TOTALS FILTER ON.  PH-AMOUNT IS         *
      *    ALWAYS IN THE ACCOUNT'S CURRENCY; A FOREIGN-CURRENCY ITEM   *
      *    ALSO KEEPS ITS ORIGINAL CURRENCY AND AMOUNT AND THE RATE    *
      *    APPLIED.  RECORD LENGTH 100 BYTES.                          *
      *    THE FILE IS INDEXED ON PH-KEY - CUSTOMER, POSTING DATE AND  *
      *    REFERENCE - SO A REVERSAL OR A STATEMENT PAGE READS ONE     *
      *    CUSTOMER'S POSTINGS DIRECTLY.  PH-KEY-SEQ TELLS APART       *
      *    POSTINGS THAT SHARE ALL THREE (AN ORIGINAL AND ITS SAME-    *
      *    DAY REVERSAL, INTEREST ON TWO ACCOUNTS): THE WRITER STARTS  *
      *    IT AT ZERO AND STEPS IT ON A DUPLICATE KEY.  HISTARCH       *
      *    MOVES CLOSED-PERIOD POSTINGS PAST THE ON-LINE RETENTION     *
      *    TO DATED SEQUENTIAL ARCHIVE GENERATIONS IN THIS LAYOUT.     *
      ******************************************************************
       01  POSTING-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-CUST-NUMBER      PIC 9(06).
               10  PH-POST-DATE        PIC 9(08).
               10  PH-REFERENCE        PIC X(10).
               10  PH-KEY-SEQ          PIC 9(03).
           05  PH-TXN-TYPE             PIC X(01).
               88  PH-DEBIT            VALUE "D".
               88  PH-CREDIT           VALUE "C".
           05  PH-AMOUNT               PIC 9(07)V9(02).
           05  PH-BALANCE-AFTER        PIC S9(07)V9(02).
           05  PH-SOURCE               PIC X(08).
           05  PH-BRANCH               PIC X(03).
           05  PH-PROC-DATE            PIC 9(08).
      *    THE CLOSED PERIOD A PRIOR-PERIOD ADJUSTMENT CORRECTS;
      *    ZERO ON ORDINARY POSTINGS
           05  PH-ADJ-PERIOD           PIC 9(06).
      *    THE ACCOUNT POSTED; PH-BALANCE-AFTER IS THAT ACCOUNT'S
      *    BALANCE.  SPACES ON RECORDS WRITTEN BEFORE THE ACCOUNT
      *    MASTER MEAN THE PRIMARY ACCOUNT 01
           05  PH-ACCT-SEQ             PIC 9(02).
      *    THE ITEM AS RECEIVED WHEN IT WAS IN ANOTHER CURRENCY, AND
      *    THE RATE (ACCOUNT-CURRENCY UNITS PER ONE UNIT RECEIVED)
      *    THAT CONVERTED IT.  SPACES / ZERO MEAN THE ITEM WAS IN THE
      *    ACCOUNT'S OWN CURRENCY
           05  PH-ORIG-CURRENCY        PIC X(03).
           05  PH-ORIG-AMOUNT          PIC 9(07)V9(02).
           05  PH-FX-RATE              PIC 9(05)V9(06).
           05  FILLER                  PIC X(04).
