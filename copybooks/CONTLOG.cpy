      *    SHORT NOTE.  TYPE "P" IS A PROMISE TO PAY: THE DUNNING      *
      *    RUN HOLDS THE NEXT LETTER WHILE A RECENT PROMISE IS ON      *
      *    FILE.  MAINTAINED THROUGH THE CUSTMNT CONTACT FUNCTIONS.    *
      *    A PROMISE CARRIES THE PROMISED AMOUNT AND DUE DATE IN THE   *
      *    NOTE AREA; THE NIGHTLY PTPCHK RUN MARKS IT KEPT OR BROKEN   *
      *    AGAINST THE POSTED CREDITS AND LOGS A TYPE "B" ENTRY FOR    *
      *    EVERY BROKEN PROMISE.  OLDER PROMISES WITH A FREE-TEXT      *
      *    NOTE ONLY (AMOUNT NOT NUMERIC) ARE NOT TRACKED.  TYPE "A"   *
      *    IS AN SMS OR E-MAIL ALERT SENT BY ALERTRUN; THE NOTE NAMES  *
      *    THE CHANNEL, THE EVENT AND THE ACCOUNT.                     *
      ******************************************************************
       01  CONTACT-LOG-RECORD.
           05  CL-CUST-NUMBER          PIC 9(06).
               88  CL-INQUIRY          VALUE "I".
               88  CL-COMPLAINT        VALUE "C".
               88  CL-OTHER            VALUE "O".
               88  CL-PROMISE-BROKEN   VALUE "B".
               88  CL-ALERT-SENT       VALUE "A".
           05  CL-NOTE                 PIC X(40).
           05  CL-PROMISE-DATA REDEFINES CL-NOTE.
               10  CL-PROM-AMOUNT      PIC 9(07)V9(02).
               10  CL-PROM-DUE-DATE    PIC 9(08).
               10  CL-PROM-NOTE        PIC X(23).
           05  CL-PROM-STATUS          PIC X(01).
               88  CL-PROM-OPEN        VALUE SPACE.
               88  CL-PROM-KEPT        VALUE "K".
               88  CL-PROM-BROKEN      VALUE "B".
           05  FILLER                  PIC X(04).
