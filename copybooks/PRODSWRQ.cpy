      ******************************************************************
      *    PRODSWRQ -- PRODUCT SWITCH REQUEST RECORD                   *
      *    ONE RECORD PER ACCOUNT TO BE MOVED TO ANOTHER PRODCAT       *
      *    PRODUCT: THE ACCOUNT, THE NEW PRODUCT, THE DATE THE SWITCH  *
      *    TAKES EFFECT (ZERO FOR THE RUN DATE) AND WHO ASKED.  A      *
      *    REQUEST FOR THE PRODUCT THE ACCOUNT ALREADY HOLDS CANCELS   *
      *    ANY SWITCH STILL PENDING ON IT.  PROCESSED BY THE PRODSWT   *
      *    RUN.  RECORD LENGTH 80 BYTES.                               *
      ******************************************************************
       01  SWITCH-REQUEST-RECORD.
           05  SR-CUST-NUMBER          PIC 9(06).
           05  SR-ACCT-SEQ             PIC 9(02).
           05  SR-NEW-PRODUCT          PIC X(02).
           05  SR-EFF-DATE             PIC 9(08).
           05  SR-REQUESTER            PIC X(20).
           05  FILLER                  PIC X(42).
