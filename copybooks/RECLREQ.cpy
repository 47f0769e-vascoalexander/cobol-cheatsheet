      ******************************************************************
      *    RECLREQ  -- ESCHEATED FUNDS RECLAIM REQUEST RECORD          *
      *    TYPE "C": A FORMER OWNER HAS COME BACK - FILE A CLAIM WITH  *
      *    THE AUTHORITY FOR EVERYTHING ESCHEATED FROM THE CUSTOMER,   *
      *    UNDER THE AUTHORITY'S CLAIM REFERENCE.  TYPE "R": THE       *
      *    AUTHORITY HAS RETURNED THE FUNDS FOR THAT CLAIM; THE        *
      *    AMOUNT MUST EQUAL THE AMOUNT CLAIMED.  PROCESSED BY THE     *
      *    ESCHCLM RUN.  RECORD LENGTH 80 BYTES.                       *
      ******************************************************************
       01  RECLAIM-REQUEST-RECORD.
           05  RR-REQ-TYPE             PIC X(01).
               88  RR-FILE-CLAIM       VALUE "C".
               88  RR-FUNDS-RETURNED   VALUE "R".
           05  RR-CUST-NUMBER          PIC 9(06).
           05  RR-CLAIM-REFERENCE      PIC X(15).
           05  RR-AMOUNT               PIC 9(07)V9(02).
           05  RR-REQUESTER            PIC X(20).
           05  FILLER                  PIC X(29).
