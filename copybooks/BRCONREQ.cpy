      ******************************************************************
      *    BRCONREQ -- BRANCH CONSOLIDATION REQUEST RECORD             *
      *    ONE RECORD PER BRANCH BEING CLOSED: THE CLOSING BRANCH      *
      *    (ALREADY MARKED CLOSED ON THE BRANCH MASTER), THE OPEN      *
      *    SUCCESSOR BRANCH THAT TAKES OVER ITS CUSTOMERS, AND THE     *
      *    EFFECTIVE DATE.  READ BY BRCONSOL.  RECORD LENGTH 40.       *
      ******************************************************************
       01  BRANCH-CONSOL-REQUEST.
           05  BQ-CLOSING-BRANCH       PIC X(03).
           05  BQ-SUCCESSOR-BRANCH     PIC X(03).
           05  BQ-EFFECTIVE-DATE       PIC 9(08).
           05  BQ-REQUESTER            PIC X(20).
           05  FILLER                  PIC X(06).
