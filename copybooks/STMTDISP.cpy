      *    FOR THE CUSTOMER, "A" RESOLVED AGAINST, "C" CLOSED.         *
      *    MAINTAINED BY DISPMNT; DISPAGE AGES THE OPEN CASES          *
      *    AGAINST THE REGULATORY RESPONSE DEADLINE.                   *
      *    A CASE WITH A DISPUTED AMOUNT CARRIES A PROVISIONAL CREDIT: *
      *    "P" PENDING UNTIL DISPAGE WRITES THE CREDIT ITEM FOR        *
      *    POSTRUN, "I" ISSUED, THEN AT RESOLUTION "F" FINAL (FOR THE  *
      *    CUSTOMER) OR "R" REVERSED (AGAINST, TYPE "R" ITEM WRITTEN   *
      *    BY DISPAGE).  "X" IS A CREDIT CANCELLED BEFORE IT WAS       *
      *    ISSUED.  DP-RESOLVED-AS KEEPS THE OUTCOME ONCE THE CASE     *
      *    IS CLOSED.  RECORD LENGTH 160 BYTES.                        *
      ******************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DP-KEY.
           05  DP-OPENED-DATE          PIC 9(08).
           05  DP-STATUS-DATE          PIC 9(08).
           05  DP-NOTES                PIC X(60).
           05  DP-DISPUTED-AMOUNT      PIC 9(07)V9(02).
           05  DP-RESOLVED-AS          PIC X(01).
               88  DP-FOUND-FOR        VALUE "F".
               88  DP-FOUND-AGAINST    VALUE "A".
           05  DP-PC-STATUS            PIC X(01).
               88  DP-PC-NONE          VALUE " ".
               88  DP-PC-PENDING       VALUE "P".
               88  DP-PC-ISSUED        VALUE "I".
               88  DP-PC-FINAL         VALUE "F".
               88  DP-PC-REVERSED      VALUE "R".
               88  DP-PC-CANCELLED     VALUE "X".
           05  DP-PC-REFERENCE         PIC X(10).
           05  DP-PC-ISSUED-DATE       PIC 9(08).
           05  DP-PC-SETTLED-DATE      PIC 9(08).
           05  FILLER                  PIC X(09).
