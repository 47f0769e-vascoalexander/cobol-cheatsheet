      ******************************************************************
      *    CHGREQ   -- PENDING CUSTOMER CHANGE REQUEST RECORD          *
      *    A SENSITIVE CHANGE KEYED IN CUSTMNT - AN OVERDRAFT LIMIT    *
      *    RAISED, A STATE CHANGED OR AN ADDRESS REPLACED - IS NOT     *
      *    APPLIED TO THE MASTER BUT HELD HERE WITH THE MAKER'S        *
      *    OPERATOR ID AND THE VALUES BEFORE AND AFTER.  A SECOND      *
      *    OPERATOR WITH APPROVAL AUTHORITY ON OPERAUTH APPROVES OR    *
      *    REJECTS IT IN CUSTMNT; THE MAKER MAY NOT DECIDE THEIR OWN.  *
      *    A REQUEST STILL PENDING AFTER THE EXPIRY PERIOD IS MARKED   *
      *    EXPIRED AND NEVER APPLIED.  KEYED BY CUSTOMER AND THE DATE  *
      *    AND TIME THE REQUEST WAS RAISED.  CHGRQRPT REPORTS THEM     *
      *    DAILY.  RECORD LENGTH 420 BYTES.                            *
      ******************************************************************
       01  CHANGE-REQUEST-RECORD.
           05  CR-KEY.
               10  CR-CUST-NUMBER      PIC 9(06).
               10  CR-REQ-DATE         PIC 9(08).
               10  CR-REQ-TIME         PIC 9(08).
           05  CR-STATUS               PIC X(01).
               88  CR-PENDING          VALUE "P".
               88  CR-APPROVED         VALUE "A".
               88  CR-REJECTED         VALUE "R".
               88  CR-EXPIRED          VALUE "E".
           05  CR-MAKER                PIC X(08).
           05  CR-CHECKER              PIC X(08).
           05  CR-DECISION-DATE        PIC 9(08).
      *    WHICH OF THE SENSITIVE FIELDS THE REQUEST CHANGES
           05  CR-LIMIT-SW             PIC X(01).
               88  CR-LIMIT-CHANGE     VALUE "Y".
           05  CR-STATE-SW             PIC X(01).
               88  CR-STATE-CHANGE     VALUE "Y".
           05  CR-ADDRESS-SW           PIC X(01).
               88  CR-ADDRESS-CHANGE   VALUE "Y".
           05  CR-OLD-LIMIT            PIC 9(05)V9(02).
           05  CR-OLD-ACTION           PIC X(01).
           05  CR-NEW-LIMIT            PIC 9(05)V9(02).
           05  CR-NEW-ACTION           PIC X(01).
           05  CR-OLD-STATE            PIC X(01).
           05  CR-NEW-STATE            PIC X(01).
      *    ALL THREE CUSTOMER-ADDRESS OCCURRENCES, AS ON CUSTMAST
           05  CR-OLD-ADDRESS          PIC X(51) OCCURS 3 TIMES.
           05  CR-NEW-ADDRESS          PIC X(51) OCCURS 3 TIMES.
           05  CR-REASON               PIC X(30).
           05  FILLER                  PIC X(16).
