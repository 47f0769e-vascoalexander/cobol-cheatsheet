      ******************************************************************
      *    ATOCASE  -- ACCOUNT-TAKEOVER FRAUD CASE RECORD              *
      *    ONE RECORD PER CUSTOMER, KEYED BY CUSTOMER NUMBER.  RAISED  *
      *    BY ATOMON WHEN AN ADDRESS OR CONTACT CHANGE IS FOLLOWED     *
      *    INSIDE THE PARAMETER WINDOW BY UNUSUAL DEBITS OR A NEW      *
      *    STANDING ORDER, WITH THE EVIDENCE: THE CHANGE, THE DEBITS   *
      *    SINCE IT (COUNT, TOTAL, LARGEST) AND THE NEW ORDERS.  AN    *
      *    OPEN CASE IS REFRESHED EACH NIGHT.  FRAUD OPERATIONS WORK   *
      *    THE CASES IN ATOREVW.  WHILE TK-BLOCK-SW IS "Y" AND THE     *
      *    CASE IS NOT CLEARED, POSTRUN REFUSES THE CUSTOMER'S DEBITS. *
      *    A CLEARED CASE IS REOPENED ONLY BY A LATER CHANGE.          *
      *    RECORD LENGTH 220 BYTES.                                    *
      ******************************************************************
       01  ATO-CASE-RECORD.
           05  TK-CUST-NUMBER          PIC 9(06).
           05  TK-BRANCH               PIC X(03).
           05  TK-CASE-DATE            PIC 9(08).
           05  TK-REFRESH-DATE         PIC 9(08).
      *    THE CHANGE THAT OPENED THE WINDOW AND WHERE IT CAME FROM
           05  TK-CHANGE-DATE          PIC 9(08).
           05  TK-CHANGE-TYPE          PIC X(01).
               88  TK-ADDRESS-CHANGE   VALUE "A".
               88  TK-CONTACT-CHANGE   VALUE "C".
           05  TK-CHANGE-SOURCE        PIC X(08).
      *    DEBITS POSTED SINCE THE CHANGE
           05  TK-DEBIT-COUNT          PIC 9(05).
           05  TK-DEBIT-TOTAL          PIC 9(09)V9(02).
           05  TK-LARGE-COUNT          PIC 9(05).
           05  TK-LARGEST-DEBIT        PIC 9(07)V9(02).
           05  TK-LARGEST-DATE         PIC 9(08).
           05  TK-LARGEST-REF          PIC X(10).
      *    STANDING ORDERS SET UP SINCE THE CHANGE; THE PAYEE IS THE
      *    LATEST ONE FOUND
           05  TK-NEW-SO-COUNT         PIC 9(03).
           05  TK-NEW-SO-AMOUNT        PIC 9(09)V9(02).
           05  TK-NEW-SO-PAYEE         PIC X(34).
           05  TK-BLOCK-SW             PIC X(01).
               88  TK-DEBITS-BLOCKED   VALUE "Y".
           05  TK-CASE-STATUS          PIC X(01).
               88  TK-OPEN             VALUE "O".
               88  TK-FRAUD            VALUE "F".
               88  TK-CLEARED          VALUE "C".
           05  TK-DISPOSITION          PIC X(02).
               88  TK-GENUINE          VALUE "GN".
               88  TK-FRAUD-CONFIRMED  VALUE "FR".
           05  TK-REVIEWER             PIC X(20).
           05  TK-DISP-DATE            PIC 9(08).
           05  TK-DISP-NOTE            PIC X(30).
           05  FILLER                  PIC X(20).
