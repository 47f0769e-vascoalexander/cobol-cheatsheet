      ******************************************************************
      *    ESTATE   -- DECEASED-CUSTOMER ESTATE CASE REGISTER          *
      *    ONE RECORD PER BEREAVEMENT NOTICE, KEYED BY CUSTOMER        *
      *    NUMBER, OPENED BY ESTATMNT WITH THE DATE OF DEATH AND THE   *
      *    EXECUTOR'S NAME AND ADDRESS.  WHILE THE CASE IS OPEN        *
      *    (ANY STATUS BUT "C") POSTRUN REFUSES DEBITS OTHER THAN AN   *
      *    APPROVED ESTATE PAYMENT (REFERENCE AND AMOUNT IN ONE OF     *
      *    THE FIVE SLOTS, USED ONCE), STATEMENTS AND CORRESPONDENCE   *
      *    GO TO THE EXECUTOR, AND CAMPAIGN MESSAGES AND DUNNING ARE   *
      *    SUPPRESSED.  STAGES: N = NOTIFIED, D = DEATH CERTIFICATE    *
      *    AND GRANT VERIFIED, S = ESTATE SETTLED, C = CASE CLOSED     *
      *    (ONLY ONCE ACCTCLOS HAS CLOSED THE CUSTOMER).               *
      *    RECORD LENGTH 400 BYTES.                                    *
      ******************************************************************
       01  ESTATE-CASE-RECORD.
           05  EC-CUST-NUMBER          PIC 9(06).
           05  EC-DATE-OF-DEATH        PIC 9(08).
           05  EC-NOTIFIED-DATE        PIC 9(08).
           05  EC-NOTIFIED-BY          PIC X(20).
           05  EC-EXECUTOR-NAME        PIC X(30).
           05  EC-EXECUTOR-ADDRESS.
               10  EC-EXEC-STREET      PIC X(20).
               10  EC-EXEC-HOUSE-NUMBER PIC 9(03).
               10  EC-EXEC-ZIP         PIC 9(05).
               10  EC-EXEC-CITY        PIC X(20).
               10  EC-EXEC-COUNTRY     PIC X(03).
           05  EC-CASE-STATUS          PIC X(01).
               88  EC-NOTIFIED         VALUE "N".
               88  EC-DOCS-VERIFIED    VALUE "D".
               88  EC-SETTLED          VALUE "S".
               88  EC-CASE-CLOSED      VALUE "C".
               88  EC-CASE-OPEN        VALUE "N" "D" "S".
           05  EC-DOCS-DATE            PIC 9(08).
           05  EC-SETTLED-DATE         PIC 9(08).
           05  EC-CLOSED-DATE          PIC 9(08).
           05  EC-LAST-ACTION-DATE     PIC 9(08).
           05  EC-LAST-ACTION-BY       PIC X(20).
           05  EC-ORDERS-SUSPENDED     PIC 9(03).
           05  EC-APPROVED-PAYMENT OCCURS 5 TIMES.
               10  EC-PAY-REFERENCE    PIC X(10).
               10  EC-PAY-AMOUNT       PIC 9(07)V9(02).
               10  EC-PAY-APPROVED-DATE PIC 9(08).
               10  EC-PAY-USED-DATE    PIC 9(08).
           05  FILLER                  PIC X(46).
