      *    KEYED BY CUSTOMER NUMBER PLUS SEQUENCE.  HOLDS ONE          *
      *    RECURRING SCHEDULED PAYMENT: AMOUNT, FREQUENCY, NEXT-DUE    *
      *    AND EXPIRY.  THE NIGHTLY GENERATION STEP ADVANCES           *
      *    SO-NEXT-DUE AND RETIRES EXPIRED ORDERS.  SO-ACCT-SEQ IS     *
      *    THE CUSTOMER'S ACCOUNT THE ORDER DEBITS OR CREDITS.  AN     *
      *    ORDER CANCELLED BY CUSTOMER CLOSURE IS STATUS "C".  A       *
      *    DEBIT ORDER THAT NAMES A PAYEE ACCOUNT IS AN EXTERNAL       *
      *    CREDIT TRANSFER: THE GENERATION STEP ALSO WRITES A PAYMENT  *
      *    INSTRUCTION TO THE PAYEE FOR EACH DEBIT IT RAISES.  WITH    *
      *    NO PAYEE THE ORDER MOVES MONEY ON OUR OWN BOOKS ONLY.       *
      *    SO-CREATED-DATE IS THE DAY STORDMNT ADDED THE ORDER; ORDERS *
      *    SET UP BEFORE IT WAS KEPT CARRY SPACES THERE AND FAIL A     *
      *    NUMERIC TEST.  ATOMON USES IT TO FIND ORDERS SET UP SOON    *
      *    AFTER AN ADDRESS CHANGE.  RECORD LENGTH 150 BYTES (60       *
      *    BEFORE THE PAYEE FIELDS; STORDCNV CONVERTS THE OLD FILE).   *
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-KEY.
               88  SO-ACTIVE           VALUE "A".
               88  SO-EXPIRED          VALUE "E".
               88  SO-SUSPENDED        VALUE "S".
               88  SO-CANCELLED        VALUE "C".
      *    CONSECUTIVE NIGHTS A DUE DEBIT COULD NOT BE FUNDED; THE
      *    GENERATION STEP SUSPENDS THE ORDER PAST ITS RETRY LIMIT
           05  SO-RETRY-COUNT          PIC 9(02).
           05  SO-SUSPEND-REASON       PIC X(08).
           05  SO-ACCT-SEQ             PIC 9(02).
           05  FILLER                  PIC X(02).
      *    PAYEE NAME, ACCOUNT (IBAN) AND BANK IDENTIFIER (BIC) OF
      *    AN EXTERNAL CREDIT TRANSFER; SPACES ON AN INTERNAL ORDER
           05  SO-PAYEE-NAME           PIC X(30).
           05  SO-PAYEE-ACCOUNT        PIC X(34).
               88  SO-NO-PAYEE         VALUE SPACES.
           05  SO-PAYEE-BANK           PIC X(11).
           05  SO-CREATED-DATE         PIC 9(08).
           05  FILLER                  PIC X(07).
