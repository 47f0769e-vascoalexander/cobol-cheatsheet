      ******************************************************************
      *    CLOSREQ  -- CUSTOMER CLOSURE REQUEST RECORD                 *
      *    ONE RECORD PER CUSTOMER RELATIONSHIP TO BE CLOSED: THE      *
      *    CUSTOMER, THE STATUS-HISTORY REASON CODE, WHO ASKED, AND    *
      *    THE ACCOUNT ANY CREDIT BALANCE IS TO BE PAID OUT TO.        *
      *    PROCESSED BY THE ACCTCLOS RUN.  RECORD LENGTH 80 BYTES.     *
      ******************************************************************
       01  CLOSURE-REQUEST-RECORD.
           05  CR-CUST-NUMBER          PIC 9(06).
           05  CR-REASON-CODE          PIC X(04).
           05  CR-REQUESTER            PIC X(20).
           05  CR-PAYOUT-IBAN          PIC X(34).
           05  FILLER                  PIC X(16).
