      ******************************************************************
      *    DDRETURN -- DIRECT-DEBIT RETURN RECORD                      *
      *    INBOUND FILE FROM THE CLEARING HOUSE: ONE RECORD PER        *
      *    STANDING-ORDER DEBIT SENT BACK UNPAID, NAMING THE           *
      *    CUSTOMER, THE ORDER'S REFERENCE, THE DATE AND AMOUNT OF     *
      *    THE ORIGINAL DEBIT AND WHY IT CAME BACK.  MATCHED TO THE    *
      *    POSTING HISTORY AND THE ORDER BY THE DDRETLD BATCH.         *
      *    RECORD LENGTH 50 BYTES.                                     *
      ******************************************************************
       01  DD-RETURN-RECORD.
           05  DR-CUST-NUMBER          PIC 9(06).
           05  DR-REFERENCE            PIC X(10).
           05  DR-DEBIT-DATE           PIC 9(08).
           05  DR-AMOUNT               PIC 9(07)V9(02).
      *    RF REFUSED BY THE PAYER'S BANK - THE ORDER MAY BE RETRIED;
      *    AC PAYER ACCOUNT CLOSED AND NM NO MANDATE ARE FINAL
           05  DR-RETURN-CODE          PIC X(02).
               88  DR-REFUSED          VALUE "RF".
               88  DR-ACCT-CLOSED      VALUE "AC".
               88  DR-NO-MANDATE       VALUE "NM".
               88  DR-CODE-VALID       VALUE "RF" "AC" "NM".
           05  DR-RETURN-DATE          PIC 9(08).
           05  FILLER                  PIC X(07).
