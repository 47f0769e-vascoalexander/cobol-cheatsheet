      ******************************************************************
      *    ESCHREG  -- ESCHEATMENT REGISTER RECORD                     *
      *    ONE RECORD PER ACCOUNT BALANCE REMITTED TO THE UNCLAIMED    *
      *    PROPERTY AUTHORITY, KEYED BY CUSTOMER, ACCOUNT AND THE      *
      *    REMITTANCE DATE.  ER-PROPERTY-ID IS THE REFERENCE REPORTED  *
      *    ON THE HOLDER FILE.  LIFECYCLE: "E" ESCHEATED (WRITTEN BY   *
      *    ESCHREMT), "C" CLAIM FILED WITH THE AUTHORITY FOR A         *
      *    RETURNING OWNER, "R" FUNDS RETURNED AND CREDITED BACK TO    *
      *    THE ACCOUNT (BOTH BY ESCHCLM).  RECORD LENGTH 120 BYTES.    *
      ******************************************************************
       01  ESCHEAT-REGISTER-RECORD.
           05  ER-KEY.
               10  ER-CUST-NUMBER      PIC 9(06).
               10  ER-ACCT-SEQ         PIC 9(02).
               10  ER-REMIT-DATE       PIC 9(08).
           05  ER-PROPERTY-ID REDEFINES ER-KEY
                                       PIC X(16).
           05  ER-STATUS               PIC X(01).
               88  ER-ESCHEATED        VALUE "E".
               88  ER-CLAIM-FILED      VALUE "C".
               88  ER-RETURNED         VALUE "R".
           05  ER-AMOUNT               PIC 9(07)V9(02).
           05  ER-CURRENCY             PIC X(03).
           05  ER-DORMANT-SINCE        PIC 9(08).
           05  ER-BRANCH               PIC X(03).
           05  ER-HOLDER-ID            PIC X(10).
           05  ER-CLAIM-DATE           PIC 9(08).
           05  ER-CLAIM-REFERENCE      PIC X(15).
           05  ER-CLAIM-REQUESTER      PIC X(20).
           05  ER-RETURN-DATE          PIC 9(08).
           05  ER-RETURN-AMOUNT        PIC 9(07)V9(02).
           05  FILLER                  PIC X(10).
