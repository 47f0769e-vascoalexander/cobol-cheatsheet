      ******************************************************************
      *    LICINV   -- LICENSE FEE INVOICE RECORD                      *
      *    ONE RECORD PER FEE INVOICE, KEYED BY THE INVOICE NUMBER     *
      *    ASSIGNED FROM THE LICNOCTL CONTROL.  LICISSUE RAISES AN     *
      *    "IS" INVOICE FOR EVERY CLASS ISSUED AND AN "RN" INVOICE     *
      *    WITH THE LATE SURCHARGE FOR A LAPSED CLASS REISSUED;        *
      *    LICRENEW RAISES AN "RN" INVOICE FOR EVERY RENEWAL.  THE     *
      *    CLASS ONLY BECOMES (OR STAYS) VALID WHEN LICPAYMT MATCHES   *
      *    RECEIPTS COVERING THE AMOUNT DUE: THE CLASS ENTRY IS THEN   *
      *    MADE VALID WITH LI-NEW-EXPIRY AS ITS EXPIRY DATE.           *
      *    LI-AMOUNT-PAID CARRIES PART PAYMENTS UNTIL THE INVOICE IS   *
      *    PAID.  LICINAGE AGES THE INVOICES STILL OPEN.               *
      *    RECORD LENGTH 100 BYTES.                                    *
      ******************************************************************
       01  LICENSE-INVOICE-RECORD.
           05  LI-INVOICE-NO           PIC 9(08).
           05  LI-APPL-ID              PIC 9(06).
           05  LI-LICENSE-NO           PIC 9(08).
           05  LI-CLASS                PIC X(02).
           05  LI-TXN-TYPE             PIC X(02).
               88  LI-NEW-ISSUE        VALUE "IS".
               88  LI-RENEWAL          VALUE "RN".
               88  LI-REPLACEMENT      VALUE "RP".
           05  LI-FEE-AMOUNT           PIC 9(05)V9(02).
           05  LI-SURCHARGE-AMOUNT     PIC 9(05)V9(02).
           05  LI-AMOUNT-DUE           PIC 9(05)V9(02).
           05  LI-AMOUNT-PAID          PIC 9(05)V9(02).
           05  LI-INVOICE-DATE         PIC 9(08).
           05  LI-NEW-EXPIRY           PIC 9(08).
           05  LI-STATUS               PIC X(01).
               88  LI-OPEN             VALUE "O".
               88  LI-PAID             VALUE "P".
           05  LI-PAID-DATE            PIC 9(08).
           05  LI-RECEIPT-REF          PIC X(12).
           05  FILLER                  PIC X(09).
