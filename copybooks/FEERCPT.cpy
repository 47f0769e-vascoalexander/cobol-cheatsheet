      ******************************************************************
      *    FEERCPT  -- LICENSE FEE PAYMENT RECEIPT RECORD              *
      *    INBOUND FEED FROM THE CASHIER'S OFFICE: ONE RECORD PER      *
      *    PAYMENT TAKEN AGAINST A LICENSE FEE INVOICE, QUOTING THE    *
      *    INVOICE NUMBER, THE CASHIER'S RECEIPT REFERENCE, THE DATE   *
      *    PAID, THE AMOUNT (2 DECIMALS) AND THE OFFICE THAT TOOK IT.  *
      *    MATCHED TO THE OPEN INVOICES ON LICINV BY LICPAYMT.         *
      *    RECORD LENGTH 50 BYTES.                                     *
      ******************************************************************
       01  FEE-RECEIPT-RECORD.
           05  FR-INVOICE-NO           PIC X(08).
           05  FR-INVOICE-NO-N REDEFINES FR-INVOICE-NO
                                       PIC 9(08).
           05  FR-RECEIPT-REF          PIC X(12).
           05  FR-PAID-DATE            PIC X(08).
           05  FR-PAID-DATE-N REDEFINES FR-PAID-DATE
                                       PIC 9(08).
           05  FR-AMOUNT               PIC X(07).
           05  FR-AMOUNT-N REDEFINES FR-AMOUNT
                                       PIC 9(05)V9(02).
           05  FR-OFFICE               PIC X(03).
           05  FILLER                  PIC X(12).
