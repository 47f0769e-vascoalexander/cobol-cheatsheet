      ******************************************************************
      *    PAYXFER  -- OUTBOUND CREDIT TRANSFER INSTRUCTION RECORD     *
      *    ONE "D" RECORD PER EXTERNAL CREDIT TRANSFER RAISED BY THE   *
      *    STANDING-ORDER GENERATION STEP: THE ORDER, THE ACCOUNT      *
      *    DEBITED, AMOUNT AND CURRENCY, THE PAYEE'S NAME, ACCOUNT     *
      *    (IBAN) AND BANK (BIC), THE VALUE DATE AND THE ORDER'S       *
      *    REFERENCE.  THE MATCHING DEBIT IS STAGED FOR POSTRUN WITH   *
      *    THE SAME CUSTOMER, DATE, REFERENCE AND AMOUNT.  THE FILE    *
      *    ENDS WITH ONE "T" CONTROL TRAILER CARRYING THE DETAIL       *
      *    COUNT, THE HASH AMOUNT AND THE RUN DATE; PAYRECON PROVES    *
      *    BOTH AGAINST THE POSTED DEBITS BEFORE THE FILE IS RELEASED  *
      *    TO THE CLEARING HOUSE.  RECORD LENGTH 150 BYTES.            *
      ******************************************************************
       01  PAYMENT-TRANSFER-RECORD.
           05  PX-REC-TYPE             PIC X(01).
               88  PX-DETAIL           VALUE "D".
               88  PX-TRAILER          VALUE "T".
           05  PX-DETAIL-DATA.
               10  PX-CUST-NUMBER      PIC 9(06).
               10  PX-SO-SEQUENCE      PIC 9(02).
               10  PX-ACCT-SEQ         PIC 9(02).
               10  PX-AMOUNT           PIC 9(07)V9(02).
               10  PX-CURRENCY         PIC X(03).
               10  PX-PAYEE-NAME       PIC X(30).
               10  PX-PAYEE-ACCOUNT    PIC X(34).
               10  PX-PAYEE-BANK       PIC X(11).
               10  PX-VALUE-DATE       PIC 9(08).
               10  PX-REFERENCE        PIC X(10).
               10  FILLER              PIC X(34).
           05  PX-TRAILER-DATA REDEFINES PX-DETAIL-DATA.
               10  PX-TRL-COUNT        PIC 9(07).
               10  PX-TRL-AMOUNT       PIC 9(11)V9(02).
               10  PX-TRL-RUN-DATE     PIC 9(08).
               10  FILLER              PIC X(121).
