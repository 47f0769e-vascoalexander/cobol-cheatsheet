      *    CURRENT PERIOD BUT CARRIES THE CLOSED PERIOD IT CORRECTS    *
      *    AND ITS OWN DEBIT/CREDIT DIRECTION IN TXN-ADJ-DATA.  THE    *
      *    FILE ENDS WITH ONE "T" TRAILER CARRYING THE DETAIL COUNT    *
      *    AND HASH AMOUNT FOR BALANCING.  TXN-ACCT-SEQ NAMES THE      *
      *    CUSTOMER'S ACCOUNT ON THE ACCOUNT MASTER; ZERO OR SPACES    *
      *    POST TO THE PRIMARY ACCOUNT 01.  TXN-CURRENCY IS THE ISO    *
      *    CURRENCY THE AMOUNT IS EXPRESSED IN; SPACES MEAN THE        *
      *    ACCOUNT'S OWN CURRENCY.  A FOREIGN AMOUNT IS CONVERTED      *
      *    INTO THE ACCOUNT CURRENCY BY THE POSTING RUN.               *
      *    TXN-RISK-RELEASE "Y" IS SET BY REJRPAIR WHEN THE CREDIT     *
      *    TEAM RELEASES A HIGH-RISK CUSTOMER'S REFERRED DEBIT: THE    *
      *    POSTING RUN THEN APPLIES THE ORDINARY OVERDRAFT RULES.      *
      *    RECORD LENGTH 60 BYTES.                                     *
      ******************************************************************
       01  POSTING-TRANSACTION.
           05  TXN-REC-TYPE            PIC X(01).
               10  TXN-ADJ-PERIOD      PIC 9(06).
               10  TXN-ADJ-DRCR        PIC X(01).
               10  FILLER              PIC X(01).
           05  TXN-ACCOUNT-DATA.
               10  TXN-ACCT-SEQ        PIC 9(02).
               10  TXN-CURRENCY        PIC X(03).
               10  TXN-RISK-RELEASE    PIC X(01).
                   88  TXN-RISK-RELEASED VALUE "Y".
               10  FILLER              PIC X(04).
