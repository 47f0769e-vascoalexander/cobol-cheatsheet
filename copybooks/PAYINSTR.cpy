      ******************************************************************
      *    PAYINSTR -- OUTGOING PAYOUT INSTRUCTION RECORD              *
      *    ONE RECORD PER PAYMENT TO BE MADE OUT OF THE BANK TO A      *
      *    CUSTOMER'S EXTERNAL ACCOUNT: WHO, FROM WHICH ACCOUNT, HOW   *
      *    MUCH IN WHICH CURRENCY, WHERE TO, AND THE VALUE DATE.       *
      *    THE AMOUNT HAS ALREADY BEEN DEBITED TO THE ACCOUNT ON THE   *
      *    POSTING HISTORY BY THE PROGRAM NAMED IN PI-SOURCE.          *
      *    RECORD LENGTH 120 BYTES.                                    *
      ******************************************************************
       01  PAYOUT-INSTRUCTION-RECORD.
           05  PI-CUST-NUMBER          PIC 9(06).
           05  PI-ACCT-SEQ             PIC 9(02).
           05  PI-AMOUNT               PIC 9(07)V9(02).
           05  PI-CURRENCY             PIC X(03).
           05  PI-PAYEE-NAME           PIC X(30).
           05  PI-PAYOUT-IBAN          PIC X(34).
           05  PI-VALUE-DATE           PIC 9(08).
           05  PI-REFERENCE            PIC X(10).
           05  PI-SOURCE               PIC X(08).
           05  FILLER                  PIC X(10).
