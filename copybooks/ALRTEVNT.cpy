      ******************************************************************
      *    ALRTEVNT -- CUSTOMER ALERT EVENT RECORD                     *
      *    NIGHTLY STEPS APPEND ONE RECORD PER EVENT A CUSTOMER MAY    *
      *    WANT TO HEAR ABOUT: POSTRUN FOR A LOW BALANCE AND AN        *
      *    OVERDRAFT REFERRAL, STANDORD AND DDRETLD FOR A SUSPENDED    *
      *    STANDING ORDER, DUNNING FOR A NEW DUNNING STAGE.  ALERTRUN  *
      *    READS THE FILE, CHECKS CONSENT ON THE CUSTCHAN REGISTER     *
      *    AND WRITES THE GATEWAY EXTRACT.  AE-AMOUNT IS THE BALANCE   *
      *    AFTER THE EVENT (THE ORDER AMOUNT FOR A SUSPENDED ORDER);   *
      *    AE-REFERENCE IS THE POSTING OR ORDER REFERENCE, OR THE      *
      *    DUNNING STAGE.  RECORD LENGTH 60 BYTES.                     *
      ******************************************************************
       01  ALERT-EVENT-RECORD.
           05  AE-CUST-NUMBER          PIC 9(06).
           05  AE-ACCT-SEQ             PIC 9(02).
           05  AE-EVENT-TYPE           PIC X(02).
               88  AE-LOW-BALANCE      VALUE "LB".
               88  AE-OD-REFERRAL      VALUE "OR".
               88  AE-SO-SUSPENDED     VALUE "SS".
               88  AE-DUNNING-STAGE    VALUE "DS".
               88  AE-TYPE-VALID       VALUE "LB" "OR" "SS" "DS".
           05  AE-EVENT-DATE           PIC 9(08).
           05  AE-SOURCE               PIC X(08).
           05  AE-AMOUNT               PIC S9(07)V9(02).
           05  AE-REFERENCE            PIC X(10).
           05  FILLER                  PIC X(15).
