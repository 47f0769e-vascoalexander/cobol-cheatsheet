      *    MACHINE-READABLE STATEMENT FOR THE ELECTRONIC DELIVERY      *
      *    PROVIDER, WRITTEN BY THE MYPROG STATEMENT RUN FOR EVERY     *
      *    CUSTOMER WHOSE DELIVERY PREFERENCE IS ELECTRONIC OR BOTH.   *
      *    THE CAMPAIGN TEXT IS IN THE LANGUAGE GIVEN (BLANK = HOUSE   *
      *    DEFAULT) SO THE PROVIDER CAN RENDER THE STATEMENT TO MATCH. *
      ******************************************************************
       01  ESTMT-RECORD.
           05  ES-CUST-NUMBER          PIC 9(06).
           05  ES-BRANCH               PIC X(03).
           05  ES-CAMPAIGN-ID          PIC X(08).
           05  ES-CAMPAIGN-TEXT        PIC X(60).
           05  ES-LANGUAGE             PIC X(02).
           05  FILLER                  PIC X(06).
