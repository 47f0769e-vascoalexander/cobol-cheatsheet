      *    THAT STAGE'S LETTER ACTUALLY WENT OUT, AND THE FEES         *
      *    ASSESSED SO FAR.  MAINTAINED BY THE DUNNING RUN; THE        *
      *    RECORD IS DELETED WHEN THE BALANCE RECOVERS, WHICH IS       *
      *    THE DE-ESCALATION.  PTPCHK SETS DL-PROMISE-BROKEN WHEN A    *
      *    PROMISE TO PAY IS BROKEN: THE NEXT DUNNING RUN ESCALATES    *
      *    WITHOUT WAITING OUT THE STAGE GRACE PERIOD.                 *
      ******************************************************************
       01  DUNNING-LEDGER-RECORD.
           05  DL-CUST-NUMBER          PIC 9(06).
           05  DL-STAGE                PIC 9(01).
           05  DL-STAGE-DATE           PIC 9(08).
           05  DL-FEES-ASSESSED        PIC 9(05)V9(02).
           05  DL-PROMISE-BROKEN-SW    PIC X(01).
               88  DL-PROMISE-BROKEN   VALUE "Y".
           05  FILLER                  PIC X(07).
