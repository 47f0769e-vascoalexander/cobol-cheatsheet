      ******************************************************************
      *    ESCHCAND -- ESCHEATMENT CANDIDATE RECORD                    *
      *    ONE RECORD PER DORMANT CUSTOMER PAST THE STATUTORY PERIOD   *
      *    WITH A CREDIT BALANCE, WRITTEN BY DORMANT ALONGSIDE THE     *
      *    ESCHEATMENT REMITTANCE REPORT AND READ BY THE ESCHREMT      *
      *    REMITTANCE STEP.  REWRITTEN EVERY RUN.  RECORD LENGTH 20.   *
      ******************************************************************
       01  ESCHEAT-CANDIDATE-RECORD.
           05  EK-CUST-NUMBER          PIC 9(06).
           05  EK-DORMANT-SINCE        PIC 9(08).
           05  FILLER                  PIC X(06).
