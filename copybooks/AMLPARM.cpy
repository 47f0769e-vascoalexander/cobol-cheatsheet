      ******************************************************************
      *    AMLPARM  -- TRANSACTION-MONITORING PARAMETER RECORD         *
      *    ONE RECORD, MAINTAINED BY COMPLIANCE.  AP-REPORT-THRESHOLD  *
      *    IS THE REPORTABLE SINGLE-POSTING AMOUNT; A CREDIT AT OR     *
      *    ABOVE AP-STRUCT-FLOOR BUT BELOW THE THRESHOLD IS "JUST      *
      *    BELOW", AND AP-STRUCT-COUNT OF THEM TO ONE CUSTOMER WITHIN  *
      *    AP-STRUCT-DAYS IS POSSIBLE STRUCTURING.  A CUSTOMER'S DAY   *
      *    VOLUME OF AT LEAST AP-SPIKE-MINIMUM THAT EXCEEDS            *
      *    AP-SPIKE-FACTOR TIMES THE DAILY AVERAGE OVER THE PRIOR      *
      *    AP-SPIKE-DAYS IS A VOLUME SPIKE.  THE THRESHOLD AND         *
      *    STRUCTURING RULES APPLY TO THE CASH SOURCES LISTED IN       *
      *    AP-CASH-SOURCE; NO SOURCES LISTED MEANS EVERY POSTING.      *
      *    RECORD LENGTH 80 BYTES.                                     *
      ******************************************************************
       01  AML-PARAMETER-RECORD.
           05  AP-REPORT-THRESHOLD     PIC 9(07)V9(02).
           05  AP-STRUCT-FLOOR         PIC 9(07)V9(02).
           05  AP-STRUCT-DAYS          PIC 9(03).
           05  AP-STRUCT-COUNT         PIC 9(03).
           05  AP-SPIKE-DAYS           PIC 9(03).
           05  AP-SPIKE-FACTOR         PIC 9(03).
           05  AP-SPIKE-MINIMUM        PIC 9(07)V9(02).
           05  AP-CASH-SOURCE          PIC X(08) OCCURS 5 TIMES.
           05  FILLER                  PIC X(01).
