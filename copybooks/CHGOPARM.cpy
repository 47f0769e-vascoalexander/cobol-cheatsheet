      ******************************************************************
      *    CHGOPARM -- CHARGE-OFF PARAMETER RECORD                     *
      *    ONE RECORD, MAINTAINED BY FINANCE.  A CUSTOMER WHOSE        *
      *    DUNNING CASE HAS STOOD AT CP-FINAL-STAGE (OR HIGHER) FOR    *
      *    AT LEAST CP-DAYS-AFTER-FINAL DAYS SINCE THAT STAGE'S        *
      *    LETTER IS CHARGED OFF BY THE CHARGE-OFF RUN.  RECORD        *
      *    LENGTH 80 BYTES.                                            *
      ******************************************************************
       01  CHARGE-OFF-PARAMETER-RECORD.
           05  CP-FINAL-STAGE          PIC 9(01).
           05  CP-DAYS-AFTER-FINAL     PIC 9(03).
           05  FILLER                  PIC X(76).
