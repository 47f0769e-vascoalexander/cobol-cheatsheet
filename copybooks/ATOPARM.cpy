      ******************************************************************
      *    ATOPARM  -- ACCOUNT-TAKEOVER DETECTION PARAMETER RECORD     *
      *    ONE RECORD, MAINTAINED BY FRAUD OPERATIONS.  AN ADDRESS OR  *
      *    CONTACT CHANGE IS WATCHED FOR TP-WINDOW-DAYS.  A DEBIT OF   *
      *    AT LEAST TP-LARGE-DEBIT, DEBITS TOTALLING AT LEAST          *
      *    TP-DEBIT-TOTAL, OR ANY STANDING ORDER SET UP INSIDE THE     *
      *    WINDOW MAKES THE CUSTOMER A TAKEOVER SUSPECT.  TP-BLOCK-SW  *
      *    "Y" HAS EVERY NEW CASE STOP DEBITS IN POSTRUN UNTIL FRAUD   *
      *    OPERATIONS CLEARS IT; "N" RAISES THE CASE FOR REVIEW ONLY.  *
      *    RECORD LENGTH 80 BYTES.                                     *
      ******************************************************************
       01  ATO-PARAMETER-RECORD.
           05  TP-WINDOW-DAYS          PIC 9(03).
           05  TP-LARGE-DEBIT          PIC 9(07)V9(02).
           05  TP-DEBIT-TOTAL          PIC 9(07)V9(02).
           05  TP-BLOCK-SW             PIC X(01).
               88  TP-BLOCK-DEBITS     VALUE "Y".
               88  TP-BLOCK-VALID      VALUE "Y" "N".
           05  FILLER                  PIC X(58).
