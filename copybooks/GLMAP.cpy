      ******************************************************************
      *    GLMAP    -- GENERAL-LEDGER MAPPING TABLE RECORD             *
      *    MAINTAINED BY FINANCE.  EACH "M" RECORD MAPS A POSTING      *
      *    SOURCE / TRANSACTION TYPE / BRANCH / CURRENCY COMBINATION   *
      *    TO THE GL ACCOUNT DEBITED AND THE GL ACCOUNT CREDITED.      *
      *    ASTERISKS IN A KEY FIELD MATCH ANY VALUE; THE FIRST         *
      *    MATCHING RECORD IN FILE ORDER WINS, SO SPECIFIC RECORDS     *
      *    GO AHEAD OF THE GENERAL ONES.  ONE "S" RECORD NAMES THE     *
      *    SUSPENSE ACCOUNT IN GM-DR-ACCOUNT; POSTINGS NO RECORD       *
      *    MAPS ARE CARRIED TO SUSPENSE ON BOTH SIDES.  RECORD         *
      *    LENGTH 40 BYTES.                                            *
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GM-REC-TYPE             PIC X(01).
               88  GM-MAPPING          VALUE "M".
               88  GM-SUSPENSE         VALUE "S".
           05  GM-SOURCE               PIC X(08).
           05  GM-TXN-TYPE             PIC X(01).
           05  GM-BRANCH               PIC X(03).
           05  GM-CURRENCY             PIC X(03).
           05  GM-DR-ACCOUNT           PIC X(10).
           05  GM-CR-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(04).
