      ******************************************************************
      *    AMLCASE  -- TRANSACTION-MONITORING CASE RECORD              *
      *    ONE RECORD PER ALERT, APPENDED BY THE DAILY AMLMON RUN AND  *
      *    WORKED IN PLACE BY COMPLIANCE THROUGH AMLREVW.              *
      *    AL-ALERT-TYPE "T" IS ONE POSTING AT OR ABOVE THE REPORTABLE *
      *    THRESHOLD (AL-REFERENCE NAMES IT); "S" IS A RUN OF JUST-    *
      *    BELOW-THRESHOLD CREDITS (AL-AMOUNT AND AL-ITEM-COUNT ARE    *
      *    THE WINDOW TOTALS); "V" IS A VOLUME SPIKE (AL-AMOUNT IS THE *
      *    DAY'S VOLUME, AL-BASIS-AMOUNT THE TRAILING DAILY AVERAGE).  *
      *    A CASE IS OPEN UNTIL DISPOSED: "NA" NO FURTHER ACTION,      *
      *    "EX" EXPLAINED / EXPECTED ACTIVITY, "SR" SUSPICIOUS-        *
      *    ACTIVITY REPORT FILED.  AN ESCALATED CASE STAYS IN THE      *
      *    WORKBASKET.  RECORD LENGTH 140 BYTES.                       *
      ******************************************************************
       01  AML-CASE-RECORD.
           05  AL-ALERT-DATE           PIC 9(08).
           05  AL-ALERT-TYPE           PIC X(01).
               88  AL-THRESHOLD        VALUE "T".
               88  AL-STRUCTURING      VALUE "S".
               88  AL-VOLUME-SPIKE     VALUE "V".
           05  AL-CUST-NUMBER          PIC 9(06).
           05  AL-BRANCH               PIC X(03).
           05  AL-ACCT-SEQ             PIC 9(02).
           05  AL-REFERENCE            PIC X(10).
           05  AL-SOURCE               PIC X(08).
           05  AL-POST-DATE            PIC 9(08).
           05  AL-AMOUNT               PIC 9(09)V9(02).
           05  AL-ITEM-COUNT           PIC 9(05).
           05  AL-BASIS-AMOUNT         PIC 9(09)V9(02).
           05  AL-CASE-STATUS          PIC X(01).
               88  AL-OPEN             VALUE "O".
               88  AL-ESCALATED        VALUE "E".
               88  AL-CLOSED           VALUE "C".
           05  AL-DISPOSITION          PIC X(02).
               88  AL-NO-ACTION        VALUE "NA".
               88  AL-EXPLAINED        VALUE "EX".
               88  AL-SAR-FILED        VALUE "SR".
           05  AL-REVIEWER             PIC X(20).
           05  AL-DISP-DATE            PIC 9(08).
           05  AL-DISP-NOTE            PIC X(30).
           05  FILLER                  PIC X(06).
