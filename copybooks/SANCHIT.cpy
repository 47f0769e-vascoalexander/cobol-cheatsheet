      ******************************************************************
      *    SANCHIT  -- COMPLIANCE REVIEW QUEUE (POSSIBLE HIT) RECORD   *
      *    ONE RECORD PER POSSIBLE WATCH-LIST HIT, WRITTEN BY ONBOARD  *
      *    (NEW APPLICANT, NO CUSTOMER NUMBER YET - THE OPENING FORM   *
      *    IS CARRIED IN SQ-APPLICATION) AND BY THE SANSCRN NIGHTLY    *
      *    RESCREEN (EXISTING CUSTOMER).  SANREVW WORKS THE PENDING    *
      *    RECORDS AND REWRITES EACH WITH THE DECISION, REVIEWER AND   *
      *    DATE.  A CONFIRMED HIT ON A CUSTOMER SETS THE SANCTIONS     *
      *    HOLD ON THE CUSTOMER MASTER.                                *
      ******************************************************************
       01  SANCTION-HIT-RECORD.
           05  SQ-HIT-STATUS           PIC X(01).
               88  SQ-PENDING          VALUE "P".
               88  SQ-CONFIRMED        VALUE "C".
               88  SQ-FALSE-POSITIVE   VALUE "F".
           05  SQ-SOURCE               PIC X(01).
               88  SQ-FROM-ONBOARD     VALUE "O".
               88  SQ-FROM-RESCREEN    VALUE "R".
           05  SQ-CUST-NUMBER          PIC 9(06).
           05  SQ-LASTNAME             PIC X(15).
           05  SQ-FIRSTNAME            PIC X(10).
           05  SQ-BIRTH-DATE           PIC 9(08).
           05  SQ-BRANCH               PIC X(03).
           05  SQ-ENTRY-ID             PIC X(08).
           05  SQ-WL-NAME              PIC X(30).
           05  SQ-WL-COUNTRY           PIC X(03).
           05  SQ-MATCH-SCORE          PIC 9(03).
           05  SQ-LIST-VERSION         PIC X(08).
           05  SQ-HIT-DATE             PIC 9(08).
           05  SQ-REVIEWER             PIC X(20).
           05  SQ-DECISION-DATE        PIC 9(08).
           05  FILLER                  PIC X(08).
           05  SQ-APPLICATION          PIC X(100).
