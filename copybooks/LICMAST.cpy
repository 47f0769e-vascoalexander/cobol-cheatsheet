      ******************************************************************
      *    LICMAST  -- LICENSE MASTER RECORD                           *
      *    ONE RECORD PER LICENSE HOLDER, KEYED BY THE HOLDER'S        *
      *    APPLICANT ID: LICENSE NUMBER (ASSIGNED FROM THE LICNOCTL    *
      *    CONTROL WHEN THE FIRST CLASS IS ISSUED), HOLDER NAME FROM   *
      *    APPLREC, AND ONE ENTRY PER LICENSE CLASS HELD (SEE          *
      *    LICCLASS) WITH ITS OWN ISSUE DATE, EXPIRY DATE AND STATUS.  *
      *    AN UNUSED ENTRY HAS A BLANK CLASS.  LICISSUE ADDS CLASSES   *
      *    FROM ELIGIBLE DECISIONS; LICRENEW QUEUES RENEWAL NOTICES,   *
      *    INVOICES ELIGIBLE RENEWALS AND LAPSES EXPIRED CLASSES.      *
      *    A CLASS STATUS IS "V" VALID, "P" ISSUED BUT AWAITING ITS    *
      *    FEE (NOT YET VALID), "R" VALID WITH THE RENEWAL INVOICED    *
      *    BUT NOT YET PAID, OR "L" LAPSED.  LICPAYMT MAKES A "P" OR   *
      *    "R" CLASS "V" WHEN ITS INVOICE IS PAID (SEE LICINV).        *
      *    LC-STATUS IS THE HOLDER'S STANDING OVER ALL CLASSES: BLANK  *
      *    IN GOOD STANDING, "S" SUSPENDED OR "R" REVOKED BY THE       *
      *    LICPTS PENALTY-POINTS RUN, WITH THE DATE OF THE CHANGE AND  *
      *    THE LIVE POINTS TOTAL AT THE LAST RUN.                      *
      *    RECORD LENGTH 150 BYTES.                                    *
      ******************************************************************
       01  LICENSE-MASTER-RECORD.
           05  LC-APPL-ID              PIC 9(06).
           05  LC-LICENSE-NO           PIC 9(08).
           05  LC-NAME                 PIC X(25).
           05  LC-CLASS-ENTRY OCCURS 5 TIMES.
               10  LC-CLASS            PIC X(02).
               10  LC-CL-ISSUE-DATE    PIC 9(08).
               10  LC-CL-EXPIRY-DATE   PIC 9(08).
               10  LC-CL-STATUS        PIC X(01).
                   88  LC-CL-VALID     VALUE "V" "R".
                   88  LC-CL-RENEW-BILLED
                                       VALUE "R".
                   88  LC-CL-PENDING   VALUE "P".
                   88  LC-CL-LAPSED    VALUE "L".
           05  LC-STATUS               PIC X(01).
               88  LC-GOOD-STANDING    VALUE SPACE.
               88  LC-SUSPENDED        VALUE "S".
               88  LC-REVOKED          VALUE "R".
               88  LC-NOT-DRIVING      VALUE "S" "R".
           05  LC-STATUS-DATE          PIC 9(08).
           05  LC-LIVE-POINTS          PIC 9(03).
           05  FILLER                  PIC X(04).
