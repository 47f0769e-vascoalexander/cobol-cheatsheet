      *    ONE RECORD PER APPLICANT RULED ON BY THE CONDITIONALS       *
      *    BATCH.  DECISION "E" ELIGIBLE, "D" DENIED, "O" ELIGIBLE     *
      *    BY UNEXPIRED SUPERVISOR OVERRIDE, "R" ELIGIBLE BY           *
      *    RECOGNIZED DECISION OF ANOTHER AUTHORITY.  EACH RULING IS   *
      *    FOR ONE LICENSE CLASS (SEE LICCLASS).                       *
      ******************************************************************
       01  ELIGIBILITY-DECISION.
           05  EL-APPL-ID              PIC 9(06).
               88  EL-BY-OVERRIDE      VALUE "O".
               88  EL-BY-RECOGNITION   VALUE "R".
           05  EL-REASON               PIC X(20).
           05  EL-CLASS                PIC X(02).
           05  FILLER                  PIC X(03).
