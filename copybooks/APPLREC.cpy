      ******************************************************************
      *    APPLREC  -- LICENSING APPLICANT RECORD                      *
      *    ONE RECORD PER APPLICANT FOR THE CONDITIONALS BATCH         *
      *    ELIGIBILITY RUN, NAMING THE LICENSE CLASS APPLIED FOR.      *
      *    A BLANK CLASS (APPLICATIONS TAKEN BEFORE CLASSES WERE       *
      *    RECORDED) IS RULED ON AS CLASS B.                           *
      ******************************************************************
       01  APPLICANT-RECORD.
           05  AP-APPL-ID              PIC 9(06).
           05  AP-NAME                 PIC X(25).
           05  AP-AGE                  PIC 9(03).
           05  AP-BRANCH               PIC X(03).
           05  AP-CLASS                PIC X(02).
               88  AP-CLASS-NOT-GIVEN  VALUE SPACES.
           05  FILLER                  PIC X(01).
