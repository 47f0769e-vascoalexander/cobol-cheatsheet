      ******************************************************************
      *    PTSREG   -- PENALTY-POINTS REGISTER RECORD                  *
      *    ONE RECORD PER OFFENCE LOADED BY OFFNCLD, KEYED BY LICENSE  *
      *    NUMBER AND POLICE REFERENCE SO A HOLDER'S OFFENCES READ     *
      *    TOGETHER: THE HOLDER'S APPLICANT ID, OFFENCE DATE AND       *
      *    CODE, POINTS AWARDED, THE DATE THE POINTS STOP COUNTING     *
      *    AND THE LOAD DATE.  POINTS ARE LIVE WHILE THE RUN DATE IS   *
      *    BEFORE PR-EXPIRY-DATE; LICPTS TOTALS THE LIVE POINTS.       *
      *    RECORD LENGTH 80 BYTES.                                     *
      ******************************************************************
       01  POINTS-REGISTER-RECORD.
           05  PR-KEY.
               10  PR-LICENSE-NO       PIC 9(08).
               10  PR-REFERENCE        PIC X(12).
           05  PR-APPL-ID              PIC 9(06).
           05  PR-OFFENCE-DATE         PIC 9(08).
           05  PR-OFFENCE-CODE         PIC X(06).
           05  PR-POINTS               PIC 9(02).
           05  PR-EXPIRY-DATE          PIC 9(08).
           05  PR-LOAD-DATE            PIC 9(08).
           05  FILLER                  PIC X(22).
