      ******************************************************************
      *    LICCLASS -- LICENSE CLASS RULE TABLE                        *
      *    THE CLASSES THE AUTHORITY ISSUES AND THE ELIGIBILITY RULE   *
      *    FOR EACH: MINIMUM AND MAXIMUM AGE (INCLUSIVE) AND, WHERE    *
      *    THE CLASS BUILDS ON ANOTHER, THE PREREQUISITE CLASS THE     *
      *    APPLICANT MUST ALREADY HOLD VALID AND THE NUMBER OF YEARS   *
      *    IT MUST HAVE BEEN HELD.  USED BY THE CONDITIONALS BATCH     *
      *    AND BY LICRENEW FOR THE RE-RUN AT RENEWAL.  THE ENTRY       *
      *    COUNT MUST FOLLOW THE NUMBER OF CLASS ENTRIES ON LICMAST.   *
      *    CLASS  MIN  MAX  PREREQ  YEARS  DESCRIPTION                 *
      ******************************************************************
       01  LICENSE-CLASS-VALUES.
           05  FILLER                  PIC X(22)
               VALUE "AM015069  00MOPED     ".
           05  FILLER                  PIC X(22)
               VALUE "A 018069  00MOTORCYCLE".
           05  FILLER                  PIC X(22)
               VALUE "B 016069  00CAR       ".
           05  FILLER                  PIC X(22)
               VALUE "C 021069B 01TRUCK     ".
           05  FILLER                  PIC X(22)
               VALUE "D 024069B 03BUS       ".
       01  LICENSE-CLASS-TABLE REDEFINES LICENSE-CLASS-VALUES.
           05  LR-ENTRY OCCURS 5 TIMES.
               10  LR-CLASS            PIC X(02).
               10  LR-MIN-AGE          PIC 9(03).
               10  LR-MAX-AGE          PIC 9(03).
               10  LR-PREREQ-CLASS     PIC X(02).
               10  LR-PREREQ-YEARS     PIC 9(02).
               10  LR-DESCRIPTION      PIC X(10).
       01  LR-CLASS-COUNT              PIC 9(02) COMP VALUE 5.
