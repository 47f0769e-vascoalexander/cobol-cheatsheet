      ******************************************************************
      *    RISKGRD  -- CUSTOMER RISK GRADE REGISTER RECORD             *
      *    ONE RECORD PER CUSTOMER GRADED, KEYED BY CUSTOMER NUMBER.   *
      *    WRITTEN BY THE NIGHTLY RISKRATE RUN: THE SCORE (0-100,      *
      *    HIGHER IS RISKIER), THE GRADE IT FALLS IN, THE DATE IT WAS  *
      *    SCORED AND THE POINTS EACH FACTOR CONTRIBUTED.  GRADES D    *
      *    AND E ARE HIGH RISK: POSTRUN REFERS THEIR DEBITS INTO       *
      *    OVERDRAFT INSTEAD OF PAYING THEM.  RG-MONTH-OPEN-GRADE IS   *
      *    THE GRADE HELD WHEN RG-MONTH-PERIOD BEGAN (SPACE FOR A      *
      *    CUSTOMER FIRST GRADED IN THAT MONTH) - THE RISKMIG          *
      *    MIGRATION REPORT COMPARES IT WITH THE CURRENT GRADE.        *
      *    RECORD LENGTH 80 BYTES.                                     *
      ******************************************************************
       01  CUSTOMER-RISK-RECORD.
           05  RG-CUST-NUMBER          PIC 9(06).
           05  RG-GRADE                PIC X(01).
               88  RG-GRADE-VALID      VALUE "A" "B" "C" "D" "E".
               88  RG-HIGH-RISK        VALUE "D" "E".
           05  RG-SCORE                PIC 9(03).
           05  RG-SCORE-DATE           PIC 9(08).
           05  RG-BRANCH               PIC X(03).
      *    THE GRADE BEFORE THE LAST CHANGE AND THE DATE OF THE CHANGE
           05  RG-PRIOR-GRADE          PIC X(01).
           05  RG-GRADE-DATE           PIC 9(08).
           05  RG-MONTH-PERIOD         PIC 9(06).
           05  RG-MONTH-OPEN-GRADE     PIC X(01).
      *    FACTOR POINTS BEHIND RG-SCORE, FOR THE CREDIT TEAM
           05  RG-PTS-BALANCE          PIC 9(03).
           05  RG-PTS-OVERDRAWN        PIC 9(03).
           05  RG-PTS-DUNNING          PIC 9(03).
           05  RG-PTS-EMPLOYMENT       PIC 9(03).
           05  RG-PTS-RETURNS          PIC 9(03).
           05  RG-DAYS-OVERDRAWN       PIC 9(05).
           05  FILLER                  PIC X(23).
