      *    THE BALANCE RANGE AND ACTIVE DATE RANGE ALWAYS APPLY.       *
      *    THE MYPROG STATEMENT RUN PRINTS THE MESSAGE ON MATCHING     *
      *    STATEMENTS, CARRIES IT ON THE E-STATEMENT EXTRACT AND       *
      *    REPORTS CUSTOMERS REACHED PER CAMPAIGN.  THE RECORD WITH    *
      *    A BLANK LANGUAGE IS THE CAMPAIGN ITSELF; A RECORD WITH A    *
      *    LANGUAGE CODE CARRIES ONLY THE TRANSLATED MESSAGE TEXT AND  *
      *    ITS SELECTION FIELDS ARE IGNORED.                           *
      ******************************************************************
       01  CAMPAIGN-RECORD.
           05  CP-CAMPAIGN-ID          PIC X(08).
           05  CP-SEL-DELIVERY         PIC X(01).
           05  CP-FROM-DATE            PIC 9(08).
           05  CP-TO-DATE              PIC 9(08).
           05  CP-LANGUAGE             PIC X(02).
           05  FILLER                  PIC X(09).
