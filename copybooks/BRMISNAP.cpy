      ******************************************************************
      *    BRMISNAP -- BRANCH MANAGEMENT INFORMATION SNAPSHOT RECORD   *
      *    ONE RECORD PER BRANCH, PER REGION AND FOR THE WHOLE BANK    *
      *    PER MONTH, KEYED BY LEVEL, UNIT CODE AND PERIOD (YYYYMM).   *
      *    WRITTEN BY THE BRANCHMI MONTH-END RUN (A RERUN IN THE SAME  *
      *    MONTH REPLACES THE MONTH'S RECORDS) AND READ BACK BY IT     *
      *    FOR THE PRIOR-MONTH AND SAME-MONTH-LAST-YEAR COLUMNS.       *
      *    CUSTOMERS, DORMANT, DUNNING STAGES, OPEN DISPUTES, E-       *
      *    STATEMENT CUSTOMERS AND BALANCES ARE AS AT THE RUN; NEW     *
      *    CUSTOMERS, CLOSURES AND NET MOVEMENT ARE FOR THE MONTH.     *
      *    BM-ESTMT-RATE IS A PERCENTAGE OF CUSTOMERS ON BOOK.  THE    *
      *    MEASURES ARE ALSO ADDRESSABLE AS A TABLE IN PRINT ORDER.    *
      *    RECORD LENGTH 250 BYTES.                                    *
      ******************************************************************
       01  BRMI-SNAPSHOT-RECORD.
           05  BM-KEY.
               10  BM-LEVEL            PIC X(01).
                   88  BM-BRANCH-LEVEL VALUE "B".
                   88  BM-REGION-LEVEL VALUE "R".
                   88  BM-BANK-LEVEL   VALUE "T".
               10  BM-UNIT-CODE        PIC X(03).
               10  BM-PERIOD           PIC 9(06).
           05  BM-MEASURES.
               10  BM-CUSTOMERS        PIC S9(11)V9(02).
               10  BM-NEW-CUSTOMERS    PIC S9(11)V9(02).
               10  BM-CLOSURES         PIC S9(11)V9(02).
               10  BM-DORMANT          PIC S9(11)V9(02).
               10  BM-DUNNING-STAGE    PIC S9(11)V9(02)
                                       OCCURS 5 TIMES.
               10  BM-DISP-UNDER-31    PIC S9(11)V9(02).
               10  BM-DISP-31-TO-60    PIC S9(11)V9(02).
               10  BM-DISP-OVER-60     PIC S9(11)V9(02).
               10  BM-ESTMT-CUSTOMERS  PIC S9(11)V9(02).
               10  BM-ESTMT-RATE       PIC S9(11)V9(02).
               10  BM-TOTAL-BALANCE    PIC S9(11)V9(02).
               10  BM-NET-MOVEMENT     PIC S9(11)V9(02).
           05  BM-MEASURE-TABLE REDEFINES BM-MEASURES.
               10  BM-MEASURE          PIC S9(11)V9(02)
                                       OCCURS 16 TIMES.
           05  BM-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(24).
