      *    STATHIST -- CUSTOMER STATE STATUS-HISTORY RECORD            *
      *    ONE RECORD PER CHANGE OF THE MASTER STATE BYTE, IN          *
      *    CHRONOLOGICAL ORDER.  CARRIES THE PROGRAM THAT MADE THE     *
      *    CHANGE FOR THE COMPLIANCE EXTRACT, AND THE REASON CODE      *
      *    WHERE THE CHANGE HAS ONE (CUSTOMER CLOSURE).                *
      ******************************************************************
       01  STATUS-HISTORY-RECORD.
           05  SH-CUST-NUMBER          PIC 9(06).
           05  SH-EFF-DATE             PIC 9(08).
           05  SH-SOURCE               PIC X(08).
           05  SH-BRANCH               PIC X(03).
           05  SH-REASON-CODE          PIC X(04).
