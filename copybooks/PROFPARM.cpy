      ******************************************************************
      *    PROFPARM -- PROFITABILITY REPORT PARAMETER RECORD           *
      *    ONE RECORD, MAINTAINED BY FINANCE.  PF-PAPER-COST AND       *
      *    PF-ELEC-COST ARE THE SERVICING COST OF ONE STATEMENT SENT   *
      *    ON PAPER AND ELECTRONICALLY (A STATEMENT SENT BOTH WAYS     *
      *    COSTS BOTH).  POSTINGS FROM PF-INTEREST-SOURCE ARE INTEREST *
      *    (A DEBIT EARNED, A CREDIT PAID); DEBITS FROM ANY OF THE     *
      *    PF-FEE-SOURCE ENTRIES ARE FEES EARNED.  PF-RANK-COUNT IS    *
      *    THE LENGTH OF THE TOP AND BOTTOM CUSTOMER LISTS.            *
      *    RECORD LENGTH 80 BYTES.                                     *
      ******************************************************************
       01  PROFIT-PARAMETER-RECORD.
           05  PF-PAPER-COST           PIC 9(03)V9(02).
           05  PF-ELEC-COST            PIC 9(03)V9(02).
           05  PF-INTEREST-SOURCE      PIC X(08).
           05  PF-FEE-SOURCE           PIC X(08) OCCURS 6 TIMES.
           05  PF-RANK-COUNT           PIC 9(02).
           05  FILLER                  PIC X(12).
