      *    CUSTMAST -- CUSTOMER MASTER RECORD LAYOUT                   *
      *    KEYED BY CUST-NUMBER.  RECORD LENGTH 273 BYTES.             *
      *    SHARED BY THE NIGHTLY CHAIN, MAINTENANCE AND REPORTING.     *
      *    BALANCES ARE HELD PER ACCOUNT ON ACCTMAST: SALDO HERE IS    *
      *    THE ROLL-UP OF ALL THE CUSTOMER'S ACCOUNTS, AND             *
      *    CURRENCY-CODE / OVERDRAFT-LIMIT / OVERDRAFT-ACTION MIRROR   *
      *    THE PRIMARY ACCOUNT 01.  SANCTION-FLAG "H" IS SET BY        *
      *    SANREVW ON A CONFIRMED WATCH-LIST HIT AND BLOCKS POSTING    *
      *    UNTIL COMPLIANCE RELEASES IT.  STATE "C" IS SET ONLY BY     *
      *    THE ACCTCLOS CLOSURE RUN.                                   *
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-NUMBER             PIC 9(06).
               88  ACTIVE              VALUE "A".
               88  INACTIVE            VALUE "I".
               88  DORMANT             VALUE "D".
               88  CLOSED              VALUE "C".
           05  EMPLOYMENT-STATUS       PIC X(20).
           05  SALDO                   PIC S9(07)V9(02).
           05  CURRENCY-CODE           PIC X(03).
           05  OVERDRAFT-ACTION        PIC X(01).
               88  ODRAFT-REJECT       VALUE "R" " ".
               88  ODRAFT-REFER        VALUE "P".
           05  SANCTION-FLAG           PIC X(01).
               88  SANCTION-HOLD       VALUE "H".
