      ******************************************************************
      *    ACCTMAST -- ACCOUNT MASTER RECORD LAYOUT                    *
      *    KEYED BY CUSTOMER NUMBER PLUS ACCOUNT SEQUENCE.  RECORD     *
      *    LENGTH 100 BYTES.  ONE RECORD PER ACCOUNT THE CUSTOMER      *
      *    HOLDS, EACH WITH ITS OWN BALANCE, CURRENCY, OVERDRAFT       *
      *    FACILITY AND STATUS.  SEQUENCE 01 IS THE PRIMARY ACCOUNT    *
      *    OPENED WITH THE CUSTOMER.  PERSON-DATA, THE ADDRESSES AND   *
      *    THE BRANCH STAY ON CUSTMAST, WHOSE SALDO IS THE ROLL-UP OF  *
      *    ALL THE CUSTOMER'S ACCOUNT BALANCES.  AN ACCOUNT WRITTEN    *
      *    OFF BY THE CHARGE-OFF RUN IS STATUS "W" AND CARRIES THE     *
      *    DATE AND AMOUNT WRITTEN OFF; THE LOSS LEDGER TRACKS ANY     *
      *    RECOVERIES AGAINST IT.  AC-PRODUCT-CODE IS THE PRODCAT      *
      *    PRODUCT THE ACCOUNT IS SOLD UNDER, SINCE AC-PRODUCT-DATE; A *
      *    SWITCH BOOKED FOR A LATER DATE WAITS IN AC-PENDING-PRODUCT  *
      *    UNTIL PRODSWT APPLIES IT.  SPACES MEAN NO PRODUCT (OR NO    *
      *    SWITCH PENDING) AND THE DATE BESIDE THEM IS NOT SET.        *
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  AC-KEY.
               10  AC-CUST-NUMBER      PIC 9(06).
               10  AC-ACCT-SEQ         PIC 9(02).
           05  AC-ACCT-TYPE            PIC X(01).
               88  AC-CURRENT          VALUE "C" " ".
               88  AC-SAVINGS          VALUE "S".
           05  AC-SALDO                PIC S9(07)V9(02).
           05  AC-CURRENCY-CODE        PIC X(03).
           05  AC-OVERDRAFT-LIMIT      PIC 9(05)V9(02).
           05  AC-OVERDRAFT-ACTION     PIC X(01).
               88  AC-ODRAFT-REJECT    VALUE "R" " ".
               88  AC-ODRAFT-REFER     VALUE "P".
           05  AC-STATUS               PIC X(01).
               88  AC-OPEN             VALUE "O".
               88  AC-CLOSED           VALUE "C".
               88  AC-CHARGED-OFF      VALUE "W".
           05  AC-OPEN-DATE            PIC 9(08).
           05  AC-CLOSE-DATE           PIC 9(08).
           05  AC-CHGOFF-DATE          PIC 9(08).
           05  AC-CHGOFF-AMOUNT        PIC 9(07)V9(02).
           05  AC-PRODUCT-CODE         PIC X(02).
           05  AC-PRODUCT-DATE         PIC 9(08).
           05  AC-PENDING-PRODUCT      PIC X(02).
           05  AC-PENDING-DATE         PIC 9(08).
           05  FILLER                  PIC X(17).
