      ******************************************************************
      *    PRODCAT -- PRODUCT CATALOG RECORD                           *
      *    ONE RECORD PER ACCOUNT PRODUCT (BC BASIC CURRENT, PC        *
      *    PREMIUM CURRENT, SV SAVINGS, YT YOUTH AND ANY ADDED LATER), *
      *    KEYED BY THE TWO-CHARACTER PRODUCT CODE AND MAINTAINED BY   *
      *    PRODMNT.  THE PRODUCT GIVES THE ACCOUNT TYPE, THE MONTHLY   *
      *    FEE, THE DEFAULT OVERDRAFT LIMIT A NEW ACCOUNT IS OPENED    *
      *    WITH AND THE CHARGE FOR A PAPER STATEMENT.  RATES ARE HELD  *
      *    IN UP TO FOUR BALANCE BANDS, FLOORS ASCENDING, BAND 1 FROM  *
      *    ZERO: THE HIGHEST BAND WHOSE FLOOR THE AVERAGE BALANCE      *
      *    (TAKEN WITHOUT SIGN) REACHES GIVES THE RATE FOR THE WHOLE   *
      *    BALANCE.  A ZERO FLOOR ABOVE BAND 1 MARKS THE BAND UNUSED.  *
      *    RATES ARE ANNUAL PERCENTAGES WITH FOUR DECIMALS AS ON       *
      *    RATEFILE.  A WITHDRAWN PRODUCT STAYS ON FILE FOR THE        *
      *    ACCOUNTS ALREADY HOLDING IT BUT IS NOT SOLD OR SWITCHED TO. *
      *    RECORD LENGTH 160 BYTES.                                    *
      ******************************************************************
       01  PRODUCT-RECORD.
           05  PD-PRODUCT-CODE         PIC X(02).
           05  PD-DESCRIPTION          PIC X(20).
           05  PD-STATUS               PIC X(01).
               88  PD-ACTIVE           VALUE "A".
               88  PD-WITHDRAWN        VALUE "W".
           05  PD-ACCT-TYPE            PIC X(01).
               88  PD-CURRENT          VALUE "C".
               88  PD-SAVINGS          VALUE "S".
           05  PD-MONTHLY-FEE          PIC 9(03)V9(02).
           05  PD-OD-LIMIT             PIC 9(05)V9(02).
           05  PD-PAPER-CHARGE         PIC 9(03)V9(02).
           05  PD-BAND                 OCCURS 4 TIMES.
               10  PD-BAND-FLOOR       PIC 9(07)V9(02).
               10  PD-BAND-CREDIT-PCT  PIC 9(02)V9(04).
               10  PD-BAND-DEBIT-PCT   PIC 9(02)V9(04).
           05  PD-UPDATED-DATE         PIC 9(08).
           05  PD-UPDATED-BY           PIC X(08).
           05  FILLER                  PIC X(19).
