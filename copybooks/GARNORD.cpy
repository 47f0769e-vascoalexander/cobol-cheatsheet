      ******************************************************************
      *    GARNORD  -- GARNISHMENT / LEVY ORDER REGISTER RECORD        *
      *    ONE RECORD PER COURT GARNISHMENT OR TAX LEVY ORDER, KEYED   *
      *    BY CUSTOMER PLUS THE ORDER NUMBER ON THE ORDER.  GO-ACCT-   *
      *    SEQ ZERO MEANS THE ORDER ATTACHES TO EVERY ACCOUNT OF THE   *
      *    CUSTOMER.  WHILE AN ORDER IS ACTIVE AND UNEXPIRED THE       *
      *    POSTING RUN HOLDS FUNDS ABOVE THE PROTECTED MINIMUM UP TO   *
      *    THE AMOUNT STILL TO SEIZE, AND SWEEPS THEM TO THE ORDER     *
      *    AS CREDITS ARRIVE (GO-SEIZED-AMOUNT).  THE REMITTANCE STEP  *
      *    PAYS SEIZED FUNDS OVER TO THE AUTHORITY AND ADVANCES        *
      *    GO-REMITTED-AMOUNT.  RECORD LENGTH 120 BYTES.               *
      ******************************************************************
       01  GARNISHMENT-ORDER-RECORD.
           05  GO-KEY.
               10  GO-CUST-NUMBER      PIC 9(06).
               10  GO-ORDER-NUMBER     PIC X(10).
           05  GO-ORDER-TYPE           PIC X(01).
               88  GO-GARNISHMENT      VALUE "G".
               88  GO-LEVY             VALUE "L".
           05  GO-AUTHORITY            PIC X(30).
           05  GO-ACCT-SEQ             PIC 9(02).
           05  GO-SEIZE-AMOUNT         PIC 9(07)V9(02).
           05  GO-PROTECTED-MIN        PIC 9(07)V9(02).
           05  GO-SEIZED-AMOUNT        PIC 9(07)V9(02).
           05  GO-REMITTED-AMOUNT      PIC 9(07)V9(02).
           05  GO-RECEIVED-DATE        PIC 9(08).
           05  GO-EXPIRY-DATE          PIC 9(08).
           05  GO-LAST-SWEEP-DATE      PIC 9(08).
           05  GO-LAST-REMIT-DATE      PIC 9(08).
           05  GO-STATUS               PIC X(01).
               88  GO-ACTIVE           VALUE "A".
               88  GO-SATISFIED        VALUE "S".
               88  GO-EXPIRED          VALUE "E".
               88  GO-RELEASED         VALUE "R".
           05  FILLER                  PIC X(02).
