      ******************************************************************
      *    LICFEE   -- LICENSE FEE SCHEDULE                            *
      *    THE FEE CHARGED PER LICENSING TRANSACTION TYPE: "IS" FIRST  *
      *    ISSUE OF A CLASS, "RN" RENEWAL OF A CLASS, "RP" REPLACEMENT *
      *    DOCUMENT, AND "LS" THE LATE RENEWAL SURCHARGE ADDED TO THE  *
      *    RENEWAL FEE WHEN A LAPSED CLASS IS REISSUED.  LICISSUE AND  *
      *    LICRENEW PRICE EVERY INVOICE THEY RAISE FROM THIS TABLE.    *
      *    TYPE  AMOUNT (2 DECIMALS)  DESCRIPTION                      *
      ******************************************************************
       01  LICENSE-FEE-VALUES.
           05  FILLER                  PIC X(29)
               VALUE "IS0004500NEW ISSUE           ".
           05  FILLER                  PIC X(29)
               VALUE "RN0003000RENEWAL             ".
           05  FILLER                  PIC X(29)
               VALUE "RP0002000REPLACEMENT         ".
           05  FILLER                  PIC X(29)
               VALUE "LS0001500LATE RENEWAL SURCHG ".
       01  LICENSE-FEE-TABLE REDEFINES LICENSE-FEE-VALUES.
           05  LF-ENTRY OCCURS 4 TIMES.
               10  LF-TXN-TYPE         PIC X(02).
               10  LF-AMOUNT           PIC 9(05)V9(02).
               10  LF-DESCRIPTION      PIC X(20).
       01  LF-FEE-COUNT                PIC 9(02) COMP VALUE 4.
