      *    LTRTMPL  -- CORRESPONDENCE TEMPLATE LINE RECORD             *
      *    A TEMPLATE IS A SET OF LINES SHARING A TEMPLATE ID, IN      *
      *    SEQUENCE ORDER.  LINES MAY CARRY SUBSTITUTION VARIABLES     *
      *    (&NAME, &STREET, &CITY, &BALANCE, &LIMIT, &DATE) THAT       *
      *    LETTRGEN FILLS FROM THE CUSTOMER MASTER AT GENERATION       *
      *    TIME.  THE BUSINESS MAINTAINS THIS FILE; NO PROGRAM         *
      *    CHANGE IS NEEDED FOR A NEW WORDING.  A BLANK LANGUAGE IS    *
      *    THE HOUSE DEFAULT VERSION; A TRANSLATION REPEATS THE        *
      *    TEMPLATE ID WITH THE LANGUAGE CODE (SEE CUSTPREF).          *
      ******************************************************************
       01  TEMPLATE-RECORD.
           05  TPL-TEMPLATE-ID         PIC X(08).
           05  TPL-LINE-SEQ            PIC 9(03).
           05  TPL-TEXT                PIC X(60).
           05  TPL-LANGUAGE            PIC X(02).
           05  FILLER                  PIC X(07).
