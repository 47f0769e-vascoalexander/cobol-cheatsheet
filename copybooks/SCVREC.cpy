      ******************************************************************
      *    SCVREC   -- DEPOSIT-INSURANCE SINGLE CUSTOMER VIEW RECORD   *
      *    THE REGULATOR'S SCV FILE WRITTEN BY DEPSCV: ONE HEADER, ONE *
      *    DETAIL PER INSURED DEPOSITOR AND ONE TRAILER.  A DEPOSITOR  *
      *    IS A CUSTOMER, OR A CONFIRMED HOUSEHOLD (HOUSEXRF) UNDER    *
      *    ITS HOUSEHOLD ID, WITH THE NAME AND ADDRESS OF THE LOWEST   *
      *    MEMBER.  AMOUNTS ARE IN BASE CURRENCY.  RECORD LENGTH 150.  *
      ******************************************************************
       01  SCV-RECORD.
           05  SV-REC-TYPE             PIC X(01).
               88  SV-HEADER           VALUE "H".
               88  SV-DETAIL           VALUE "D".
               88  SV-TRAILER          VALUE "T".
           05  SV-DETAIL-DATA.
               10  SV-DEPOSITOR-ID     PIC 9(06).
               10  SV-HOUSEHOLD-FLAG   PIC X(01).
                   88  SV-HOUSEHOLD    VALUE "Y".
               10  SV-MEMBER-COUNT     PIC 9(02).
               10  SV-OWNER-LAST       PIC X(15).
               10  SV-OWNER-FIRST      PIC X(10).
               10  SV-OWNER-BIRTH-DATE PIC 9(08).
               10  SV-OWNER-STREET     PIC X(20).
               10  SV-OWNER-HOUSE      PIC 9(03).
               10  SV-OWNER-ZIP        PIC 9(05).
               10  SV-OWNER-CITY       PIC X(20).
               10  SV-OWNER-COUNTRY    PIC X(03).
               10  SV-BRANCH           PIC X(03).
               10  SV-CURRENCY         PIC X(03).
               10  SV-ELIGIBLE         PIC 9(11)V9(02).
               10  SV-INSURED          PIC 9(11)V9(02).
               10  SV-UNINSURED        PIC 9(11)V9(02).
               10  FILLER              PIC X(11).
           05  SV-HEADER-DATA REDEFINES SV-DETAIL-DATA.
               10  SV-HDR-REPORT-DATE  PIC 9(08).
               10  SV-HDR-CURRENCY     PIC X(03).
               10  SV-HDR-LIMIT        PIC 9(07).
               10  FILLER              PIC X(131).
           05  SV-TRAILER-DATA REDEFINES SV-DETAIL-DATA.
               10  SV-TRL-COUNT        PIC 9(07).
               10  SV-TRL-ELIGIBLE     PIC 9(13)V9(02).
               10  SV-TRL-INSURED      PIC 9(13)V9(02).
               10  SV-TRL-UNINSURED    PIC 9(13)V9(02).
               10  FILLER              PIC X(97).
