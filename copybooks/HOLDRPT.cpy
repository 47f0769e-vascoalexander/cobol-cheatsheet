      ******************************************************************
      *    HOLDRPT  -- UNCLAIMED PROPERTY HOLDER REPORT RECORD         *
      *    THE ELECTRONIC HOLDER REPORT IN THE AUTHORITY'S FIXED       *
      *    FORMAT: ONE "H" HEADER NAMING THE HOLDER AND THE REPORT     *
      *    DATE, ONE "D" RECORD PER PROPERTY REMITTED, AND ONE "T"     *
      *    TRAILER WITH THE PROPERTY COUNT AND AMOUNT TOTAL.           *
      *    PROPERTY TYPE AC01 IS A CHECKING (CURRENT) ACCOUNT, AC02    *
      *    A SAVINGS ACCOUNT.  WRITTEN BY ESCHREMT.  RECORD LENGTH     *
      *    200 BYTES.                                                  *
      ******************************************************************
       01  HOLDER-REPORT-RECORD.
           05  HR-REC-TYPE             PIC X(01).
               88  HR-HEADER           VALUE "H".
               88  HR-DETAIL           VALUE "D".
               88  HR-TRAILER          VALUE "T".
           05  HR-HOLDER-ID            PIC X(10).
           05  HR-DETAIL-DATA.
               10  HR-PROPERTY-ID      PIC X(16).
               10  HR-PROPERTY-TYPE    PIC X(04).
               10  HR-OWNER-LAST       PIC X(15).
               10  HR-OWNER-FIRST      PIC X(10).
               10  HR-OWNER-BIRTH-DATE PIC 9(08).
               10  HR-OWNER-STREET     PIC X(20).
               10  HR-OWNER-HOUSE      PIC 9(03).
               10  HR-OWNER-ZIP        PIC 9(05).
               10  HR-OWNER-CITY       PIC X(20).
               10  HR-OWNER-COUNTRY    PIC X(03).
               10  HR-LAST-ACTIVITY    PIC 9(08).
               10  HR-AMOUNT           PIC 9(09)V9(02).
               10  HR-CURRENCY         PIC X(03).
               10  HR-REMIT-DATE       PIC 9(08).
               10  FILLER              PIC X(55).
           05  HR-HEADER-DATA REDEFINES HR-DETAIL-DATA.
               10  HR-HDR-REPORT-DATE  PIC 9(08).
               10  HR-HDR-REPORT-YEAR  PIC 9(04).
               10  FILLER              PIC X(177).
           05  HR-TRAILER-DATA REDEFINES HR-DETAIL-DATA.
               10  HR-TRL-COUNT        PIC 9(07).
               10  HR-TRL-AMOUNT       PIC 9(11)V9(02).
               10  FILLER              PIC X(169).
