      ******************************************************************
      *    WATCHLST -- SANCTIONS WATCH-LIST INDEX RECORD               *
      *    ONE RECORD PER LISTED PERSON, KEYED BY THE SOUNDEX-STYLE    *
      *    KEY OF THE LISTED LASTNAME PLUS THE PROVIDER'S ENTRY ID.    *
      *    REBUILT FROM THE PROVIDER FEED BY WLLOAD EACH TIME A NEW    *
      *    LIST VERSION ARRIVES; NAMES ARE HELD IN UPPERCASE.  THE     *
      *    SANMATCH SCREENING SERVICE READS IT BY PHONETIC KEY.        *
      ******************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-KEY.
               10  WL-PHON-KEY         PIC X(04).
               10  WL-ENTRY-ID         PIC X(08).
           05  WL-LASTNAME             PIC X(15).
           05  WL-FIRSTNAME            PIC X(10).
           05  WL-FULL-NAME            PIC X(30).
           05  WL-BIRTH-DATE           PIC 9(08).
           05  WL-COUNTRY              PIC X(03).
           05  WL-LIST-VERSION         PIC X(08).
           05  FILLER                  PIC X(04).
