      ******************************************************************
      *    CUSTPREF -- CUSTOMER PREFERENCE REGISTER RECORD             *
      *    ONE RECORD PER CUSTOMER WHO HAS STATED A PREFERENCE, KEYED  *
      *    BY CUSTOMER NUMBER.  MAINTAINED BY CUSTMNT AND ONBOARD.     *
      *    NO RECORD, OR A BLANK LANGUAGE, MEANS THE HOUSE DEFAULT     *
      *    WORDING.  STATEMENTS, LETTERS, DUNNING NOTICES AND          *
      *    CAMPAIGN TEXTS ARE PRODUCED IN THE CUSTOMER'S LANGUAGE.     *
      ******************************************************************
       01  CUSTOMER-PREFERENCE-RECORD.
           05  PF-CUST-NUMBER          PIC 9(06).
           05  PF-LANGUAGE             PIC X(02).
               88  PF-LANG-DEFAULT     VALUE SPACES.
               88  PF-LANG-GERMAN      VALUE "DE".
               88  PF-LANG-ENGLISH     VALUE "EN".
               88  PF-LANG-VALID       VALUE SPACES "DE" "EN".
           05  PF-UPDATED-DATE         PIC 9(08).
           05  PF-UPDATED-BY           PIC X(08).
           05  FILLER                  PIC X(76).
