      ******************************************************************
      *    SANCLEAR -- WATCH-LIST FALSE-POSITIVE CLEARANCE RECORD      *
      *    ONE RECORD PER PERSON/LIST-ENTRY PAIR COMPLIANCE CLEARED    *
      *    AS NOT A MATCH, WRITTEN BY SANREVW.  SANMATCH SKIPS A       *
      *    CLEARED PAIR (SAME NAMES, BIRTH DATE AND ENTRY ID), SO      *
      *    NEITHER ONBOARD NOR THE NIGHTLY RESCREEN RAISES IT AGAIN.   *
      ******************************************************************
       01  SANCTION-CLEAR-RECORD.
           05  SC-ENTRY-ID             PIC X(08).
           05  SC-LASTNAME             PIC X(15).
           05  SC-FIRSTNAME            PIC X(10).
           05  SC-BIRTH-DATE           PIC 9(08).
           05  SC-CUST-NUMBER          PIC 9(06).
           05  SC-REVIEWER             PIC X(20).
           05  SC-DECISION-DATE        PIC 9(08).
           05  FILLER                  PIC X(05).
