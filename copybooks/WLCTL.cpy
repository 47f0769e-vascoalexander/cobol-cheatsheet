      ******************************************************************
      *    WLCTL    -- WATCH-LIST VERSION CONTROL RECORD               *
      *    SINGLE RECORD.  WLLOAD SETS THE LOADED LIST VERSION, ITS    *
      *    DATE AND ENTRY COUNT; SANSCRN SETS THE SCREENED VERSION     *
      *    AFTER A FULL RESCREEN OF THE CUSTOMER MASTER.  THE TWO      *
      *    DIFFERING IS WHAT TRIGGERS THE NIGHTLY RESCREEN.            *
      ******************************************************************
       01  WATCH-LIST-CONTROL.
           05  WC-LIST-VERSION         PIC X(08).
           05  WC-LIST-DATE            PIC 9(08).
           05  WC-LOAD-DATE            PIC 9(08).
           05  WC-ENTRY-COUNT          PIC 9(07).
           05  WC-SCREENED-VERSION     PIC X(08).
           05  WC-SCREENED-DATE        PIC 9(08).
           05  FILLER                  PIC X(03).
