      *    EDIT SET, ASSIGNS THE CUSTOMER NUMBER FROM THE CUSTNOCT     *
      *    CONTROL AND CREATES THE MASTER RECORD; REJECTS CARRY THE    *
      *    SAME CLERK-ACTIONABLE REASON TEXT THE ONLINE EDITS GIVE.    *
      *    OB-PRODUCT-CODE IS THE PRODCAT PRODUCT APPLIED FOR; BLANK   *
      *    OPENS THE BASIC CURRENT ACCOUNT "BC".                       *
      ******************************************************************
       01  ONBOARD-RECORD.
           05  OB-FIRSTNAME            PIC X(10).
           05  OB-CURRENCY-CODE        PIC X(03).
           05  OB-BRANCH               PIC X(03).
           05  OB-DELIVERY-PREF        PIC X(01).
           05  OB-LANGUAGE             PIC X(02).
           05  OB-PRODUCT-CODE         PIC X(02).
           05  FILLER                  PIC X(02).
