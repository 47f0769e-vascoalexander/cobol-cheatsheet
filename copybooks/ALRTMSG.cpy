      ******************************************************************
      *    ALRTMSG  -- SMS / E-MAIL GATEWAY ALERT EXTRACT RECORD       *
      *    ONE "D" RECORD PER MESSAGE ALERTRUN HANDS TO THE GATEWAY:   *
      *    THE CHANNEL AND ADDRESS, THE GATEWAY TEMPLATE AND THE       *
      *    CUSTOMER'S LANGUAGE, AND THE VALUES THE TEMPLATE SHOWS.     *
      *    AM-AMOUNT CARRIES A LEADING SEPARATE SIGN SO THE GATEWAY    *
      *    CAN PRINT A NEGATIVE BALANCE.  THE FILE ENDS WITH ONE "T"   *
      *    TRAILER CARRYING THE MESSAGE COUNT AND THE RUN DATE.        *
      *    RECORD LENGTH 120 BYTES.                                    *
      ******************************************************************
       01  ALERT-MESSAGE-RECORD.
           05  AM-REC-TYPE             PIC X(01).
               88  AM-DETAIL           VALUE "D".
               88  AM-TRAILER          VALUE "T".
           05  AM-DETAIL-DATA.
               10  AM-CHANNEL          PIC X(01).
                   88  AM-SMS          VALUE "S".
                   88  AM-EMAIL        VALUE "E".
               10  AM-ADDRESS          PIC X(60).
               10  AM-CUST-NUMBER      PIC 9(06).
               10  AM-ACCT-SEQ         PIC 9(02).
               10  AM-TEMPLATE-ID      PIC X(08).
               10  AM-LANGUAGE         PIC X(02).
               10  AM-EVENT-DATE       PIC 9(08).
               10  AM-AMOUNT           PIC S9(07)V9(02)
                                       SIGN IS LEADING SEPARATE.
               10  AM-THRESHOLD        PIC 9(07)V9(02).
               10  AM-REFERENCE        PIC X(10).
               10  FILLER              PIC X(03).
           05  AM-TRAILER-DATA REDEFINES AM-DETAIL-DATA.
               10  AM-TRL-COUNT        PIC 9(07).
               10  AM-TRL-RUN-DATE     PIC 9(08).
               10  FILLER              PIC X(104).
