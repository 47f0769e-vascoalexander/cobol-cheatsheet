      ******************************************************************
      *    GLJRNL   -- DAILY GENERAL-LEDGER JOURNAL RECORD             *
      *    WRITTEN BY THE NIGHTLY GL INTERFACE FOR THE LEDGER UPLOAD.  *
      *    ONE "D" RECORD PER GL ACCOUNT / BRANCH / CURRENCY / SIDE    *
      *    SUMMARIZED FROM TONIGHT'S POSTING HISTORY, THEN ONE "T"     *
      *    TRAILER WITH THE ENTRY COUNT AND THE DEBIT AND CREDIT       *
      *    TOTALS, WHICH ARE ALWAYS EQUAL.  GJ-SUSPENSE-FLAG "Y"       *
      *    MARKS AMOUNTS CARRIED TO THE SUSPENSE ACCOUNT BECAUSE NO    *
      *    MAPPING MATCHED.  RECORD LENGTH 80 BYTES.                   *
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-REC-TYPE             PIC X(01).
               88  GJ-DETAIL-REC       VALUE "D".
               88  GJ-TRAILER-REC      VALUE "T".
           05  GJ-DETAIL.
               10  GJ-POST-DATE        PIC 9(08).
               10  GJ-GL-ACCOUNT       PIC X(10).
               10  GJ-BRANCH           PIC X(03).
               10  GJ-CURRENCY         PIC X(03).
               10  GJ-DRCR             PIC X(01).
                   88  GJ-DEBIT        VALUE "D".
                   88  GJ-CREDIT       VALUE "C".
               10  GJ-AMOUNT           PIC 9(11)V9(02).
               10  GJ-ITEM-COUNT       PIC 9(07).
               10  GJ-SUSPENSE-FLAG    PIC X(01).
                   88  GJ-SUSPENSE     VALUE "Y".
               10  FILLER              PIC X(33).
           05  GJ-TRAILER-DATA REDEFINES GJ-DETAIL.
               10  GJ-TRL-COUNT        PIC 9(07).
               10  GJ-TRL-DEBIT-TOTAL  PIC 9(13)V9(02).
               10  GJ-TRL-CREDIT-TOTAL PIC 9(13)V9(02).
               10  FILLER              PIC X(42).
