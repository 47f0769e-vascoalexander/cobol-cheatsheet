      ******************************************************************
      *    LICHIST  -- LICENSE STATUS HISTORY RECORD                   *
      *    ONE RECORD APPENDED PER CHANGE OF A HOLDER'S LC-STATUS:     *
      *    WHO, THE STATUS BEFORE AND AFTER, THE DATE OF THE CHANGE,   *
      *    THE LIVE POINTS THAT CAUSED IT AND THE PROGRAM THAT MADE    *
      *    IT.  RECORD LENGTH 50 BYTES.                                *
      ******************************************************************
       01  LICENSE-HISTORY-RECORD.
           05  LH-APPL-ID              PIC 9(06).
           05  LH-LICENSE-NO           PIC 9(08).
           05  LH-CHANGE-DATE          PIC 9(08).
           05  LH-OLD-STATUS           PIC X(01).
           05  LH-NEW-STATUS           PIC X(01).
           05  LH-LIVE-POINTS          PIC 9(03).
           05  LH-SOURCE               PIC X(08).
           05  FILLER                  PIC X(15).
