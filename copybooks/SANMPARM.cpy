      ******************************************************************
      *    SANMPARM -- PARAMETER AREA FOR THE SANMATCH SUBPROGRAM      *
      *    CALLERS FILL THE PERSON'S NAMES AND BIRTH DATE, SET         *
      *    ACTION "F" FOR THE FIRST HIT AND "N" FOR EACH FURTHER HIT,  *
      *    AND CALL "SANMATCH".  SM-HIT-SW COMES BACK "Y" WITH THE     *
      *    LIST ENTRY AND MATCH SCORE, OR "N" WHEN NO MORE HITS.       *
      *    ACTION "X" CLOSES THE WATCH LIST AT END OF RUN.             *
      ******************************************************************
       01  SANMATCH-PARM.
           05  SM-ACTION               PIC X(01).
           05  SM-LASTNAME             PIC X(15).
           05  SM-FIRSTNAME            PIC X(10).
           05  SM-BIRTH-DATE           PIC 9(08).
           05  SM-HIT-SW               PIC X(01).
               88  SM-HIT-FOUND        VALUE "Y".
           05  SM-ENTRY-ID             PIC X(08).
           05  SM-WL-NAME              PIC X(30).
           05  SM-WL-COUNTRY           PIC X(03).
           05  SM-LIST-VERSION         PIC X(08).
           05  SM-MATCH-SCORE          PIC 9(03).
