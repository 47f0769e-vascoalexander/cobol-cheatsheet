      *    SINGLE RECORD HOLDING THE LAST LICENSE NUMBER ASSIGNED.     *
      *    LICISSUE READS IT, ASSIGNS THE NEXT NUMBERS, AND WRITES     *
      *    IT BACK - THE PAPER LOG AND ITS COLLISIONS ARE RETIRED.     *
      *    LN-LAST-INVOICE IS THE LAST FEE INVOICE NUMBER ASSIGNED BY  *
      *    LICISSUE OR LICRENEW (SEE LICINV); EACH RUN WRITES BACK     *
      *    BOTH NUMBERS.                                               *
      ******************************************************************
       01  LICENSE-NUMBER-CONTROL.
           05  LN-LAST-USED            PIC 9(08).
           05  LN-LAST-INVOICE         PIC 9(08).
           05  FILLER                  PIC X(04).
