      ******************************************************************
      *    ODREVIEW -- OVERDRAFT REVIEW WORKLIST RECORD                *
      *    ONE RECORD PER ADVERSE EMPLOYMENT TRANSITION OF A CUSTOMER  *
      *    HOLDING AN OVERDRAFT FACILITY, KEYED BY CUSTOMER NUMBER     *
      *    AND THE DATE OF THE CLASSIFICATION EVENT.  QUEUED BY THE    *
      *    ODREVBLD RUN FROM THE CLASSIFICATION HISTORY WITH THE       *
      *    STATUS BEFORE AND AFTER, SALDO AND LIMIT AT THAT TIME;      *
      *    WORKED BY THE CREDIT OFFICERS IN ODREVMNT, WHICH RECORDS    *
      *    THE DECISION (KEEP, REDUCE OR WITHDRAW THE LIMIT), WHO      *
      *    TOOK IT, WHEN, AND THE LIMIT LEFT IN PLACE.                 *
      *    RECORD LENGTH 150 BYTES.                                    *
      ******************************************************************
       01  OD-REVIEW-RECORD.
           05  OV-KEY.
               10  OV-CUST-NUMBER      PIC 9(06).
               10  OV-EVENT-DATE       PIC 9(08).
           05  OV-OLD-STATUS           PIC X(20).
           05  OV-NEW-STATUS           PIC X(20).
           05  OV-BRANCH               PIC X(03).
           05  OV-SALDO                PIC S9(07)V9(02).
           05  OV-LIMIT                PIC 9(05)V9(02).
           05  OV-QUEUED-DATE          PIC 9(08).
           05  OV-REVIEW-STATUS        PIC X(01).
               88  OV-OPEN             VALUE "O".
               88  OV-KEPT             VALUE "K".
               88  OV-REDUCED          VALUE "R".
               88  OV-WITHDRAWN        VALUE "W".
               88  OV-DECIDED          VALUE "K" "R" "W".
           05  OV-DECISION-DATE        PIC 9(08).
           05  OV-OFFICER              PIC X(20).
           05  OV-NEW-LIMIT            PIC 9(05)V9(02).
           05  FILLER                  PIC X(33).
