      *    DECISION AND DECISION DATE.  THE CONDITIONALS BATCH         *
      *    WRITES AN OUTBOUND FILE OF ITS DECISIONS IN THIS LAYOUT     *
      *    AND CONSULTS THE RECOGNIZED-DECISIONS FILE (SAME LAYOUT,    *
      *    LOADED BY RECIPLD) BEFORE RULING ON A TRANSFEREE.  EACH     *
      *    DECISION IS FOR ONE LICENSE CLASS; AUTHORITIES STILL        *
      *    SENDING THE CLASS BLANK ARE TAKEN AS RULING ON CLASS B.     *
      *    A SUSPENSION ("S") OR REVOCATION ("X") OF A HOLDER, AND A   *
      *    REINSTATEMENT AFTER SUSPENSION ("E"), ARE SENT BY LICPTS    *
      *    WITH A BLANK CLASS AND COVER EVERY CLASS HELD.              *
      ******************************************************************
       01  RECIPROCITY-RECORD.
           05  RX-AUTHORITY            PIC X(04).
           05  RX-DECISION             PIC X(01).
               88  RX-ELIGIBLE         VALUE "E" "O" "R".
               88  RX-DENIED           VALUE "D".
               88  RX-SUSPENDED        VALUE "S".
               88  RX-REVOKED          VALUE "X".
           05  RX-DECISION-DATE        PIC 9(08).
           05  RX-CLASS                PIC X(02).
               88  RX-CLASS-VALID      VALUE SPACES "AM" "A " "B "
                                             "C " "D ".
           05  FILLER                  PIC X(14).
