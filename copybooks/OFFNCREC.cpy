      ******************************************************************
      *    OFFNCREC -- TRAFFIC OFFENCE NOTIFICATION RECORD             *
      *    INBOUND FEED OF OFFENCES NOTIFIED BY THE POLICE: THE        *
      *    OFFENDER'S LICENSE NUMBER, THE POLICE REFERENCE (UNIQUE     *
      *    PER OFFENCE), OFFENCE DATE AND CODE AND THE PENALTY POINTS  *
      *    AWARDED.  LOADED INTO THE PTSREG REGISTER BY OFFNCLD.       *
      *    RECORD LENGTH 60 BYTES.                                     *
      ******************************************************************
       01  OFFENCE-RECORD.
           05  OF-LICENSE-NO           PIC X(08).
           05  OF-LICENSE-NO-N REDEFINES OF-LICENSE-NO
                                       PIC 9(08).
           05  OF-REFERENCE            PIC X(12).
           05  OF-OFFENCE-DATE         PIC X(08).
           05  OF-OFFENCE-DATE-N REDEFINES OF-OFFENCE-DATE
                                       PIC 9(08).
           05  OF-OFFENCE-CODE         PIC X(06).
           05  OF-POINTS               PIC X(02).
           05  OF-POINTS-N REDEFINES OF-POINTS
                                       PIC 9(02).
           05  FILLER                  PIC X(24).
