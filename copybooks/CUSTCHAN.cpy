      ******************************************************************
      *    CUSTCHAN -- CUSTOMER CONTACT-CHANNEL REGISTER RECORD        *
      *    ONE RECORD PER CUSTOMER WHO HAS GIVEN A MOBILE NUMBER OR    *
      *    AN E-MAIL ADDRESS, KEYED BY CUSTOMER NUMBER.  MAINTAINED    *
      *    BY CUSTMNT.  ALERTRUN SENDS AN ALERT ONLY WHEN THE          *
      *    CUSTOMER HAS CONSENTED AND THE DETAILS HAVE BEEN VERIFIED   *
      *    (CH-VERIFIED-DATE NOT ZERO), ON THE PREFERRED CHANNEL.      *
      *    CH-LOW-BALANCE IS THE CUSTOMER'S OWN WARNING LEVEL: POSTRUN *
      *    RAISES A LOW-BALANCE EVENT WHEN A DEBIT TAKES AN ACCOUNT    *
      *    FROM AT OR ABOVE IT TO BELOW IT.  ZERO MEANS NO WARNING.    *
      *    RECORD LENGTH 120 BYTES.                                    *
      ******************************************************************
       01  CONTACT-CHANNEL-RECORD.
           05  CH-CUST-NUMBER          PIC 9(06).
      *    MOBILE IN INTERNATIONAL FORM, "+" AND UP TO 15 DIGITS
           05  CH-MOBILE               PIC X(16).
           05  CH-EMAIL                PIC X(60).
           05  CH-PREFERRED            PIC X(01).
               88  CH-PREFER-SMS       VALUE "S".
               88  CH-PREFER-EMAIL     VALUE "E".
               88  CH-PREFER-BOTH      VALUE "B".
               88  CH-PREFER-VALID     VALUE "S" "E" "B".
           05  CH-CONSENT              PIC X(01).
               88  CH-CONSENT-GIVEN    VALUE "Y".
               88  CH-CONSENT-REFUSED  VALUE "N".
           05  CH-VERIFIED-DATE        PIC 9(08).
               88  CH-NOT-VERIFIED     VALUE ZERO.
           05  CH-LOW-BALANCE          PIC 9(07)V9(02).
           05  CH-UPDATED-DATE         PIC 9(08).
           05  CH-UPDATED-BY           PIC X(08).
           05  FILLER                  PIC X(03).
