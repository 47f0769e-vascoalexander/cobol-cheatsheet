000800* MASTER, THE AMOUNT MUST BE NUMERIC AND NON-ZERO, THE           *
000900* FREQUENCY MUST BE A VALID 88 VALUE (W/M/Q), THE NEXT-DUE       *
001000* DATE MUST BE A FUTURE BUSINESS DAY PER THE BUSDAY CALENDAR,    *
001100* AND THE EXPIRY MUST NOT PRECEDE NEXT-DUE.  A DEBIT ORDER MAY   *
001133* NAME A PAYEE (NAME, IBAN AND BIC, ALL THREE OR NONE) TO MAKE   *
001166* IT AN EXTERNAL CREDIT TRANSFER.  EVERY CHANGE IS               *
001200* LISTED ON THE AUDIT REPORT.  REPLACES THE RAW FILE UTILITY     *
001300* THAT LET A FREQUENCY "X" SLIP THROUGH.                         *
001400*                                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 02/09/26  HK            CREATED - STANDING ORDER MAINTENANCE   *
001833* 15/10/26  HK            ORDER NAMES THE CUSTOMER'S ACCOUNT;    *
001866*                         IT MUST BE OPEN ON THE ACCOUNT MASTER  *
001877* 15/10/26  HK            NO ADD, AMEND OR REINSTATE FOR A       *
001888*                         CUSTOMER WITH AN OPEN ESTATE CASE      *
001892* 15/10/26  HK            REINSTATEMENT CLEARS THE RETRY COUNT   *
001896*                         AND THE SUSPEND REASON                 *
001897* 15/10/26  HK            PAYEE NAME, IBAN AND BIC ON A DEBIT    *
001898*                         ORDER FOR EXTERNAL CREDIT TRANSFERS;   *
001899*                         PAYEE IBAN ON THE AUDIT LINE           *
001932* 15/10/26  HK            ADD STAMPS THE ORDER CREATION DATE     *
001937* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
001942*                         PRODUCT DATES HELD AS DISPLAY DATES    *
001947* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 150   *
001952*                         BYTES; ORDER CREATED DATE HELD AS A    *
001957*                         DISPLAY DATE                           *
001965******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  STORDMNT.
002200 AUTHOR. H. KELLER.
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CUST-NUMBER
004000         FILE STATUS IS SOM-MAST-STATUS.
004016     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004032         ORGANIZATION IS INDEXED
004048         ACCESS MODE IS RANDOM
004064         RECORD KEY IS AC-KEY
004080         FILE STATUS IS SOM-ACCT-STATUS.
004100     SELECT AUDIT-REPORT ASSIGN TO STOMAUD
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS SOM-AUD-STATUS.
004316     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
004332         ORGANIZATION IS INDEXED
004348         ACCESS MODE IS RANDOM
004364         RECORD KEY IS EC-CUST-NUMBER
004380         FILE STATUS IS SOM-EST-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STANDING-ORDER-FILE
004800     RECORD CONTAINS 150 CHARACTERS.
004900 COPY STANDORD.
005000
005100 FD  CUSTOMER-MASTER
005200     RECORD CONTAINS 273 CHARACTERS.
005300 COPY CUSTMAST.
005320
005340 FD  ACCOUNT-MASTER
005360     RECORD CONTAINS 100 CHARACTERS.
005380 COPY ACCTMAST.
005384
005388 FD  ESTATE-REGISTER
005392     RECORD CONTAINS 400 CHARACTERS.
005396 COPY ESTATE.
005400
005500 FD  AUDIT-REPORT
005600     RECORD CONTAINS 132 CHARACTERS.
006000 77  SOM-ORD-STATUS              PIC X(02).
006100 77  SOM-MAST-STATUS             PIC X(02).
006200 77  SOM-AUD-STATUS              PIC X(02).
006250 77  SOM-ACCT-STATUS             PIC X(02).
006262 77  SOM-EST-STATUS              PIC X(02).
006274 77  SOM-EST-OPEN-SW             PIC X(01) VALUE "N".
006286     88  SOM-EST-OPEN            VALUE "Y".
006300
006400 77  SOM-DONE-SW                 PIC X(01) VALUE "N".
006500     88  SOM-DONE                VALUE "Y".
007000 77  SOM-CUST-IN                 PIC 9(06) VALUE ZERO.
007100 77  SOM-SEQ-IN                  PIC 9(02) VALUE ZERO.
007200 77  SOM-RUN-DATE                PIC 9(08) VALUE ZERO.
007250 77  SOM-SPACE-COUNT             PIC 9(02) COMP VALUE ZERO.
007300
007400 01  SOM-AMOUNT-IN               PIC X(09).
007500 01  SOM-AMOUNT-IN-N REDEFINES SOM-AMOUNT-IN
007700 01  SOM-DATE-IN                 PIC X(08).
007800 01  SOM-DATE-IN-N REDEFINES SOM-DATE-IN
007900                                 PIC 9(08).
007925 01  SOM-ACCT-IN                 PIC X(02).
007950 01  SOM-ACCT-IN-N REDEFINES SOM-ACCT-IN
007975                                 PIC 9(02).
008000
008100 COPY BUSDPARM.
008200
010400     05  SOM-AUD-DUE             PIC 9(08).
010500     05  FILLER                  PIC X(01) VALUE SPACE.
010600     05  SOM-AUD-EXPIRY          PIC 9(08).
010633     05  FILLER                  PIC X(01) VALUE SPACE.
010666     05  SOM-AUD-ACCT            PIC 9(02).
010700     05  FILLER                  PIC X(03) VALUE SPACES.
010800     05  SOM-AUD-TEXT            PIC X(40).
010833     05  FILLER                  PIC X(01) VALUE SPACE.
010866     05  SOM-AUD-PAYEE           PIC X(34).
010900     05  FILLER                  PIC X(04) VALUE SPACES.
011000
011100 PROCEDURE DIVISION.
011200******************************************************************
011800         UNTIL SOM-DONE.
011900     CLOSE STANDING-ORDER-FILE
012000           CUSTOMER-MASTER
012050           ACCOUNT-MASTER
012100           AUDIT-REPORT.
012133     IF SOM-EST-OPEN
012166         CLOSE ESTATE-REGISTER.
012200     STOP RUN.
012300
012400******************************************************************
014100             SOM-MAST-STATUS
014200         MOVE 12 TO RETURN-CODE
014300         STOP RUN.
014314     OPEN INPUT ACCOUNT-MASTER.
014328     IF SOM-ACCT-STATUS NOT = "00"
014342         DISPLAY "STORDMNT: ACCOUNT MASTER OPEN FAILED "
014356             SOM-ACCT-STATUS
014370         MOVE 12 TO RETURN-CODE
014384         STOP RUN.
014387*    NO ESTATE REGISTER MEANS NO BEREAVEMENT NOTICE TAKEN IN
014390     OPEN INPUT ESTATE-REGISTER.
014393     IF SOM-EST-STATUS = "00"
014396         MOVE "Y" TO SOM-EST-OPEN-SW.
014400     OPEN OUTPUT AUDIT-REPORT.
014500     ACCEPT SOM-RUN-DATE FROM DATE YYYYMMDD.
014600     MOVE SOM-RUN-DATE TO SOM-HDG-DATE.
020500         DISPLAY "ADD REJECTED - NOTHING WRITTEN"
020600         GO TO 3000-EXIT.
020700     MOVE "A" TO SO-STATUS.
020750     MOVE SOM-RUN-DATE TO SO-CREATED-DATE.
020800     WRITE STANDING-ORDER-RECORD
020900         INVALID KEY
021000             DISPLAY "WRITE FAILED - STATUS " SOM-ORD-STATUS
030200         DISPLAY "REJECT: EXPIRY PRECEDES NEXT-DUE"
030300         GO TO 3800-EXIT.
030400     MOVE "A" TO SO-STATUS.
030433     MOVE ZERO TO SO-RETRY-COUNT.
030466     MOVE SPACES TO SO-SUSPEND-REASON.
030500     REWRITE STANDING-ORDER-RECORD.
030600     IF SOM-ORD-STATUS NOT = "00"
030700         DISPLAY "REWRITE FAILED - STATUS " SOM-ORD-STATUS
032400         DISPLAY "REJECT: TYPE MUST BE D OR C"
032500         MOVE "Y" TO SOM-EDIT-SW
032600         GO TO 4100-EXIT.
032625     PERFORM 4300-ACCEPT-ACCOUNT THRU 4300-EXIT.
032650     IF SOM-EDIT-FAILED
032675         GO TO 4100-EXIT.
032700     DISPLAY "AMOUNT (9 DIGITS 7V2): ".
032800     MOVE SPACES TO SOM-AMOUNT-IN.
032900     ACCEPT SOM-AMOUNT-IN.
035900         GO TO 4100-EXIT.
036000     DISPLAY "REFERENCE (10 CHARS): ".
036100     ACCEPT SO-REFERENCE.
036150     PERFORM 4400-ACCEPT-PAYEE THRU 4400-EXIT.
036200 4100-EXIT.
036300     EXIT.
036400
038800 4200-EXIT.
038900     EXIT.
039000
039003******************************************************************
039006*    4300-ACCEPT-ACCOUNT.  THE CUSTOMER'S ACCOUNT THE ORDER      *
039009*    RUNS AGAINST.  BLANK TAKES THE PRIMARY ACCOUNT 01.  THE     *
039012*    ACCOUNT MUST BE ON THE ACCOUNT MASTER AND OPEN.             *
039015******************************************************************
039018 4300-ACCEPT-ACCOUNT.
039021     DISPLAY "ACCOUNT SEQUENCE (2 DIGITS, BLANK=01): ".
039024     MOVE SPACES TO SOM-ACCT-IN.
039027     ACCEPT SOM-ACCT-IN.
039030     IF SOM-ACCT-IN = SPACES
039033         MOVE "01" TO SOM-ACCT-IN.
039036     IF SOM-ACCT-IN NOT NUMERIC OR SOM-ACCT-IN-N = ZERO
039039         DISPLAY "REJECT: ACCOUNT SEQUENCE MUST BE 01-99"
039042         MOVE "Y" TO SOM-EDIT-SW
039045         GO TO 4300-EXIT.
039048     MOVE SO-CUST-NUMBER TO AC-CUST-NUMBER.
039051     MOVE SOM-ACCT-IN-N TO AC-ACCT-SEQ.
039054     READ ACCOUNT-MASTER
039057         INVALID KEY
039060             DISPLAY "REJECT: ACCOUNT NOT ON ACCOUNT MASTER"
039063             MOVE "Y" TO SOM-EDIT-SW
039066             GO TO 4300-EXIT
039069     END-READ.
039072     IF NOT AC-OPEN
039075         DISPLAY "REJECT: ACCOUNT IS NOT OPEN"
039078         MOVE "Y" TO SOM-EDIT-SW
039081         GO TO 4300-EXIT.
039084     MOVE SOM-ACCT-IN-N TO SO-ACCT-SEQ.
039087 4300-EXIT.
039090     EXIT.
039093
039094******************************************************************
039095*    4400-ACCEPT-PAYEE.  PAYEE OF AN EXTERNAL CREDIT TRANSFER.   *
039096*    BLANK ACCOUNT MEANS AN ORDER ON OUR OWN BOOKS AND CLEARS    *
039097*    THE PAYEE.  ONLY A DEBIT ORDER CAN PAY OUT.  THE IBAN MUST  *
039098*    START WITH A COUNTRY CODE AND TWO CHECK DIGITS AND RUN TO   *
039099*    AT LEAST 15 CHARACTERS WITHOUT A GAP; THE BIC IS 8 OR 11    *
039100*    CHARACTERS, THE FIRST SIX LETTERS.  THE NAME IS REQUIRED.   *
039101******************************************************************
039102 4400-ACCEPT-PAYEE.
039103     DISPLAY "PAYEE IBAN (BLANK=NO PAYEE, OWN BOOKS ONLY): ".
039104     MOVE SPACES TO SO-PAYEE-ACCOUNT.
039105     ACCEPT SO-PAYEE-ACCOUNT.
039106     IF SO-NO-PAYEE
039107         MOVE SPACES TO SO-PAYEE-NAME
039108         MOVE SPACES TO SO-PAYEE-BANK
039109         GO TO 4400-EXIT.
039110     IF NOT SO-DEBIT
039111         DISPLAY "REJECT: ONLY A DEBIT ORDER CAN HAVE A PAYEE"
039112         MOVE "Y" TO SOM-EDIT-SW
039113         GO TO 4400-EXIT.
039114     MOVE ZERO TO SOM-SPACE-COUNT.
039115     INSPECT SO-PAYEE-ACCOUNT (1:15)
039116         TALLYING SOM-SPACE-COUNT FOR ALL SPACE.
039117     IF SO-PAYEE-ACCOUNT (1:2) NOT ALPHABETIC-UPPER
039118      OR SO-PAYEE-ACCOUNT (3:2) NOT NUMERIC
039119      OR SOM-SPACE-COUNT NOT = ZERO
039120         DISPLAY "REJECT: PAYEE IBAN IS NOT VALID"
039121         MOVE "Y" TO SOM-EDIT-SW
039122         GO TO 4400-EXIT.
039123     DISPLAY "PAYEE BIC (8 OR 11 CHARS): ".
039124     MOVE SPACES TO SO-PAYEE-BANK.
039125     ACCEPT SO-PAYEE-BANK.
039126     MOVE ZERO TO SOM-SPACE-COUNT.
039127     INSPECT SO-PAYEE-BANK (1:8)
039128         TALLYING SOM-SPACE-COUNT FOR ALL SPACE.
039129     IF SO-PAYEE-BANK (1:6) NOT ALPHABETIC-UPPER
039130      OR SOM-SPACE-COUNT NOT = ZERO
039131         DISPLAY "REJECT: PAYEE BIC IS NOT VALID"
039132         MOVE "Y" TO SOM-EDIT-SW
039133         GO TO 4400-EXIT.
039134     MOVE ZERO TO SOM-SPACE-COUNT.
039135     INSPECT SO-PAYEE-BANK (9:3)
039136         TALLYING SOM-SPACE-COUNT FOR ALL SPACE.
039137     IF SOM-SPACE-COUNT NOT = ZERO AND SOM-SPACE-COUNT NOT = 3
039138         DISPLAY "REJECT: PAYEE BIC MUST BE 8 OR 11 CHARACTERS"
039139         MOVE "Y" TO SOM-EDIT-SW
039140         GO TO 4400-EXIT.
039141     DISPLAY "PAYEE NAME (30 CHARS): ".
039142     MOVE SPACES TO SO-PAYEE-NAME.
039143     ACCEPT SO-PAYEE-NAME.
039144     IF SO-PAYEE-NAME = SPACES
039145         DISPLAY "REJECT: PAYEE NAME IS REQUIRED"
039146         MOVE "Y" TO SOM-EDIT-SW.
039147 4400-EXIT.
039148     EXIT.
039149
039150******************************************************************
039200*    4500-CHECK-CUSTOMER.  MUST EXIST AND BE ACTIVE, AND NOT     *
039250*    BE A DECEASED CUSTOMER WHOSE ESTATE IS BEING SETTLED.       *
039300******************************************************************
039400 4500-CHECK-CUSTOMER.
039500     MOVE "N" TO SOM-EDIT-SW.
040200     END-READ.
040300     IF NOT ACTIVE
040400         DISPLAY "REJECT: CUSTOMER IS NOT ACTIVE"
040500         MOVE "Y" TO SOM-EDIT-SW
040509         GO TO 4500-EXIT.
040518     IF NOT SOM-EST-OPEN
040527         GO TO 4500-EXIT.
040536     MOVE SOM-CUST-IN TO EC-CUST-NUMBER.
040545     READ ESTATE-REGISTER
040554         INVALID KEY GO TO 4500-EXIT
040563     END-READ.
040572     IF EC-CASE-OPEN
040581         DISPLAY "REJECT: CUSTOMER DECEASED - ESTATE CASE OPEN"
040590         MOVE "Y" TO SOM-EDIT-SW.
040600 4500-EXIT.
040700     EXIT.
040800
041800     MOVE SO-FREQUENCY TO SOM-AUD-FREQ.
041900     MOVE SO-NEXT-DUE TO SOM-AUD-DUE.
042000     MOVE SO-EXPIRY-DATE TO SOM-AUD-EXPIRY.
042016     IF SO-ACCT-SEQ NUMERIC
042032         MOVE SO-ACCT-SEQ TO SOM-AUD-ACCT
042048     ELSE
042064         MOVE 1 TO SOM-AUD-ACCT
042080     END-IF.
042090     MOVE SO-PAYEE-ACCOUNT TO SOM-AUD-PAYEE.
042100     WRITE REPORT-LINE FROM SOM-AUDIT-LINE
042200         AFTER ADVANCING 1 LINE.
042300 5000-EXIT.
