000800* NUMERIC, ZIP CODE LOOKED UP ON THE POSTAL TABLE, STATE MUST    *
000900* BE A VALID STATUS.  DELETES ARE CONFIRMED BEFORE THEY ARE      *
001000* APPLIED.  EVERY REJECTION CARRIES A MESSAGE THE CLERK CAN      *
001100* ACT ON.  THE CONTACT-CHANNEL FUNCTION KEEPS THE MOBILE NUMBER, *
001133* E-MAIL ADDRESS, ALERT CONSENT, VERIFICATION DATE AND LOW-      *
001166* BALANCE WARNING LEVEL ON THE CUSTCHAN REGISTER FOR ALERTRUN.   *
001169* THE CLERK SIGNS ON WITH AN OPERATOR ID THAT MUST BE ON         *
001172* OPERAUTH.  A SENSITIVE CHANGE - OVERDRAFT LIMIT RAISED, STATE  *
001175* CHANGED OR AN ADDRESS REPLACED - IS NOT APPLIED BUT HELD ON    *
001178* CHGREQ AS A PENDING REQUEST UNDER THE MAKER'S ID; THE REST OF  *
001181* THE CHANGE GOES THROUGH.  FUNCTION P LETS A SECOND OPERATOR    *
001184* WITH APPROVAL AUTHORITY APPROVE OR REJECT A CUSTOMER'S PENDING *
001187* REQUESTS; NOBODY MAY DECIDE THEIR OWN, AND A REQUEST OLDER     *
001190* THAN CMN-EXPIRY-DAYS IS EXPIRED INSTEAD OF BEING APPLIED.      *
001191* AN ADD ASKS FOR THE PRODUCT (BLANK FOR BASIC CURRENT "BC"),    *
001192* WHICH MUST BE ON SALE ON PRODCAT; A BLANK OVERDRAFT LIMIT      *
001193* TAKES THE PRODUCT DEFAULT, AND ACCOUNT 01 IS OPENED UNDER THE  *
001194* PRODUCT WITH ITS ACCOUNT TYPE.  ONLY A LIMIT ABOVE THE         *
001195* PRODUCT DEFAULT IS HELD FOR APPROVAL.                          *
001200*                                                                *
001300* MAINTENANCE LOG                                                *
001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001747*                         THROUGH TO THE OVERDRAFT PROMPTS       *
001748*                         INSTEAD OF SKIPPING THEM (AN ADD       *
001749*                         LEFT SPACES IN THE LIMIT FIELD)        *
001757* 15/10/26  MS            AN ADD OPENS THE PRIMARY ACCOUNT 01 ON *
001765*                         THE ACCOUNT MASTER; A CHANGE CARRIES   *
001773*                         CURRENCY AND OVERDRAFT TERMS TO IT; A  *
001781*                         DELETE REMOVES THE CUSTOMER'S ACCOUNTS *
001782* 15/10/26  MS            A PROMISE TO PAY IS LOGGED WITH ITS    *
001783*                         PROMISED AMOUNT AND DUE DATE; THE      *
001784*                         CONTACT VIEW SHOWS THEM AND WHETHER    *
001785*                         THE PROMISE WAS KEPT OR BROKEN         *
001787* 15/10/26  MS            LANGUAGE PREFERENCE (DE, EN OR BLANK   *
001789*                         FOR THE HOUSE DEFAULT) KEYED AFTER     *
001791*                         THE OVERDRAFT FIELDS AND HELD ON THE   *
001793*                         CUSTPREF REGISTER; A DELETE REMOVES    *
001795*                         IT                                     *
001810* 15/10/26  MS            CONTACT CHANNELS (K): MOBILE, E-MAIL,  *
001825*                         ALERT CONSENT, VERIFIED DATE AND       *
001840*                         LOW-BALANCE WARNING LEVEL ON THE NEW   *
001855*                         CUSTCHAN REGISTER; A DELETE REMOVES IT *
001857* 15/10/26  MS            SIGN-ON BY OPERATOR ID (OPERAUTH).     *
001859*                         A RAISED LIMIT, CHANGED STATE OR       *
001861*                         CHANGED ADDRESS IS HELD ON CHGREQ      *
001863*                         FOR APPROVAL; P LETS A SECOND          *
001865*                         OPERATOR WITH AUTHORITY APPROVE OR     *
001867*                         REJECT IT; OLD REQUESTS EXPIRE         *
001870* 15/10/26  MS            AN ADD ASKS FOR THE PRODUCT (PRODCAT,  *
001873*                         BLANK = BC); BLANK LIMIT TAKES THE     *
001876*                         PRODUCT DEFAULT, ONLY A HIGHER LIMIT   *
001879*                         IS HELD; ACCOUNT 01 OPENED UNDER IT    *
001880* 15/10/26  MS            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
001881*                         PRODUCT DATES HELD AS DISPLAY DATES    *
001882* 15/10/26  MS            CHARGE-OFF FIELDS ZEROED ON THE        *
001883*                         PRIMARY ACCOUNT                        *
001884******************************************************************
001885 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  CUSTMNT.
002000 AUTHOR. M. SCHREIBER.
002100 INSTALLATION. COBOL DEVELOPMENT CENTER.
003692     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
003694         ORGANIZATION IS SEQUENTIAL
003696         FILE STATUS IS CMN-BRM-STATUS.
003710     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
003724         ORGANIZATION IS INDEXED
003738         ACCESS MODE IS DYNAMIC
003752         RECORD KEY IS AC-KEY
003766         FILE STATUS IS CMN-ACCT-STATUS.
003768     SELECT CUSTOMER-PREFERENCE ASSIGN TO CUSTPREF
003770         ORGANIZATION IS INDEXED
003772         ACCESS MODE IS RANDOM
003774         RECORD KEY IS PF-CUST-NUMBER
003776         FILE STATUS IS CMN-PF-STATUS.
003779     SELECT CONTACT-CHANNEL ASSIGN TO CUSTCHAN
003782         ORGANIZATION IS INDEXED
003785         ACCESS MODE IS RANDOM
003788         RECORD KEY IS CH-CUST-NUMBER
003791         FILE STATUS IS CMN-CH-STATUS.
003800     SELECT CHANGE-REQUEST ASSIGN TO CHGREQ
003809         ORGANIZATION IS INDEXED
003818         ACCESS MODE IS DYNAMIC
003827         RECORD KEY IS CR-KEY
003836         FILE STATUS IS CMN-CR-STATUS.
003845     SELECT OPERATOR-AUTHORITY ASSIGN TO OPERAUTH
003854         ORGANIZATION IS SEQUENTIAL
003863         FILE STATUS IS CMN-OA-STATUS.
003864     SELECT PRODUCT-CATALOG ASSIGN TO PRODCAT
003865         ORGANIZATION IS INDEXED
003866         ACCESS MODE IS RANDOM
003867         RECORD KEY IS PD-PRODUCT-CODE
003868         FILE STATUS IS CMN-PROD-STATUS.
003872
003881 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CUSTOMER-MASTER
004100     RECORD CONTAINS 273 CHARACTERS.
004692 FD  BRANCH-MASTER
004694     RECORD CONTAINS 40 CHARACTERS.
004696 COPY BRANCHMS.
004713
004730 FD  ACCOUNT-MASTER
004747     RECORD CONTAINS 100 CHARACTERS.
004764 COPY ACCTMAST.
004767
004770 FD  CUSTOMER-PREFERENCE
004773     RECORD CONTAINS 100 CHARACTERS.
004776 COPY CUSTPREF.
004777
004778 FD  CONTACT-CHANNEL
004779     RECORD CONTAINS 120 CHARACTERS.
004780 COPY CUSTCHAN.
004782
004784 FD  CHANGE-REQUEST
004786     RECORD CONTAINS 420 CHARACTERS.
004788 COPY CHGREQ.
004790
004792 FD  OPERATOR-AUTHORITY
004794     RECORD CONTAINS 40 CHARACTERS.
004796 COPY OPERAUTH.
004810
004824 FD  PRODUCT-CATALOG
004838     RECORD CONTAINS 160 CHARACTERS.
004852 COPY PRODCAT.
004866
004880 WORKING-STORAGE SECTION.
004900 77  CMN-MAST-STATUS             PIC X(02).
005000 77  CMN-POSTAL-STATUS           PIC X(02).
005002 77  CMN-WORK-STATUS             PIC X(02).
005036 77  CMN-BRM-MAX                 PIC 9(02) COMP VALUE 50.
005038 77  CMN-BRM-COUNT               PIC 9(02) COMP VALUE ZERO.
005040 77  CMN-BRM-SUB                 PIC 9(02) COMP VALUE ZERO.
005041 77  CMN-ACCT-STATUS             PIC X(02).
005042 77  CMN-ACCT-DONE-SW            PIC X(01) VALUE "N".
005043     88  CMN-ACCT-DONE           VALUE "Y".
005049 77  CMN-PF-STATUS               PIC X(02).
005055 77  CMN-LANGUAGE-IN             PIC X(02) VALUE SPACES.
005061     88  CMN-LANG-VALID          VALUE SPACES "DE" "EN".
005062 77  CMN-CH-STATUS               PIC X(02).
005063 77  CMN-CH-SW                   PIC X(01) VALUE "N".
005064     88  CMN-CH-FOUND            VALUE "Y".
005065 77  CMN-CH-LEN                  PIC 9(03) COMP VALUE ZERO.
005066 77  CMN-CH-AT-COUNT             PIC 9(03) COMP VALUE ZERO.
005067 77  CMN-CH-AT-POS               PIC 9(03) COMP VALUE ZERO.
005068 77  CMN-CH-DOT-COUNT            PIC 9(03) COMP VALUE ZERO.
005071 77  CMN-CR-STATUS               PIC X(02).
005074 77  CMN-CR-DONE-SW              PIC X(01) VALUE "N".
005077     88  CMN-CR-DONE             VALUE "Y".
005080 77  CMN-CR-SHOWN                PIC 9(03) COMP VALUE ZERO.
005083 77  CMN-OA-STATUS               PIC X(02).
005086 77  CMN-OA-EOF-SW               PIC X(01) VALUE "N".
005089     88  CMN-OA-EOF              VALUE "Y".
005092 77  CMN-SIGNON-SW               PIC X(01) VALUE "N".
005095     88  CMN-SIGNED-ON           VALUE "Y".
005098 77  CMN-APPROVER-SW             PIC X(01) VALUE "N".
005101     88  CMN-APPROVER            VALUE "Y".
005104 77  CMN-OPERATOR                PIC X(08) VALUE SPACES.
005107 77  CMN-RUN-DATE                PIC 9(08) VALUE ZERO.
005110*    A PENDING REQUEST NOT DECIDED WITHIN THIS MANY DAYS EXPIRES;
005113*    CHGRQRPT APPLIES THE SAME PERIOD IN THE DAILY RUN
005116 77  CMN-EXPIRY-DAYS             PIC 9(03) COMP VALUE 5.
005119 77  CMN-REQ-AGE                 PIC S9(05) COMP VALUE ZERO.
005122 77  CMN-HOLD-SW                 PIC X(01) VALUE "N".
005125     88  CMN-HOLD-CHANGE         VALUE "Y".
005128 77  CMN-ADDR-DIFF-SW            PIC X(01) VALUE "N".
005131     88  CMN-ADDR-DIFFERS        VALUE "Y".
005134 77  CMN-STALE-SW                PIC X(01) VALUE "N".
005137     88  CMN-REQ-STALE           VALUE "Y".
005140 77  CMN-CMP-SUB                 PIC 9(02) COMP VALUE ZERO.
005143 77  CMN-DECISION                PIC X(01) VALUE SPACE.
005146 77  CMN-OLD-LIMIT               PIC 9(05)V9(02) VALUE ZERO.
005149 77  CMN-OLD-ACTION              PIC X(01) VALUE SPACE.
005150 77  CMN-PROD-STATUS             PIC X(02).
005151 77  CMN-PROD-OPEN-SW            PIC X(01) VALUE "N".
005152     88  CMN-PROD-OPEN           VALUE "Y".
005153 77  CMN-PROD-SW                 PIC X(01) VALUE "N".
005154     88  CMN-PRODUCT-FOUND       VALUE "Y".
005155 77  CMN-PRODUCT-IN              PIC X(02) VALUE SPACES.
005156 01  CMN-OLD-ADDRESS-AREA.
005157     05  CMN-OLD-ADDRESS         PIC X(51) OCCURS 3 TIMES.
005158 01  CMN-OLD-LIMIT-EDIT          PIC Z(04)9.99.
005161 01  CMN-NEW-LIMIT-EDIT          PIC Z(04)9.99.
005164
005167 01  CMN-BRANCH-TABLE.
005170     05  CMN-BRM-ENTRY OCCURS 50 TIMES.
005173         10  CMN-BRM-CODE        PIC X(03).
005176         10  CMN-BRM-STATE       PIC X(01).
005179
005200 77  CMN-DONE-SW                 PIC X(01) VALUE "N".
005300     88  CMN-DONE                VALUE "Y".
005400 77  CMN-POSTAL-EOF-SW           PIC X(01) VALUE "N".
007540 01  CMN-ODLIMIT-IN              PIC X(07).
007550 01  CMN-ODLIMIT-IN-N REDEFINES CMN-ODLIMIT-IN
007560                                 PIC 9(05)V9(02).
007563 01  CMN-PROMAMT-IN              PIC X(09).
007566 01  CMN-PROMAMT-IN-N REDEFINES CMN-PROMAMT-IN
007569                                 PIC 9(07)V9(02).
007572 01  CMN-PROMDT-IN               PIC X(08).
007575 01  CMN-PROMDT-IN-N REDEFINES CMN-PROMDT-IN
007578                                 PIC 9(08).
007581 01  CMN-PROMDT-PARTS REDEFINES CMN-PROMDT-IN.
007584     05  CMN-PROMDT-YYYY         PIC 9(04).
007587     05  CMN-PROMDT-MM           PIC 9(02).
007590     05  CMN-PROMDT-DD           PIC 9(02).
007593 01  CMN-PROM-EDIT               PIC Z(06)9.99.
007596 01  CMN-PROM-STATE              PIC X(06).
007602 01  CMN-MOBILE-IN               PIC X(16).
007608 01  CMN-EMAIL-IN                PIC X(60).
007614 01  CMN-VERDT-IN                PIC X(08).
007620 01  CMN-VERDT-IN-N REDEFINES CMN-VERDT-IN
007626                                 PIC 9(08).
007632 01  CMN-VERDT-PARTS REDEFINES CMN-VERDT-IN.
007638     05  CMN-VERDT-YYYY          PIC 9(04).
007644     05  CMN-VERDT-MM            PIC 9(02).
007650     05  CMN-VERDT-DD            PIC 9(02).
007656 01  CMN-LOWBAL-IN               PIC X(09).
007662 01  CMN-LOWBAL-IN-N REDEFINES CMN-LOWBAL-IN
007668                                 PIC 9(07)V9(02).
007674 01  CMN-LOWBAL-EDIT             PIC Z(06)9.99.
007680
007700 01  CMN-POSTAL-TABLE.
007800     05  CMN-POSTAL-ENTRY OCCURS 200 TIMES.
007900         10  CMN-TBL-ZIP         PIC 9(05).
010000*    1000-INITIALIZE.  OPEN FILES AND LOAD THE POSTAL TABLE.     *
010100******************************************************************
010200 1000-INITIALIZE.
010250     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
010300     OPEN I-O   CUSTOMER-MASTER
010400          INPUT POSTAL-FILE.
010500     IF CMN-MAST-STATUS NOT = "00"
011200             CMN-POSTAL-STATUS
011300         MOVE 12 TO RETURN-CODE
011400         STOP RUN.
011401     OPEN I-O ACCOUNT-MASTER.
011402     IF CMN-ACCT-STATUS = "35"
011403         OPEN OUTPUT ACCOUNT-MASTER
011404         CLOSE ACCOUNT-MASTER
011405         OPEN I-O ACCOUNT-MASTER.
011406     IF CMN-ACCT-STATUS NOT = "00"
011407         DISPLAY "CUSTMNT: ACCOUNT MASTER OPEN FAILED "
011408             CMN-ACCT-STATUS
011409         MOVE 12 TO RETURN-CODE
011410         STOP RUN.
011411     OPEN I-O CUSTOMER-PREFERENCE.
011412     IF CMN-PF-STATUS = "35"
011413         OPEN OUTPUT CUSTOMER-PREFERENCE
011414         CLOSE CUSTOMER-PREFERENCE
011415         OPEN I-O CUSTOMER-PREFERENCE.
011416     IF CMN-PF-STATUS NOT = "00"
011417         DISPLAY "CUSTMNT: PREFERENCE REGISTER OPEN FAILED "
011418             CMN-PF-STATUS
011419         MOVE 12 TO RETURN-CODE
011420         STOP RUN.
011421     OPEN I-O CONTACT-CHANNEL.
011422     IF CMN-CH-STATUS = "35"
011423         OPEN OUTPUT CONTACT-CHANNEL
011424         CLOSE CONTACT-CHANNEL
011425         OPEN I-O CONTACT-CHANNEL.
011426     IF CMN-CH-STATUS NOT = "00"
011427         DISPLAY "CUSTMNT: CHANNEL REGISTER OPEN FAILED "
011428             CMN-CH-STATUS
011429         MOVE 12 TO RETURN-CODE
011430         STOP RUN.
011431     OPEN I-O CHANGE-REQUEST.
011432     IF CMN-CR-STATUS = "35"
011433         OPEN OUTPUT CHANGE-REQUEST
011434         CLOSE CHANGE-REQUEST
011435         OPEN I-O CHANGE-REQUEST.
011436     IF CMN-CR-STATUS NOT = "00"
011437         DISPLAY "CUSTMNT: CHANGE REQUEST FILE OPEN FAILED "
011438             CMN-CR-STATUS
011439         MOVE 12 TO RETURN-CODE
011440         STOP RUN.
011441     OPEN EXTEND STATUS-HISTORY.
011442     IF CMN-STAT-STATUS = "35"
011443         OPEN OUTPUT STATUS-HISTORY.
011444     IF CMN-STAT-STATUS NOT = "00"
011450         DISPLAY "CUSTMNT: STATUS HISTORY OPEN FAILED "
011460             CMN-STAT-STATUS
011470         MOVE 12 TO RETURN-CODE
011670     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT
011680         UNTIL CMN-BRM-EOF.
011690     CLOSE BRANCH-MASTER.
011691     OPEN INPUT PRODUCT-CATALOG.
011692     IF CMN-PROD-STATUS = "00"
011693         MOVE "Y" TO CMN-PROD-OPEN-SW
011694     ELSE
011695         IF CMN-PROD-STATUS NOT = "35"
011696             DISPLAY "CUSTMNT: PRODUCT CATALOG OPEN FAILED "
011697                 CMN-PROD-STATUS
011698             MOVE 12 TO RETURN-CODE
011699             STOP RUN.
011700 1000-EXIT.
011800     EXIT.
011900
013498     MOVE BR-STATUS TO CMN-BRM-STATE (CMN-BRM-COUNT).
013499 1200-EXIT.
013500     EXIT.
013502
013504******************************************************************
013506*    1300-SIGN-ON.  THE CLERK'S OPERATOR ID MUST BE ON OPERAUTH; *
013508*    IT IS RECORDED AS MAKER OR CHECKER OF EVERY CHANGE REQUEST. *
013510******************************************************************
013512 1300-SIGN-ON.
013514     ACCEPT CMN-RUN-DATE FROM DATE YYYYMMDD.
013516     DISPLAY "OPERATOR ID: ".
013518     ACCEPT CMN-OPERATOR.
013520     IF CMN-OPERATOR = SPACES
013522         DISPLAY "CUSTMNT: NO OPERATOR ID - SIGN-ON REFUSED"
013524         MOVE 12 TO RETURN-CODE
013526         STOP RUN.
013528     OPEN INPUT OPERATOR-AUTHORITY.
013530     IF CMN-OA-STATUS NOT = "00"
013532         DISPLAY "CUSTMNT: OPERATOR AUTHORITY OPEN FAILED "
013534             CMN-OA-STATUS
013536         MOVE 12 TO RETURN-CODE
013538         STOP RUN.
013540     PERFORM 1310-SCAN-OPERATORS THRU 1310-EXIT
013542         UNTIL CMN-OA-EOF OR CMN-SIGNED-ON.
013544     CLOSE OPERATOR-AUTHORITY.
013546     IF NOT CMN-SIGNED-ON
013548         DISPLAY "CUSTMNT: OPERATOR " CMN-OPERATOR
013550             " NOT ON OPERAUTH - SIGN-ON REFUSED"
013552         MOVE 12 TO RETURN-CODE
013554         STOP RUN.
013556 1300-EXIT.
013558     EXIT.
013560
013562 1310-SCAN-OPERATORS.
013564     READ OPERATOR-AUTHORITY
013566         AT END
013568             MOVE "Y" TO CMN-OA-EOF-SW
013570             GO TO 1310-EXIT
013572     END-READ.
013574     IF OA-OPERATOR = CMN-OPERATOR
013576         MOVE "Y" TO CMN-SIGNON-SW
013578         IF OA-CAN-APPROVE
013580             MOVE "Y" TO CMN-APPROVER-SW.
013582 1310-EXIT.
013584     EXIT.
013586
013600******************************************************************
013700*    2000-MENU-CYCLE.  ONE FUNCTION SELECTION AND DISPATCH.      *
013800******************************************************************
014000     DISPLAY " ".
014100     DISPLAY "CUSTOMER MASTER MAINTENANCE".
014200     DISPLAY "A=ADD  C=CHANGE  D=DELETE  W=WORKLIST".
014250     DISPLAY "L=LOG CONTACT  V=VIEW CONTACTS  K=CONTACT CHANNELS".
014275     DISPLAY "P=APPROVE PENDING CHANGES  X=EXIT".
014300     DISPLAY "FUNCTION: ".
014400     ACCEPT CMN-FUNCTION.
014500     EVALUATE CMN-FUNCTION
015140                      THRU 3900-EXIT
015150         WHEN "V" PERFORM 3950-VIEW-CONTACTS
015160                      THRU 3950-EXIT
015173         WHEN "K" PERFORM 3980-MAINTAIN-CHANNELS
015186                      THRU 3980-EXIT
015190         WHEN "P" PERFORM 3600-APPROVE-REQUESTS
015194                      THRU 3600-EXIT
015200         WHEN "X" MOVE "Y" TO CMN-DONE-SW
015300         WHEN OTHER
015400             DISPLAY "INVALID FUNCTION - ENTER "
015450                 "A,C,D,W,L,V,K,P OR X"
015500     END-EVALUATE.
015600 2000-EXIT.
015700     EXIT.
017100     MOVE SPACES TO CUSTOMER-RECORD.
017200     MOVE CMN-KEY-IN TO CUST-NUMBER.
017300     MOVE ZERO TO SALDO.
017320     PERFORM 4180-ACCEPT-PRODUCT THRU 4180-EXIT.
017340     IF CMN-EDIT-FAILED
017360         DISPLAY "ADD REJECTED - NOTHING WRITTEN"
017380         GO TO 3000-EXIT.
017400     PERFORM 4100-ACCEPT-FIELDS THRU 4100-EXIT.
017500     IF CMN-EDIT-FAILED
017600         DISPLAY "ADD REJECTED - NOTHING WRITTEN"
017700         GO TO 3000-EXIT.
017712*    A NEW CUSTOMER STARTS WITH THE PRODUCT'S DEFAULT FACILITY
017724*    (NONE WITHOUT A PRODUCT); ANY HIGHER LIMIT KEYED IS HELD
017730*    FOR APPROVAL LIKE A RAISE
017736     PERFORM 4700-SAVE-SENSITIVE THRU 4700-EXIT.
017748     MOVE ZERO TO CMN-OLD-LIMIT.
017752     IF CMN-PRODUCT-FOUND
017756         MOVE PD-OD-LIMIT TO CMN-OLD-LIMIT.
017760     MOVE "R" TO CMN-OLD-ACTION.
017772     MOVE STATE TO CMN-OLD-STATE.
017784     PERFORM 4710-HOLD-SENSITIVE THRU 4710-EXIT.
017800     PERFORM 4900-STAMP-RECORD THRU 4900-EXIT.
017900     WRITE CUSTOMER-RECORD
018000         INVALID KEY
018330         MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE
018340         PERFORM 4950-WRITE-JOURNAL THRU 4950-EXIT
018350         PERFORM 4960-WRITE-STATHIST THRU 4960-EXIT
018375         PERFORM 4970-SYNC-PRIMARY-ACCOUNT THRU 4970-EXIT
018387         PERFORM 4990-SAVE-PREFERENCE THRU 4990-EXIT
018400         DISPLAY "CUSTOMER " CUST-NUMBER " ADDED"
018433         IF CMN-HOLD-CHANGE
018466             PERFORM 4720-WRITE-REQUEST THRU 4720-EXIT.
018500 3000-EXIT.
018600     EXIT.
018700
020000         FIRSTNAME " " LASTNAME.
020010     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
020020     MOVE STATE TO CMN-OLD-STATE.
020060     PERFORM 4700-SAVE-SENSITIVE THRU 4700-EXIT.
020100     PERFORM 4100-ACCEPT-FIELDS THRU 4100-EXIT.
020200     IF CMN-EDIT-FAILED
020300         DISPLAY "CHANGE REJECTED - RECORD NOT UPDATED"
020400         GO TO 3550-EXIT.
020450     PERFORM 4710-HOLD-SENSITIVE THRU 4710-EXIT.
020500     PERFORM 4900-STAMP-RECORD THRU 4900-EXIT.
020600     REWRITE CUSTOMER-RECORD.
020700     IF CMN-MAST-STATUS = "00"
020740         IF STATE NOT = CMN-OLD-STATE
020750             PERFORM 4960-WRITE-STATHIST THRU 4960-EXIT
020760         END-IF
020780         PERFORM 4970-SYNC-PRIMARY-ACCOUNT THRU 4970-EXIT
020790         PERFORM 4990-SAVE-PREFERENCE THRU 4990-EXIT
020800         DISPLAY "CUSTOMER " CUST-NUMBER " UPDATED"
020825         IF CMN-HOLD-CHANGE
020850             PERFORM 4720-WRITE-REQUEST THRU 4720-EXIT
020875         END-IF
020900     ELSE
021000         DISPLAY "REWRITE FAILED - STATUS " CMN-MAST-STATUS
021100     END-IF.
023410         MOVE "D" TO JP-ACTION
023420         MOVE SPACES TO JP-AFTER-IMAGE
023430         PERFORM 4950-WRITE-JOURNAL THRU 4950-EXIT
023465         PERFORM 4980-DELETE-ACCOUNTS THRU 4980-EXIT
023482         PERFORM 4995-DELETE-PREFERENCE THRU 4995-EXIT
023491         PERFORM 4996-DELETE-CHANNELS THRU 4996-EXIT
023500         DISPLAY "CUSTOMER " CUST-NUMBER " DELETED"
023600     ELSE
023700         DISPLAY "DELETE FAILED - STATUS " CMN-MAST-STATUS
028626         MOVE "Y" TO CMN-EDIT-SW
028628         GO TO 4100-EXIT.
028630 4150-ACCEPT-OVERDRAFT.
028631     IF CMN-FUNCTION = "A" AND CMN-PRODUCT-FOUND
028632         DISPLAY "PRODUCT DEFAULT LIMIT " PD-OD-LIMIT
028633             " APPLIES IF LEFT BLANK".
028634     DISPLAY "OVERDRAFT LIMIT (7 DIGITS 5V2, BLANK=NONE): ".
028635     MOVE SPACES TO CMN-ODLIMIT-IN.
028636     ACCEPT CMN-ODLIMIT-IN.
028638     IF CMN-ODLIMIT-IN = SPACES
028640         MOVE ZERO TO OVERDRAFT-LIMIT
028642         MOVE "R" TO OVERDRAFT-ACTION
028643         IF CMN-FUNCTION = "A" AND CMN-PRODUCT-FOUND
028644             MOVE PD-OD-LIMIT TO OVERDRAFT-LIMIT
028645         END-IF
028646         GO TO 4170-ACCEPT-LANGUAGE.
028647     IF CMN-ODLIMIT-IN NOT NUMERIC
028648         DISPLAY "REJECT: OVERDRAFT LIMIT MUST BE NUMERIC"
028650         MOVE "Y" TO CMN-EDIT-SW
028652         GO TO 4100-EXIT.
028654     MOVE CMN-ODLIMIT-IN-N TO OVERDRAFT-LIMIT.
028655     IF CMN-FUNCTION = "A" AND CMN-PRODUCT-FOUND
028656      AND PD-SAVINGS AND OVERDRAFT-LIMIT NOT = ZERO
028657         DISPLAY "REJECT: A SAVINGS PRODUCT HAS NO OVERDRAFT"
028658         MOVE "Y" TO CMN-EDIT-SW
028659         GO TO 4100-EXIT.
028660     DISPLAY "OVER-LIMIT ACTION (R=REJECT P=POST+REFER): ".
028661     ACCEPT OVERDRAFT-ACTION.
028662     IF OVERDRAFT-ACTION = SPACE
028663         MOVE "R" TO OVERDRAFT-ACTION.
028664     IF NOT ODRAFT-REJECT AND NOT ODRAFT-REFER
028666         DISPLAY "REJECT: ACTION MUST BE R OR P"
028668         MOVE "Y" TO CMN-EDIT-SW
028670         GO TO 4100-EXIT.
028672*    LANGUAGE IS HELD ON THE PREFERENCE REGISTER, WRITTEN ONCE
028674*    THE MASTER UPDATE HAS GONE THROUGH
028676 4170-ACCEPT-LANGUAGE.
028678     DISPLAY "LANGUAGE (DE=GERMAN EN=ENGLISH BLANK=DEFAULT): ".
028680     MOVE SPACES TO CMN-LANGUAGE-IN.
028682     ACCEPT CMN-LANGUAGE-IN.
028684     IF NOT CMN-LANG-VALID
028686         DISPLAY "REJECT: LANGUAGE MUST BE DE, EN OR BLANK"
028688         MOVE "Y" TO CMN-EDIT-SW.
028690 4100-EXIT.
028700     EXIT.
028702
028704******************************************************************
028706*    4180-ACCEPT-PRODUCT.  THE PRODUCT A NEW CUSTOMER'S ACCOUNT  *
028708*    01 IS SOLD UNDER.  IT MUST BE ON THE CATALOG AND ON SALE;   *
028710*    BLANK TAKES BASIC CURRENT "BC" WHEN THE CATALOG CARRIES     *
028712*    IT.  WITHOUT A CATALOG THE ACCOUNT HAS NO PRODUCT.  THE     *
028714*    PRODUCT RECORD STAYS IN THE BUFFER FOR THE DEFAULTS.        *
028716******************************************************************
028718 4180-ACCEPT-PRODUCT.
028720     MOVE "N" TO CMN-PROD-SW
028722                 CMN-EDIT-SW.
028724     IF NOT CMN-PROD-OPEN
028726         GO TO 4180-EXIT.
028728     DISPLAY "PRODUCT (2 CHARS, BLANK=BC): ".
028730     MOVE SPACES TO CMN-PRODUCT-IN.
028732     ACCEPT CMN-PRODUCT-IN.
028734     IF CMN-PRODUCT-IN = SPACES
028736         MOVE "BC" TO PD-PRODUCT-CODE
028738         READ PRODUCT-CATALOG
028740             INVALID KEY GO TO 4180-EXIT
028742         END-READ
028744         IF PD-ACTIVE
028746             MOVE "Y" TO CMN-PROD-SW
028748             DISPLAY "PRODUCT SET TO " PD-DESCRIPTION
028750         END-IF
028752         GO TO 4180-EXIT.
028754     MOVE CMN-PRODUCT-IN TO PD-PRODUCT-CODE.
028756     READ PRODUCT-CATALOG
028758         INVALID KEY
028760             DISPLAY "REJECT: PRODUCT NOT ON PRODUCT CATALOG"
028762             MOVE "Y" TO CMN-EDIT-SW
028764             GO TO 4180-EXIT
028766     END-READ.
028768     IF NOT PD-ACTIVE
028770         DISPLAY "REJECT: PRODUCT IS WITHDRAWN FROM SALE"
028772         MOVE "Y" TO CMN-EDIT-SW
028774         GO TO 4180-EXIT.
028776     MOVE "Y" TO CMN-PROD-SW.
028778     DISPLAY "PRODUCT SET TO " PD-DESCRIPTION.
028780 4180-EXIT.
028782     EXIT.
028800
028900******************************************************************
029000*    4200-ACCEPT-ADDRESS.  FIRST ADDRESS OCCURRENCE WITH EDITS.  *
035380 4950-EXIT.
035390     EXIT.
035392
035393******************************************************************
035394*    4970-SYNC-PRIMARY-ACCOUNT.  THE MASTER'S CURRENCY AND       *
035395*    OVERDRAFT TERMS ARE THOSE OF THE PRIMARY ACCOUNT 01: AN     *
035396*    ADD OPENS IT AT ZERO BALANCE UNDER THE PRODUCT KEYED, A     *
035397*    CHANGE CARRIES THE TERMS ACROSS.  THE ACCOUNT BALANCE AND   *
035398*    PRODUCT ARE NEVER TOUCHED BY A CHANGE - PRODSWT SWITCHES.   *
035399******************************************************************
035400 4970-SYNC-PRIMARY-ACCOUNT.
035401     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
035402     MOVE 1 TO AC-ACCT-SEQ.
035403     READ ACCOUNT-MASTER
035404         INVALID KEY
035405             MOVE SPACES TO ACCOUNT-RECORD
035406             MOVE CUST-NUMBER TO AC-CUST-NUMBER
035407             MOVE 1 TO AC-ACCT-SEQ
035408             MOVE "C" TO AC-ACCT-TYPE
035409             MOVE ZERO TO AC-SALDO
035410             MOVE "O" TO AC-STATUS
035411             MOVE CMN-TS-DATE TO AC-OPEN-DATE
035412             MOVE ZERO TO AC-CLOSE-DATE
035413             MOVE ZERO TO AC-CHGOFF-DATE AC-CHGOFF-AMOUNT
035414             MOVE CURRENCY-CODE TO AC-CURRENCY-CODE
035415             MOVE ZERO TO AC-PRODUCT-DATE
035416                          AC-PENDING-DATE
035417             IF CMN-FUNCTION = "A" AND CMN-PRODUCT-FOUND
035418                 MOVE PD-ACCT-TYPE TO AC-ACCT-TYPE
035419                 MOVE PD-PRODUCT-CODE TO AC-PRODUCT-CODE
035420                 MOVE CMN-TS-DATE TO AC-PRODUCT-DATE
035421             END-IF
035422             MOVE OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT
035423             MOVE OVERDRAFT-ACTION TO AC-OVERDRAFT-ACTION
035424             WRITE ACCOUNT-RECORD
035425             IF CMN-ACCT-STATUS NOT = "00"
035426                 DISPLAY "ACCOUNT WRITE FAILED - STATUS "
035427                     CMN-ACCT-STATUS
035428             END-IF
035429             GO TO 4970-EXIT
035430     END-READ.
035431     MOVE CURRENCY-CODE TO AC-CURRENCY-CODE.
035432     MOVE OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT.
035433     MOVE OVERDRAFT-ACTION TO AC-OVERDRAFT-ACTION.
035434     REWRITE ACCOUNT-RECORD.
035435     IF CMN-ACCT-STATUS NOT = "00"
035436         DISPLAY "ACCOUNT REWRITE FAILED - STATUS "
035437             CMN-ACCT-STATUS.
035438 4970-EXIT.
035439     EXIT.
035440
035441******************************************************************
035442*    4980-DELETE-ACCOUNTS.  A DELETED CUSTOMER TAKES ITS         *
035443*    ACCOUNTS WITH IT SO NO ACCOUNT IS LEFT WITHOUT A MASTER.    *
035444******************************************************************
035445 4980-DELETE-ACCOUNTS.
035446     MOVE "N" TO CMN-ACCT-DONE-SW.
035447     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
035448     MOVE ZERO TO AC-ACCT-SEQ.
035449     START ACCOUNT-MASTER
035450         KEY IS NOT LESS THAN AC-KEY
035451         INVALID KEY MOVE "Y" TO CMN-ACCT-DONE-SW
035452     END-START.
035453     PERFORM 4985-DELETE-ONE-ACCOUNT THRU 4985-EXIT
035454         UNTIL CMN-ACCT-DONE.
035455 4980-EXIT.
035456     EXIT.
035457
035458 4985-DELETE-ONE-ACCOUNT.
035459     READ ACCOUNT-MASTER NEXT RECORD
035460         AT END
035461             MOVE "Y" TO CMN-ACCT-DONE-SW
035462             GO TO 4985-EXIT
035463     END-READ.
035464     IF AC-CUST-NUMBER NOT = CUST-NUMBER
035465         MOVE "Y" TO CMN-ACCT-DONE-SW
035466         GO TO 4985-EXIT.
035467     DELETE ACCOUNT-MASTER RECORD.
035468     IF CMN-ACCT-STATUS NOT = "00"
035469         DISPLAY "ACCOUNT DELETE FAILED - STATUS "
035470             CMN-ACCT-STATUS.
035471 4985-EXIT.
035472     EXIT.
035473
035474******************************************************************
035475*    4990-SAVE-PREFERENCE.  THE KEYED LANGUAGE ONTO THE          *
035476*    PREFERENCE REGISTER.  A BLANK LANGUAGE NEEDS NO RECORD      *
035477*    UNLESS ONE IS ALREADY THERE TO BE RESET.                    *
035478******************************************************************
035479 4990-SAVE-PREFERENCE.
035480     MOVE CUST-NUMBER TO PF-CUST-NUMBER.
035481     READ CUSTOMER-PREFERENCE
035482         INVALID KEY
035483             IF CMN-LANGUAGE-IN = SPACES
035484                 GO TO 4990-EXIT
035485             END-IF
035486             MOVE SPACES TO CUSTOMER-PREFERENCE-RECORD
035487             MOVE CUST-NUMBER TO PF-CUST-NUMBER
035488             MOVE CMN-LANGUAGE-IN TO PF-LANGUAGE
035489             MOVE CMN-TS-DATE TO PF-UPDATED-DATE
035490             MOVE "CUSTMNT " TO PF-UPDATED-BY
035491             WRITE CUSTOMER-PREFERENCE-RECORD
035492             IF CMN-PF-STATUS NOT = "00"
035493                 DISPLAY "PREFERENCE WRITE FAILED - STATUS "
035494                     CMN-PF-STATUS
035495             END-IF
035496             GO TO 4990-EXIT
035497     END-READ.
035498     MOVE CMN-LANGUAGE-IN TO PF-LANGUAGE.
035499     MOVE CMN-TS-DATE TO PF-UPDATED-DATE.
035500     MOVE "CUSTMNT " TO PF-UPDATED-BY.
035501     REWRITE CUSTOMER-PREFERENCE-RECORD.
035502     IF CMN-PF-STATUS NOT = "00"
035503         DISPLAY "PREFERENCE REWRITE FAILED - STATUS "
035504             CMN-PF-STATUS.
035505 4990-EXIT.
035506     EXIT.
035507
035508******************************************************************
035509*    4995-DELETE-PREFERENCE.  A DELETED CUSTOMER'S PREFERENCES   *
035510*    GO WITH THE MASTER RECORD.                                  *
035511******************************************************************
035512 4995-DELETE-PREFERENCE.
035513     MOVE CUST-NUMBER TO PF-CUST-NUMBER.
035514     DELETE CUSTOMER-PREFERENCE RECORD
035515         INVALID KEY CONTINUE
035516     END-DELETE.
035517 4995-EXIT.
035518     EXIT.
035519
035520******************************************************************
035521*    4996-DELETE-CHANNELS.  SO ARE THE CONTACT CHANNELS.         *
035522******************************************************************
035523 4996-DELETE-CHANNELS.
035524     MOVE CUST-NUMBER TO CH-CUST-NUMBER.
035525     DELETE CONTACT-CHANNEL RECORD
035526         INVALID KEY CONTINUE
035527     END-DELETE.
035529 4996-EXIT.
035531     EXIT.
035533
035535******************************************************************
035537*    5000-WRAPUP.  CLOSE EVERYTHING.                             *
035539******************************************************************
035541 5000-WRAPUP.
035543     MOVE "X" TO JP-ACTION.
035545     CALL "JRNLWRT" USING JRNL-PARM.
035547     CLOSE CUSTOMER-MASTER
035550           STATUS-HISTORY
035575           ACCOUNT-MASTER
035587           CUSTOMER-PREFERENCE
035593           CONTACT-CHANNEL
035596           CHANGE-REQUEST
035600           POSTAL-FILE.
035610     IF CMN-WORK-OPEN
035620         CLOSE WORKLIST-FILE.
035646     IF CMN-PROD-OPEN
035672         CLOSE PRODUCT-CATALOG.
035700 5000-EXIT.
035800     EXIT.
035900
040600        AND NOT CL-COMPLAINT AND NOT CL-OTHER
040700         DISPLAY "REJECT: TYPE MUST BE P, I, C OR O"
040800         GO TO 3900-EXIT.
040812*    A PROMISE IS TRACKED BY PTPCHK, SO IT NEEDS AN AMOUNT
040824*    AND A DUE DATE; ITS NOTE IS THE SHORTER PROMISE NOTE
040836     IF CL-PROMISE
040848         PERFORM 3910-ACCEPT-PROMISE THRU 3910-EXIT
040860         IF CMN-EDIT-FAILED
040872             GO TO 3900-EXIT
040884         END-IF
040900         DISPLAY "NOTE: "
041000         ACCEPT CL-PROM-NOTE
041020     ELSE
041040         DISPLAY "NOTE: "
041060         ACCEPT CL-NOTE
041080     END-IF.
041100     OPEN EXTEND CONTACT-LOG.
041200     IF CMN-CONT-STATUS = "35"
041300         OPEN OUTPUT CONTACT-LOG.
041900     DISPLAY "CONTACT LOGGED FOR " CL-CUST-NUMBER.
042000 3900-EXIT.
042100     EXIT.
042102
042104******************************************************************
042106*    3910-ACCEPT-PROMISE.  PROMISED AMOUNT AND DUE DATE.  THE    *
042108*    DUE DATE MAY NOT LIE BEFORE TODAY.                          *
042110******************************************************************
042112 3910-ACCEPT-PROMISE.
042114     MOVE "N" TO CMN-EDIT-SW.
042116     DISPLAY "PROMISED AMOUNT (9999999V99): ".
042118     MOVE SPACES TO CMN-PROMAMT-IN.
042120     ACCEPT CMN-PROMAMT-IN.
042122     IF CMN-PROMAMT-IN NOT NUMERIC
042124         DISPLAY "REJECT: PROMISED AMOUNT MUST BE NUMERIC"
042126         MOVE "Y" TO CMN-EDIT-SW
042128         GO TO 3910-EXIT.
042130     IF CMN-PROMAMT-IN-N = ZERO
042132         DISPLAY "REJECT: PROMISED AMOUNT MUST NOT BE ZERO"
042134         MOVE "Y" TO CMN-EDIT-SW
042136         GO TO 3910-EXIT.
042138     DISPLAY "PROMISED BY (YYYYMMDD): ".
042140     MOVE SPACES TO CMN-PROMDT-IN.
042142     ACCEPT CMN-PROMDT-IN.
042144     IF CMN-PROMDT-IN NOT NUMERIC
042146         DISPLAY "REJECT: DUE DATE MUST BE NUMERIC"
042148         MOVE "Y" TO CMN-EDIT-SW
042150         GO TO 3910-EXIT.
042152     IF CMN-PROMDT-MM < 1 OR CMN-PROMDT-MM > 12
042154      OR CMN-PROMDT-DD < 1 OR CMN-PROMDT-DD > 31
042156         DISPLAY "REJECT: DUE DATE IS NOT A VALID DATE"
042158         MOVE "Y" TO CMN-EDIT-SW
042160         GO TO 3910-EXIT.
042162     IF CMN-PROMDT-IN-N < CMN-TS-DATE
042164         DISPLAY "REJECT: DUE DATE IS IN THE PAST"
042166         MOVE "Y" TO CMN-EDIT-SW
042168         GO TO 3910-EXIT.
042170     MOVE CMN-PROMAMT-IN-N TO CL-PROM-AMOUNT.
042172     MOVE CMN-PROMDT-IN-N TO CL-PROM-DUE-DATE.
042174     MOVE SPACES TO CL-PROM-NOTE.
042176     MOVE SPACE TO CL-PROM-STATUS.
042178 3910-EXIT.
042180     EXIT.
042200
042300******************************************************************
042400*    3950-VIEW-CONTACTS.  LIST A CUSTOMER'S CONTACT HISTORY.     *
044800     IF CL-CUST-NUMBER NOT = CMN-KEY-IN
044900         GO TO 3960-EXIT.
045000     ADD 1 TO CMN-CONT-SHOWN.
045025     IF CL-PROMISE AND CL-PROM-AMOUNT NUMERIC
045050         PERFORM 3970-SHOW-PROMISE THRU 3970-EXIT
045075         GO TO 3960-EXIT.
045100     DISPLAY CL-CONTACT-DATE " " CL-CONTACT-TYPE " "
045200         CL-OPERATOR " " CL-NOTE.
045300 3960-EXIT.
045400     EXIT.
045505
045610 3970-SHOW-PROMISE.
045715     MOVE CL-PROM-AMOUNT TO CMN-PROM-EDIT.
045820     EVALUATE TRUE
045925         WHEN CL-PROM-KEPT
046030             MOVE "KEPT" TO CMN-PROM-STATE
046135         WHEN CL-PROM-BROKEN
046240             MOVE "BROKEN" TO CMN-PROM-STATE
046345         WHEN OTHER
046450             MOVE "OPEN" TO CMN-PROM-STATE
046555     END-EVALUATE.
046660     DISPLAY CL-CONTACT-DATE " " CL-CONTACT-TYPE " "
046765         CL-OPERATOR " " CMN-PROM-EDIT " BY "
046870         CL-PROM-DUE-DATE " " CMN-PROM-STATE " " CL-PROM-NOTE.
046975 3970-EXIT.
047080     EXIT.
047180
047280******************************************************************
047380*    3980-MAINTAIN-CHANNELS.  SHOW THE CUSTOMER'S CONTACT        *
047480*    CHANNELS, RE-KEY THEM WITH EDITS AND SAVE THEM TO THE       *
047580*    CUSTCHAN REGISTER.  BLANK MOBILE AND E-MAIL REMOVE THE      *
047680*    ENTRY, AND WITH IT EVERY ALERT.                             *
047780******************************************************************
047880 3980-MAINTAIN-CHANNELS.
047980     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
048080     MOVE CMN-KEY-IN TO CUST-NUMBER.
048180     READ CUSTOMER-MASTER
048280         INVALID KEY
048380             DISPLAY "CUSTOMER NOT ON FILE"
048480             GO TO 3980-EXIT
048580     END-READ.
048680     DISPLAY "CUSTOMER " CUST-NUMBER " - "
048780         FIRSTNAME " " LASTNAME.
048880     ACCEPT CMN-TS-DATE FROM DATE YYYYMMDD.
048980     MOVE "Y" TO CMN-CH-SW.
049080     MOVE CMN-KEY-IN TO CH-CUST-NUMBER.
049180     READ CONTACT-CHANNEL
049280         INVALID KEY
049380             MOVE "N" TO CMN-CH-SW
049480     END-READ.
049580     IF CMN-CH-FOUND
049680         MOVE CH-LOW-BALANCE TO CMN-LOWBAL-EDIT
049780         DISPLAY "MOBILE " CH-MOBILE " E-MAIL " CH-EMAIL
049880         DISPLAY "PREFERRED " CH-PREFERRED " CONSENT "
049980             CH-CONSENT " VERIFIED " CH-VERIFIED-DATE
050080             " WARN BELOW " CMN-LOWBAL-EDIT
050180     ELSE
050280         DISPLAY "NO CONTACT CHANNELS ON FILE"
050380         MOVE SPACES TO CONTACT-CHANNEL-RECORD
050480         MOVE CMN-KEY-IN TO CH-CUST-NUMBER
050580         MOVE ZERO TO CH-VERIFIED-DATE
050680                      CH-LOW-BALANCE
050780     END-IF.
050880     PERFORM 4600-ACCEPT-CHANNELS THRU 4600-EXIT.
050980     IF CMN-EDIT-FAILED
051080         DISPLAY "CHANNELS NOT UPDATED"
051180         GO TO 3980-EXIT.
051280     IF CMN-MOBILE-IN = SPACES AND CMN-EMAIL-IN = SPACES
051380         GO TO 3980-REMOVE.
051480     MOVE CMN-TS-DATE TO CH-UPDATED-DATE.
051580     MOVE "CUSTMNT " TO CH-UPDATED-BY.
051680     IF CMN-CH-FOUND
051780         REWRITE CONTACT-CHANNEL-RECORD
051880     ELSE
051980         WRITE CONTACT-CHANNEL-RECORD
052080     END-IF.
052180     IF CMN-CH-STATUS NOT = "00"
052280         DISPLAY "CHANNEL UPDATE FAILED - STATUS " CMN-CH-STATUS
052380         GO TO 3980-EXIT.
052480     DISPLAY "CONTACT CHANNELS SAVED FOR " CH-CUST-NUMBER.
052580     GO TO 3980-EXIT.
052680 3980-REMOVE.
052780     IF NOT CMN-CH-FOUND
052880         DISPLAY "NO CHANNELS KEYED - NOTHING SAVED"
052980         GO TO 3980-EXIT.
053080     DELETE CONTACT-CHANNEL RECORD
053180         INVALID KEY CONTINUE
053280     END-DELETE.
053380     DISPLAY "CONTACT CHANNELS REMOVED FOR " CH-CUST-NUMBER.
053480 3980-EXIT.
053580     EXIT.
053680
053780******************************************************************
053880*    4600-ACCEPT-CHANNELS.  MOBILE AS "+" AND 8-15 DIGITS;       *
053980*    E-MAIL WITH ONE "@", A DOT AFTER IT AND NO SPACES; THE      *
054080*    PREFERRED CHANNEL MUST BE ONE THAT WAS KEYED.  CHANGED      *
054180*    DETAILS ARE UNVERIFIED UNTIL A VERIFICATION DATE IS KEYED;  *
054280*    A BLANK DATE ON UNCHANGED DETAILS KEEPS THE OLD ONE.        *
054380******************************************************************
054480 4600-ACCEPT-CHANNELS.
054580     MOVE "N" TO CMN-EDIT-SW.
054680     DISPLAY "MOBILE (+ AND 8-15 DIGITS, BLANK=NONE): ".
054780     MOVE SPACES TO CMN-MOBILE-IN.
054880     ACCEPT CMN-MOBILE-IN.
054980     IF CMN-MOBILE-IN NOT = SPACES
055080         PERFORM 4610-EDIT-MOBILE THRU 4610-EXIT
055180         IF CMN-EDIT-FAILED
055280             GO TO 4600-EXIT
055380         END-IF
055480     END-IF.
055580     DISPLAY "E-MAIL (BLANK=NONE): ".
055680     MOVE SPACES TO CMN-EMAIL-IN.
055780     ACCEPT CMN-EMAIL-IN.
055880     IF CMN-EMAIL-IN NOT = SPACES
055980         PERFORM 4620-EDIT-EMAIL THRU 4620-EXIT
056080         IF CMN-EDIT-FAILED
056180             GO TO 4600-EXIT
056280         END-IF
056380     END-IF.
056480     IF CMN-MOBILE-IN = SPACES AND CMN-EMAIL-IN = SPACES
056580         GO TO 4600-EXIT.
056680     IF CMN-MOBILE-IN NOT = CH-MOBILE
056780      OR CMN-EMAIL-IN NOT = CH-EMAIL
056880         MOVE ZERO TO CH-VERIFIED-DATE.
056980     MOVE CMN-MOBILE-IN TO CH-MOBILE.
057080     MOVE CMN-EMAIL-IN TO CH-EMAIL.
057180     DISPLAY "PREFERRED (S=SMS E=E-MAIL B=BOTH): ".
057280     ACCEPT CH-PREFERRED.
057380     IF CH-PREFERRED = SPACE
057480         IF CH-MOBILE = SPACES
057580             MOVE "E" TO CH-PREFERRED
057680         ELSE
057780             MOVE "S" TO CH-PREFERRED
057880         END-IF
057980     END-IF.
058080     IF NOT CH-PREFER-VALID
058180         DISPLAY "REJECT: PREFERRED MUST BE S, E OR B"
058280         MOVE "Y" TO CMN-EDIT-SW
058380         GO TO 4600-EXIT.
058480     IF (CH-PREFER-SMS OR CH-PREFER-BOTH) AND CH-MOBILE = SPACES
058580         DISPLAY "REJECT: NO MOBILE NUMBER FOR SMS"
058680         MOVE "Y" TO CMN-EDIT-SW
058780         GO TO 4600-EXIT.
058880     IF (CH-PREFER-EMAIL OR CH-PREFER-BOTH) AND CH-EMAIL = SPACES
058980         DISPLAY "REJECT: NO E-MAIL ADDRESS FOR E-MAIL"
059080         MOVE "Y" TO CMN-EDIT-SW
059180         GO TO 4600-EXIT.
059280     DISPLAY "ALERT CONSENT (Y/N): ".
059380     ACCEPT CH-CONSENT.
059480     IF NOT CH-CONSENT-GIVEN AND NOT CH-CONSENT-REFUSED
059580         DISPLAY "REJECT: CONSENT MUST BE Y OR N"
059680         MOVE "Y" TO CMN-EDIT-SW
059780         GO TO 4600-EXIT.
059880     DISPLAY "VERIFIED ON (YYYYMMDD, BLANK=UNCHANGED): ".
059980     MOVE SPACES TO CMN-VERDT-IN.
060080     ACCEPT CMN-VERDT-IN.
060180     IF CMN-VERDT-IN = SPACES
060280         GO TO 4600-ACCEPT-LOW-BALANCE.
060380     IF CMN-VERDT-IN NOT NUMERIC
060480         DISPLAY "REJECT: VERIFIED DATE MUST BE NUMERIC"
060580         MOVE "Y" TO CMN-EDIT-SW
060680         GO TO 4600-EXIT.
060780     IF CMN-VERDT-MM < 1 OR CMN-VERDT-MM > 12
060880      OR CMN-VERDT-DD < 1 OR CMN-VERDT-DD > 31
060980         DISPLAY "REJECT: VERIFIED DATE IS NOT A VALID DATE"
061080         MOVE "Y" TO CMN-EDIT-SW
061180         GO TO 4600-EXIT.
061280     IF CMN-VERDT-IN-N > CMN-TS-DATE
061380         DISPLAY "REJECT: VERIFIED DATE IS IN THE FUTURE"
061480         MOVE "Y" TO CMN-EDIT-SW
061580         GO TO 4600-EXIT.
061680     MOVE CMN-VERDT-IN-N TO CH-VERIFIED-DATE.
061780 4600-ACCEPT-LOW-BALANCE.
061880     DISPLAY "WARN BELOW BALANCE (7V2, BLANK=NONE): ".
061980     MOVE SPACES TO CMN-LOWBAL-IN.
062080     ACCEPT CMN-LOWBAL-IN.
062180     IF CMN-LOWBAL-IN = SPACES
062280         MOVE ZERO TO CH-LOW-BALANCE
062380         GO TO 4600-EXIT.
062480     IF CMN-LOWBAL-IN NOT NUMERIC
062580         DISPLAY "REJECT: WARNING BALANCE MUST BE NUMERIC"
062680         MOVE "Y" TO CMN-EDIT-SW
062780         GO TO 4600-EXIT.
062880     MOVE CMN-LOWBAL-IN-N TO CH-LOW-BALANCE.
062980 4600-EXIT.
063080     EXIT.
063180
063280 4610-EDIT-MOBILE.
063380     MOVE ZERO TO CMN-CH-LEN.
063480     INSPECT CMN-MOBILE-IN (2:15)
063580         TALLYING CMN-CH-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
063680     IF CMN-MOBILE-IN (1:1) NOT = "+"
063780      OR CMN-CH-LEN < 8
063880         DISPLAY "REJECT: MOBILE MUST BE + AND 8-15 DIGITS"
063980         MOVE "Y" TO CMN-EDIT-SW
064080         GO TO 4610-EXIT.
064180     IF CMN-MOBILE-IN (2:CMN-CH-LEN) NOT NUMERIC
064280         DISPLAY "REJECT: MOBILE MUST BE + AND 8-15 DIGITS"
064380         MOVE "Y" TO CMN-EDIT-SW
064480         GO TO 4610-EXIT.
064580     IF CMN-CH-LEN < 15
064680      AND CMN-MOBILE-IN (CMN-CH-LEN + 2:) NOT = SPACES
064780         DISPLAY "REJECT: MOBILE MUST NOT CONTAIN SPACES"
064880         MOVE "Y" TO CMN-EDIT-SW.
064980 4610-EXIT.
065080     EXIT.
065180
065280 4620-EDIT-EMAIL.
065380     MOVE ZERO TO CMN-CH-LEN
065480                  CMN-CH-AT-COUNT
065580                  CMN-CH-AT-POS
065680                  CMN-CH-DOT-COUNT.
065780     INSPECT CMN-EMAIL-IN
065880         TALLYING CMN-CH-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
065980     IF CMN-CH-LEN < 60
066080      AND CMN-EMAIL-IN (CMN-CH-LEN + 1:) NOT = SPACES
066180         DISPLAY "REJECT: E-MAIL MUST NOT CONTAIN SPACES"
066280         MOVE "Y" TO CMN-EDIT-SW
066380         GO TO 4620-EXIT.
066480     INSPECT CMN-EMAIL-IN
066580         TALLYING CMN-CH-AT-COUNT FOR ALL "@".
066680     INSPECT CMN-EMAIL-IN
066780         TALLYING CMN-CH-AT-POS FOR CHARACTERS BEFORE INITIAL "@".
066880     IF CMN-CH-AT-COUNT NOT = 1
066980      OR CMN-CH-AT-POS = ZERO
067080      OR CMN-CH-AT-POS + 1 >= CMN-CH-LEN
067180         DISPLAY "REJECT: E-MAIL ADDRESS IS NOT VALID"
067280         MOVE "Y" TO CMN-EDIT-SW
067380         GO TO 4620-EXIT.
067480     INSPECT CMN-EMAIL-IN (CMN-CH-AT-POS + 2:)
067580         TALLYING CMN-CH-DOT-COUNT FOR ALL ".".
067680     IF CMN-CH-DOT-COUNT = ZERO
067780         DISPLAY "REJECT: E-MAIL ADDRESS IS NOT VALID"
067880         MOVE "Y" TO CMN-EDIT-SW.
067980 4620-EXIT.
068080     EXIT.
068180
068280******************************************************************
068380*    3600-APPROVE-REQUESTS.  WORK A CUSTOMER'S PENDING CHANGE    *
068480*    REQUESTS OLDEST FIRST.  ONLY AN OPERATOR WITH APPROVAL      *
068580*    AUTHORITY MAY DECIDE, AND NEVER ON A REQUEST THEY MADE.     *
068680******************************************************************
068780 3600-APPROVE-REQUESTS.
068880     IF NOT CMN-APPROVER
068980         DISPLAY "REJECT: OPERATOR " CMN-OPERATOR
069080             " HAS NO APPROVAL AUTHORITY"
069180         GO TO 3600-EXIT.
069280     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
069380     MOVE CMN-KEY-IN TO CR-CUST-NUMBER.
069480     MOVE ZERO TO CR-REQ-DATE
069580                  CR-REQ-TIME
069680                  CMN-CR-SHOWN.
069780     MOVE "N" TO CMN-CR-DONE-SW.
069880     START CHANGE-REQUEST KEY IS NOT LESS THAN CR-KEY
069980         INVALID KEY
070080             MOVE "Y" TO CMN-CR-DONE-SW
070180     END-START.
070280     PERFORM 3610-NEXT-REQUEST THRU 3610-EXIT
070380         UNTIL CMN-CR-DONE.
070480     IF CMN-CR-SHOWN = ZERO
070580         DISPLAY "NO PENDING REQUESTS FOR CUSTOMER " CMN-KEY-IN.
070680 3600-EXIT.
070780     EXIT.
070880
070980 3610-NEXT-REQUEST.
071080     READ CHANGE-REQUEST NEXT RECORD
071180         AT END
071280             MOVE "Y" TO CMN-CR-DONE-SW
071380             GO TO 3610-EXIT
071480     END-READ.
071580     IF CR-CUST-NUMBER NOT = CMN-KEY-IN
071680         MOVE "Y" TO CMN-CR-DONE-SW
071780         GO TO 3610-EXIT.
071880     IF NOT CR-PENDING
071980         GO TO 3610-EXIT.
072080     COMPUTE CMN-REQ-AGE =
072180         FUNCTION INTEGER-OF-DATE (CMN-RUN-DATE) -
072280         FUNCTION INTEGER-OF-DATE (CR-REQ-DATE).
072380     IF CMN-REQ-AGE > CMN-EXPIRY-DAYS
072480         MOVE "E" TO CR-STATUS
072580         MOVE "EXPIRED - NOT DECIDED IN TIME" TO CR-REASON
072680         PERFORM 3690-RECORD-DECISION THRU 3690-EXIT
072780         DISPLAY "REQUEST " CR-REQ-DATE "/" CR-REQ-TIME
072880             " EXPIRED - NOT APPLIED"
072980         GO TO 3610-EXIT.
073080     ADD 1 TO CMN-CR-SHOWN.
073180     PERFORM 3620-SHOW-REQUEST THRU 3620-EXIT.
073280     IF CR-MAKER = CMN-OPERATOR
073380         DISPLAY "OWN REQUEST - ANOTHER APPROVER MUST DECIDE IT"
073480         GO TO 3610-EXIT.
073580     DISPLAY "DECISION (A=APPROVE R=REJECT OTHER=LEAVE): ".
073680     MOVE SPACE TO CMN-DECISION.
073780     ACCEPT CMN-DECISION.
073880     IF CMN-DECISION = "A"
073980         PERFORM 3650-APPLY-REQUEST THRU 3650-EXIT
074080         GO TO 3610-EXIT.
074180     IF CMN-DECISION NOT = "R"
074280         DISPLAY "REQUEST LEFT PENDING"
074380         GO TO 3610-EXIT.
074480     DISPLAY "REJECTION REASON (30 CHARS): ".
074580     MOVE SPACES TO CR-REASON.
074680     ACCEPT CR-REASON.
074780     IF CR-REASON = SPACES
074880         DISPLAY "REJECT: REASON REQUIRED - REQUEST LEFT PENDING"
074980         GO TO 3610-EXIT.
075080     MOVE "R" TO CR-STATUS.
075180     MOVE CMN-OPERATOR TO CR-CHECKER.
075280     PERFORM 3690-RECORD-DECISION THRU 3690-EXIT.
075380     DISPLAY "REQUEST REJECTED - MASTER NOT CHANGED".
075480 3610-EXIT.
075580     EXIT.
075680
075780******************************************************************
075880*    3620-SHOW-REQUEST.  THE MAKER AND EACH HELD FIELD BEFORE    *
075980*    AND AFTER.                                                  *
076080******************************************************************
076180 3620-SHOW-REQUEST.
076280     DISPLAY "REQUEST " CR-REQ-DATE "/" CR-REQ-TIME
076380         " RAISED BY " CR-MAKER.
076480     IF CR-LIMIT-CHANGE
076580         MOVE CR-OLD-LIMIT TO CMN-OLD-LIMIT-EDIT
076680         MOVE CR-NEW-LIMIT TO CMN-NEW-LIMIT-EDIT
076780         DISPLAY "  OVERDRAFT LIMIT " CMN-OLD-LIMIT-EDIT
076880             " ACTION " CR-OLD-ACTION " TO " CMN-NEW-LIMIT-EDIT
076980             " ACTION " CR-NEW-ACTION.
077080     IF CR-STATE-CHANGE
077180         DISPLAY "  STATE " CR-OLD-STATE " TO " CR-NEW-STATE.
077280     IF CR-ADDRESS-CHANGE
077380         MOVE 1 TO CMN-CMP-SUB
077480         PERFORM 3625-SHOW-ADDRESS THRU 3625-EXIT
077580             UNTIL CMN-CMP-SUB > 3.
077680 3620-EXIT.
077780     EXIT.
077880
077980 3625-SHOW-ADDRESS.
078080     IF CR-OLD-ADDRESS (CMN-CMP-SUB)
078180         NOT = CR-NEW-ADDRESS (CMN-CMP-SUB)
078280         DISPLAY "  ADDRESS WAS " CR-OLD-ADDRESS (CMN-CMP-SUB)
078380         DISPLAY "          NOW " CR-NEW-ADDRESS (CMN-CMP-SUB).
078480     ADD 1 TO CMN-CMP-SUB.
078580 3625-EXIT.
078680     EXIT.
078780
078880******************************************************************
078980*    3650-APPLY-REQUEST.  APPLY AN APPROVED REQUEST TO THE       *
079080*    MASTER.  IF A HELD FIELD NO LONGER HOLDS THE VALUE THE      *
079180*    MAKER SAW, THE REQUEST IS REJECTED AS STALE RATHER THAN     *
079280*    OVERWRITE THE LATER CHANGE; IT MUST BE KEYED AGAIN.         *
079380******************************************************************
079480 3650-APPLY-REQUEST.
079580     MOVE CMN-OPERATOR TO CR-CHECKER.
079680     MOVE CR-CUST-NUMBER TO CUST-NUMBER.
079780     READ CUSTOMER-MASTER
079880         INVALID KEY
079980             MOVE "R" TO CR-STATUS
080080             MOVE "CUSTOMER NO LONGER ON FILE" TO CR-REASON
080180             PERFORM 3690-RECORD-DECISION THRU 3690-EXIT
080280             DISPLAY "CUSTOMER NOT ON FILE - REQUEST REJECTED"
080380             GO TO 3650-EXIT
080480     END-READ.
080580     MOVE "N" TO CMN-STALE-SW.
080680     IF CR-LIMIT-CHANGE
080780      AND (OVERDRAFT-LIMIT NOT = CR-OLD-LIMIT
080880       OR OVERDRAFT-ACTION NOT = CR-OLD-ACTION)
080980         MOVE "Y" TO CMN-STALE-SW.
081080     IF CR-STATE-CHANGE
081180      AND STATE NOT = CR-OLD-STATE
081280         MOVE "Y" TO CMN-STALE-SW.
081380     IF CR-ADDRESS-CHANGE
081480         MOVE 1 TO CMN-CMP-SUB
081580         PERFORM 3660-CHECK-ADDRESS THRU 3660-EXIT
081680             UNTIL CMN-CMP-SUB > 3.
081780     IF CMN-REQ-STALE
081880         MOVE "R" TO CR-STATUS
081980         MOVE "MASTER CHANGED SINCE REQUEST" TO CR-REASON
082080         PERFORM 3690-RECORD-DECISION THRU 3690-EXIT
082180         DISPLAY "MASTER CHANGED SINCE THE REQUEST - REJECTED"
082280         GO TO 3650-EXIT.
082380     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
082480     MOVE STATE TO CMN-OLD-STATE.
082580     IF CR-LIMIT-CHANGE
082680         MOVE CR-NEW-LIMIT TO OVERDRAFT-LIMIT
082780         MOVE CR-NEW-ACTION TO OVERDRAFT-ACTION.
082880     IF CR-STATE-CHANGE
082980         MOVE CR-NEW-STATE TO STATE.
083080     IF CR-ADDRESS-CHANGE
083180         MOVE 1 TO CMN-CMP-SUB
083280         PERFORM 3670-APPLY-ADDRESS THRU 3670-EXIT
083380             UNTIL CMN-CMP-SUB > 3.
083480     PERFORM 4900-STAMP-RECORD THRU 4900-EXIT.
083580     REWRITE CUSTOMER-RECORD.
083680     IF CMN-MAST-STATUS NOT = "00"
083780         DISPLAY "REWRITE FAILED - STATUS " CMN-MAST-STATUS
083880             " - REQUEST LEFT PENDING"
083980         GO TO 3650-EXIT.
084080     MOVE "C" TO JP-ACTION.
084180     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
084280     PERFORM 4950-WRITE-JOURNAL THRU 4950-EXIT.
084380     IF STATE NOT = CMN-OLD-STATE
084480         PERFORM 4960-WRITE-STATHIST THRU 4960-EXIT.
084580     PERFORM 4970-SYNC-PRIMARY-ACCOUNT THRU 4970-EXIT.
084680     MOVE "A" TO CR-STATUS.
084780     MOVE SPACES TO CR-REASON.
084880     PERFORM 3690-RECORD-DECISION THRU 3690-EXIT.
084980     DISPLAY "REQUEST APPROVED - CUSTOMER " CUST-NUMBER
085080         " UPDATED".
085180 3650-EXIT.
085280     EXIT.
085380
085480 3660-CHECK-ADDRESS.
085580     IF CUSTOMER-ADDRESS (CMN-CMP-SUB)
085680         NOT = CR-OLD-ADDRESS (CMN-CMP-SUB)
085780         MOVE "Y" TO CMN-STALE-SW.
085880     ADD 1 TO CMN-CMP-SUB.
085980 3660-EXIT.
086080     EXIT.
086180
086280 3670-APPLY-ADDRESS.
086380     MOVE CR-NEW-ADDRESS (CMN-CMP-SUB)
086480         TO CUSTOMER-ADDRESS (CMN-CMP-SUB).
086580     ADD 1 TO CMN-CMP-SUB.
086680 3670-EXIT.
086780     EXIT.
086880
086980******************************************************************
087080*    3690-RECORD-DECISION.  DATE THE DECISION AND REWRITE THE    *
087180*    REQUEST JUST READ.                                          *
087280******************************************************************
087380 3690-RECORD-DECISION.
087480     MOVE CMN-RUN-DATE TO CR-DECISION-DATE.
087580     REWRITE CHANGE-REQUEST-RECORD
087680         INVALID KEY
087780             DISPLAY "CHANGE REQUEST REWRITE FAILED - STATUS "
087880                 CMN-CR-STATUS
087980     END-REWRITE.
088080 3690-EXIT.
088180     EXIT.
088280
088380******************************************************************
088480*    4700-SAVE-SENSITIVE.  KEEP THE LIMIT, ACTION AND ALL THREE  *
088580*    ADDRESSES AS READ, BEFORE THE CLERK KEYS THE CHANGE.        *
088680******************************************************************
088780 4700-SAVE-SENSITIVE.
088880     MOVE OVERDRAFT-LIMIT TO CMN-OLD-LIMIT.
088980     MOVE OVERDRAFT-ACTION TO CMN-OLD-ACTION.
089080     MOVE 1 TO CMN-CMP-SUB.
089180     PERFORM 4705-SAVE-ONE-ADDRESS THRU 4705-EXIT
089280         UNTIL CMN-CMP-SUB > 3.
089380 4700-EXIT.
089480     EXIT.
089580
089680 4705-SAVE-ONE-ADDRESS.
089780     MOVE CUSTOMER-ADDRESS (CMN-CMP-SUB)
089880         TO CMN-OLD-ADDRESS (CMN-CMP-SUB).
089980     ADD 1 TO CMN-CMP-SUB.
090080 4705-EXIT.
090180     EXIT.
090280
090380******************************************************************
090480*    4710-HOLD-SENSITIVE.  BUILD THE CHANGE REQUEST FOR A RAISED *
090580*    LIMIT, A CHANGED STATE OR A CHANGED ADDRESS, AND PUT THOSE  *
090680*    FIELDS BACK AS THEY WERE SO ONLY THE REST OF THE CHANGE IS  *
090780*    WRITTEN.  A REDUCED LIMIT IS NOT SENSITIVE AND GOES LIVE.   *
090880******************************************************************
090980 4710-HOLD-SENSITIVE.
091080     MOVE "N" TO CMN-HOLD-SW
091180                 CMN-ADDR-DIFF-SW.
091280     MOVE SPACES TO CHANGE-REQUEST-RECORD.
091380     MOVE "N" TO CR-LIMIT-SW
091480                 CR-STATE-SW
091580                 CR-ADDRESS-SW.
091680     MOVE ZERO TO CR-DECISION-DATE.
091780     MOVE CMN-OLD-LIMIT TO CR-OLD-LIMIT.
091880     MOVE CMN-OLD-ACTION TO CR-OLD-ACTION.
091980     MOVE OVERDRAFT-LIMIT TO CR-NEW-LIMIT.
092080     MOVE OVERDRAFT-ACTION TO CR-NEW-ACTION.
092180     MOVE CMN-OLD-STATE TO CR-OLD-STATE.
092280     MOVE STATE TO CR-NEW-STATE.
092380     IF OVERDRAFT-LIMIT > CMN-OLD-LIMIT
092480         MOVE "Y" TO CR-LIMIT-SW
092580                     CMN-HOLD-SW
092680         MOVE CMN-OLD-LIMIT TO OVERDRAFT-LIMIT
092780         MOVE CMN-OLD-ACTION TO OVERDRAFT-ACTION.
092880     IF STATE NOT = CMN-OLD-STATE
092980         MOVE "Y" TO CR-STATE-SW
093080                     CMN-HOLD-SW
093180         MOVE CMN-OLD-STATE TO STATE.
093280     MOVE 1 TO CMN-CMP-SUB.
093380     PERFORM 4715-COMPARE-ADDRESS THRU 4715-EXIT
093480         UNTIL CMN-CMP-SUB > 3.
093580     IF CMN-ADDR-DIFFERS
093680         MOVE "Y" TO CR-ADDRESS-SW
093780                     CMN-HOLD-SW
093880         MOVE 1 TO CMN-CMP-SUB
093980         PERFORM 4716-RESTORE-ADDRESS THRU 4716-EXIT
094080             UNTIL CMN-CMP-SUB > 3.
094180 4710-EXIT.
094280     EXIT.
094380
094480 4715-COMPARE-ADDRESS.
094580     MOVE CMN-OLD-ADDRESS (CMN-CMP-SUB)
094680         TO CR-OLD-ADDRESS (CMN-CMP-SUB).
094780     MOVE CUSTOMER-ADDRESS (CMN-CMP-SUB)
094880         TO CR-NEW-ADDRESS (CMN-CMP-SUB).
094980     IF CR-NEW-ADDRESS (CMN-CMP-SUB)
095080         NOT = CR-OLD-ADDRESS (CMN-CMP-SUB)
095180         MOVE "Y" TO CMN-ADDR-DIFF-SW.
095280     ADD 1 TO CMN-CMP-SUB.
095380 4715-EXIT.
095480     EXIT.
095580
095680 4716-RESTORE-ADDRESS.
095780     MOVE CMN-OLD-ADDRESS (CMN-CMP-SUB)
095880         TO CUSTOMER-ADDRESS (CMN-CMP-SUB).
095980     ADD 1 TO CMN-CMP-SUB.
096080 4716-EXIT.
096180     EXIT.
096280
096380******************************************************************
096480*    4720-WRITE-REQUEST.  FILE THE HELD CHANGE AS PENDING UNDER  *
096580*    THE MAKER'S OPERATOR ID, STAMPED WITH THE MAINTENANCE TIME. *
096680******************************************************************
096780 4720-WRITE-REQUEST.
096880     MOVE CUST-NUMBER TO CR-CUST-NUMBER.
096980     MOVE CMN-TS-DATE TO CR-REQ-DATE.
097080     MOVE CMN-TS-TIME TO CR-REQ-TIME.
097180     MOVE "P" TO CR-STATUS.
097280     MOVE CMN-OPERATOR TO CR-MAKER.
097380     WRITE CHANGE-REQUEST-RECORD
097480         INVALID KEY
097580             DISPLAY "CHANGE REQUEST WRITE FAILED - STATUS "
097680                 CMN-CR-STATUS
097780             GO TO 4720-EXIT
097880     END-WRITE.
097980     DISPLAY "SENSITIVE CHANGE HELD FOR APPROVAL - REQUEST "
098080         CR-REQ-DATE "/" CR-REQ-TIME.
098180 4720-EXIT.
098280     EXIT.
