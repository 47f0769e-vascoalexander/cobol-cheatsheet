000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* MONTH-END INTEREST ACCRUAL AND CHARGE ASSESSMENT.  WALKS THE   *
000600* ACCOUNT MASTER, ACCRUES CREDIT INTEREST ON POSITIVE ACCOUNT    *
000700* BALANCES AND ASSESSES DEBIT INTEREST ON NEGATIVE ONES, AT      *
000800* ANNUAL RATES HELD PER CURRENCY ON THE MAINTAINABLE RATE        *
000900* FILE.  EACH ACCRUAL IS APPLIED TO THE ACCOUNT AND ROLLED UP    *
001000* INTO THE CUSTOMER SALDO, LOGGED TO THE POSTING HISTORY, AND    *
001050* LISTED ON THE ACCRUAL REGISTER.  AN ACCOUNT SOLD UNDER A       *
001057* PRODUCT ON THE PRODCAT CATALOG ACCRUES AT THE PRODUCT'S RATE   *
001064* FOR THE BALANCE BAND ITS AVERAGE BALANCE FALLS IN (THE WHOLE   *
001071* BALANCE AT THAT BAND'S RATE) INSTEAD OF THE CURRENCY RATE, AND *
001078* IS CHARGED THE PRODUCT'S MONTHLY FEE; THE PRIMARY ACCOUNT 01   *
001085* ALSO BEARS THE PAPER-STATEMENT CHARGE WHEN THE CUSTOMER TAKES  *
001092* PAPER STATEMENTS.  CHARGES ARE POSTED UNDER SOURCE "PRODFEE".  *
001100*                                                                *
001200* MAINTENANCE LOG                                                *
001300* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001570*                         MONTH'S PH-BALANCE-AFTER PATH; THE     *
001580*                         REGISTER SHOWS THE DAY COUNT AND       *
001590*                         AVERAGE BALANCE BEHIND EACH AMOUNT     *
001592* 15/10/26  HK            ACCRUES PER ACCOUNT FROM THE ACCOUNT   *
001594*                         MASTER AT THE ACCOUNT'S CURRENCY RATE; *
001596*                         THE INTEREST IS ROLLED UP INTO SALDO   *
001598*                         AND THE REGISTER SHOWS THE ACCOUNT     *
001599* 15/10/26  HK            CHARGED-OFF ACCOUNTS ACCRUE NOTHING    *
001615* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
001631*                         100 BYTES; ITEMS WRITTEN HERE ARE IN   *
001647*                         THE ACCOUNT CURRENCY, SO THE ORIGINAL  *
001663*                         CURRENCY FIELDS ARE LEFT EMPTY         *
001665* 15/10/26  HK            POSTING HISTORY IS KEYED: EACH         *
001667*                         ACCOUNT'S MONTH IS READ BY KEY AND     *
001669*                         THE DAILY BALANCE PATH IS REBUILT      *
001671*                         FROM THE STANDING BALANCE AND THE      *
001673*                         MONTH'S MOVEMENTS, NOT BALANCE-AFTER   *
001674* 15/10/26  HK            PRODUCT ACCOUNTS ACCRUE AT THE PRODCAT *
001675*                         BANDED RATE AND PAY THE MONTHLY FEE    *
001676*                         AND (ACCOUNT 01, PAPER STATEMENTS) THE *
001677*                         PAPER CHARGE, POSTED AS "PRODFEE";     *
001678*                         ONE REWRITE PER ACCOUNT FOR BOTH       *
001683* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
001688*                         PRODUCT DATES HELD AS DISPLAY DATES    *
001693******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.  INTACCR.
001900 AUTHOR. H. KELLER.
003000         FILE STATUS IS ACR-RATE-STATUS.
003100     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS CUST-NUMBER
003500         FILE STATUS IS ACR-MAST-STATUS.
003516     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
003532         ORGANIZATION IS INDEXED
003548         ACCESS MODE IS SEQUENTIAL
003564         RECORD KEY IS AC-KEY
003580         FILE STATUS IS ACR-ACCT-STATUS.
003600     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003700         ORGANIZATION IS INDEXED
003733         ACCESS MODE IS DYNAMIC
003766         RECORD KEY IS PH-KEY
003800         FILE STATUS IS ACR-HIST-STATUS.
003900     SELECT ACCRUAL-REGISTER ASSIGN TO ACCRRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS ACR-RPT-STATUS.
004116     SELECT PRODUCT-CATALOG ASSIGN TO PRODCAT
004132         ORGANIZATION IS INDEXED
004148         ACCESS MODE IS RANDOM
004164         RECORD KEY IS PD-PRODUCT-CODE
004180         FILE STATUS IS ACR-PROD-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004900 FD  CUSTOMER-MASTER
005000     RECORD CONTAINS 273 CHARACTERS.
005100 COPY CUSTMAST.
005120
005140 FD  ACCOUNT-MASTER
005160     RECORD CONTAINS 100 CHARACTERS.
005180 COPY ACCTMAST.
005200
005300 FD  POSTING-HISTORY
005400     RECORD CONTAINS 100 CHARACTERS.
005500 COPY POSTHIST.
005600
005700 FD  ACCRUAL-REGISTER
005800     RECORD CONTAINS 132 CHARACTERS.
005900 01  REGISTER-LINE               PIC X(132).
005920
005940 FD  PRODUCT-CATALOG
005960     RECORD CONTAINS 160 CHARACTERS.
005980 COPY PRODCAT.
006000
006100 WORKING-STORAGE SECTION.
006200 77  ACR-RATE-STATUS             PIC X(02).
006300 77  ACR-MAST-STATUS             PIC X(02).
006400 77  ACR-HIST-STATUS             PIC X(02).
006500 77  ACR-RPT-STATUS              PIC X(02).
006550 77  ACR-ACCT-STATUS             PIC X(02).
006575 77  ACR-PROD-STATUS             PIC X(02).
006600
006700 77  ACR-RATE-EOF-SW             PIC X(01) VALUE "N".
006800     88  ACR-RATE-EOF            VALUE "Y".
007000     88  ACR-MAST-EOF            VALUE "Y".
007100 77  ACR-RATE-FOUND-SW           PIC X(01) VALUE "N".
007200     88  ACR-RATE-FOUND          VALUE "Y".
007214 77  ACR-PROD-OPEN-SW            PIC X(01) VALUE "N".
007228     88  ACR-PROD-OPEN           VALUE "Y".
007242 77  ACR-PROD-FOUND-SW           PIC X(01) VALUE "N".
007256     88  ACR-PRODUCT-FOUND       VALUE "Y".
007270 77  ACR-BAND-DONE-SW            PIC X(01) VALUE "N".
007284     88  ACR-BAND-DONE           VALUE "Y".
007300
007400 77  ACR-RATE-MAX                PIC 9(02) COMP VALUE 20.
007500 77  ACR-RATE-COUNT              PIC 9(02) COMP VALUE ZERO.
007600 77  ACR-RATE-SUB                PIC 9(02) COMP VALUE ZERO.
007700 77  ACR-ACCT-COUNT              PIC 9(07) COMP VALUE ZERO.
007800 77  ACR-ACCRUED-COUNT           PIC 9(07) COMP VALUE ZERO.
007900 77  ACR-CREDIT-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
008000 77  ACR-DEBIT-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
008014 77  ACR-TIERED-COUNT            PIC 9(07) COMP VALUE ZERO.
008028 77  ACR-NOPROD-COUNT            PIC 9(07) COMP VALUE ZERO.
008042 77  ACR-FEE-COUNT               PIC 9(07) COMP VALUE ZERO.
008056 77  ACR-FEE-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
008070 77  ACR-PAPER-COUNT             PIC 9(07) COMP VALUE ZERO.
008084 77  ACR-PAPER-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
008100
008200 77  ACR-WORK-RATE               PIC 9(02)V9(04) VALUE ZERO.
008300 77  ACR-INTEREST                PIC S9(07)V9(02) VALUE ZERO.
008400 77  ACR-NEW-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
008405 77  ACR-NEW-ROLLUP              PIC S9(09)V9(02) VALUE ZERO.
008406 77  ACR-MONTH-FEE               PIC 9(03)V9(02) VALUE ZERO.
008407 77  ACR-PAPER-FEE               PIC 9(03)V9(02) VALUE ZERO.
008408 77  ACR-CHARGES                 PIC 9(05)V9(02) VALUE ZERO.
008409 77  ACR-CHARGE-AMT              PIC 9(05)V9(02) VALUE ZERO.
008410 77  ACR-RUN-BAL                 PIC S9(09)V9(02) VALUE ZERO.
008411 77  ACR-ABS-BALANCE             PIC 9(07)V9(02) VALUE ZERO.
008412 77  ACR-BAND-SUB                PIC 9(01) COMP VALUE ZERO.
008413 77  ACR-BAND-NEXT               PIC 9(01) COMP VALUE ZERO.
008414
008415 77  ACR-HIST-EOF-SW             PIC X(01) VALUE "N".
008416     88  ACR-HIST-EOF            VALUE "Y".
008417 77  ACR-HIST-MAX                PIC 9(04) COMP VALUE 5000.
008418 77  ACR-HIST-COUNT              PIC 9(04) COMP VALUE ZERO.
008420 77  ACR-HIST-SUB                PIC 9(04) COMP VALUE ZERO.
008422 77  ACR-POSTINGS-SEEN           PIC 9(04) COMP VALUE ZERO.
008423 77  ACR-HIST-ACCT               PIC 9(02) VALUE ZERO.
008424 77  ACR-MONTH-NET               PIC S9(09)V9(02) VALUE ZERO.
008425
008426 77  ACR-MONTH-DAYS              PIC 9(02) COMP VALUE ZERO.
008428 77  ACR-FIRST-INT               PIC 9(07) COMP VALUE ZERO.
008430 77  ACR-LAST-INT                PIC 9(07) COMP VALUE ZERO.
008440 77  ACR-WEIGHTED                PIC S9(11)V9(02) VALUE ZERO.
008442 77  ACR-AVG-BALANCE             PIC S9(07)V9(02) VALUE ZERO.
008444
008446* THE MONTH'S POSTINGS TO THE ACCOUNT IN HAND, READ BY KEY
008448* IN POSTING-DATE ORDER (2040-LOAD-POSTINGS)
008450 01  ACR-HIST-TABLE.
008452     05  ACR-HIST-ENTRY OCCURS 5000 TIMES.
008456         10  ACR-TBL-POST-DATE   PIC 9(08).
008458         10  ACR-TBL-TYPE        PIC X(01).
008460         10  ACR-TBL-AMOUNT      PIC 9(07)V9(02).
008464
008600 01  ACR-RUN-DATE                PIC 9(08).
008610 01  ACR-RUN-DATE-X REDEFINES ACR-RUN-DATE.
010000     05  FILLER                  PIC X(71) VALUE SPACES.
010100
010200 01  ACR-HEADING-2.
010300     05  FILLER                  PIC X(10) VALUE "CUST/ACCT".
010400     05  FILLER                  PIC X(16) VALUE "CCY".
010500     05  FILLER                  PIC X(16) VALUE "OLD BALANCE".
010600     05  FILLER                  PIC X(12) VALUE "RATE PCT".
010700     05  FILLER                  PIC X(16) VALUE "INTEREST".
010800     05  FILLER                  PIC X(16) VALUE "NEW BALANCE".
010810     05  FILLER                  PIC X(16) VALUE "AVG BALANCE".
010820     05  FILLER                  PIC X(10) VALUE "DAYS".
010880     05  FILLER                  PIC X(10) VALUE "PRD BAND".
010940     05  FILLER                  PIC X(10) VALUE "CHARGES".
011000
011100 01  ACR-DETAIL-LINE.
011200     05  ACR-DTL-CUST            PIC 9(06).
011233     05  FILLER                  PIC X(01) VALUE "/".
011266     05  ACR-DTL-ACCT            PIC 9(02).
011300     05  FILLER                  PIC X(01) VALUE SPACES.
011400     05  ACR-DTL-CCY             PIC X(03).
011500     05  FILLER                  PIC X(05) VALUE SPACES.
011600     05  ACR-DTL-OLD-BAL         PIC -(08)9.99.
012220     05  ACR-DTL-AVG-BAL         PIC -(08)9.99.
012230     05  FILLER                  PIC X(04) VALUE SPACES.
012240     05  ACR-DTL-DAYS            PIC Z(02)9.
012241     05  FILLER                  PIC X(03) VALUE SPACES.
012242     05  ACR-DTL-PRODUCT         PIC X(02).
012243     05  FILLER                  PIC X(01) VALUE SPACES.
012244     05  ACR-DTL-BAND            PIC Z(01).
012245     05  FILLER                  PIC X(03) VALUE SPACES.
012246     05  ACR-DTL-CHARGES         PIC Z(04)9.99.
012250     05  FILLER                  PIC X(13) VALUE SPACES.
012400
012500 01  ACR-TOTAL-LINE.
012600     05  FILLER                  PIC X(10) VALUE SPACES.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
014500         UNTIL ACR-RATE-EOF.
014600     PERFORM 2000-ACCRUE-ACCOUNT THRU 2000-EXIT
014700         UNTIL ACR-MAST-EOF.
014800     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
014900     PERFORM 5000-WRAPUP THRU 5000-EXIT.
015500 1000-INITIALIZE.
015600     OPEN INPUT  RATE-FILE
015700          I-O    CUSTOMER-MASTER
015800          I-O    ACCOUNT-MASTER
015900          OUTPUT ACCRUAL-REGISTER.
016000     IF ACR-RATE-STATUS NOT = "00"
016100         MOVE "RATE FILE OPEN FAILED" TO ACR-MSG-TEXT
016300     IF ACR-MAST-STATUS NOT = "00"
016400         MOVE "CUSTOMER MASTER OPEN FAILED" TO ACR-MSG-TEXT
016500         GO TO 9000-ABEND.
016509     IF ACR-ACCT-STATUS NOT = "00"
016518         MOVE "ACCOUNT MASTER OPEN FAILED" TO ACR-MSG-TEXT
016527         GO TO 9000-ABEND.
016536     ACCEPT ACR-RUN-DATE FROM DATE YYYYMMDD.
016545     PERFORM 1500-SET-MONTH-EDGES THRU 1500-EXIT.
016554*    THE HISTORY IS OPENED I-O: EACH ACCOUNT'S POSTINGS FOR
016563*    THE MONTH ARE READ BY KEY AND THE ACCRUAL POSTINGS ARE
016572*    ADDED.  THE FIRST RUN AGAINST AN EMPTY DATASET CREATES IT
016644     OPEN I-O POSTING-HISTORY.
016653     IF ACR-HIST-STATUS = "35"
016662         OPEN OUTPUT POSTING-HISTORY
016665         CLOSE POSTING-HISTORY
016668         OPEN I-O POSTING-HISTORY.
016671     IF ACR-HIST-STATUS NOT = "00"
016680         MOVE "POSTING HISTORY OPEN FAILED" TO ACR-MSG-TEXT
016689         GO TO 9000-ABEND.
016690*    WITHOUT A PRODUCT CATALOG EVERY ACCOUNT ACCRUES AT ITS
016691*    CURRENCY RATE AND NO PRODUCT CHARGES ARE MADE
016692     OPEN INPUT PRODUCT-CATALOG.
016693     IF ACR-PROD-STATUS = "00"
016694         MOVE "Y" TO ACR-PROD-OPEN-SW
016695     ELSE
016696         IF ACR-PROD-STATUS NOT = "35"
016697             MOVE "PRODUCT CATALOG OPEN FAILED" TO ACR-MSG-TEXT
016698             GO TO 9000-ABEND.
016700     MOVE ACR-RUN-DATE TO ACR-HDG-DATE.
016800     WRITE REGISTER-LINE FROM ACR-HEADING-1
016900         AFTER ADVANCING PAGE.
020200 1900-EXIT.
020300     EXIT.
020302
020354******************************************************************
020356*    1500-SET-MONTH-EDGES.  FIRST AND LAST CALENDAR DAY OF       *
020358*    THE ACCRUAL MONTH AND THE DAY COUNT BETWEEN THEM.           *
020398     EXIT.
020400
020500******************************************************************
020600*    2000-ACCRUE-ACCOUNT.  ACCRUE ONE ACCOUNT, ASSESS ITS        *
020650*    PRODUCT CHARGES AND REWRITE IT ONCE WITH BOTH.              *
020700******************************************************************
020800 2000-ACCRUE-ACCOUNT.
020900     ADD 1 TO ACR-ACCT-COUNT.
020933     IF AC-CLOSED OR AC-CHARGED-OFF
020966         GO TO 2000-READ-NEXT.
021049     MOVE ZERO TO ACR-INTEREST
021132                  ACR-WORK-RATE
021215                  ACR-BAND-SUB
021298                  ACR-MONTH-FEE
021381                  ACR-PAPER-FEE.
021464     PERFORM 2020-FIND-PRODUCT THRU 2020-EXIT.
021547     PERFORM 2030-COMPUTE-INTEREST THRU 2030-EXIT.
021630     IF ACR-INTEREST = ZERO
021713      AND NOT ACR-PRODUCT-FOUND
021800         GO TO 2000-READ-NEXT.
021909     MOVE AC-CUST-NUMBER TO CUST-NUMBER.
021918     READ CUSTOMER-MASTER
021927         INVALID KEY
021936             MOVE "NO CUSTOMER FOR ACCOUNT - SKIPPED"
021945                 TO ACR-MSG-TEXT
021954             WRITE REGISTER-LINE FROM ACR-MESSAGE-LINE
021963                 AFTER ADVANCING 1 LINE
021972             GO TO 2000-READ-NEXT
021981     END-READ.
021982     IF ACR-PRODUCT-FOUND
021983         PERFORM 2150-ASSESS-CHARGES THRU 2150-EXIT.
021984     COMPUTE ACR-CHARGES = ACR-MONTH-FEE + ACR-PAPER-FEE.
021985     IF ACR-INTEREST = ZERO
021986      AND ACR-CHARGES = ZERO
021987         GO TO 2000-READ-NEXT.
021988     COMPUTE ACR-NEW-BALANCE =
021989         AC-SALDO + ACR-INTEREST - ACR-CHARGES.
021990     COMPUTE ACR-NEW-ROLLUP =
021995         SALDO + ACR-INTEREST - ACR-CHARGES.
022000     IF ACR-NEW-BALANCE > 9999999.99
022100      OR ACR-NEW-BALANCE < -9999999.99
022133      OR ACR-NEW-ROLLUP > 9999999.99
022166      OR ACR-NEW-ROLLUP < -9999999.99
022200         MOVE "ACCRUAL WOULD OVERFLOW SALDO - SKIPPED"
022300             TO ACR-MSG-TEXT
022400         WRITE REGISTER-LINE FROM ACR-MESSAGE-LINE
022900     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
023000 2000-EXIT.
023100     EXIT.
023102
023104******************************************************************
023106*    2020-FIND-PRODUCT.  THE ACCOUNT'S PRODUCT FROM THE CATALOG. *
023108*    A WITHDRAWN PRODUCT STILL PRICES THE ACCOUNTS HOLDING IT.   *
023110*    A CODE NOT ON THE CATALOG IS LISTED AND THE ACCOUNT         *
023112*    FALLS BACK TO ITS CURRENCY RATE, WITHOUT CHARGES.           *
023114******************************************************************
023116 2020-FIND-PRODUCT.
023118     MOVE "N" TO ACR-PROD-FOUND-SW.
023120     IF NOT ACR-PROD-OPEN
023122      OR AC-PRODUCT-CODE = SPACES
023124         GO TO 2020-EXIT.
023126     MOVE AC-PRODUCT-CODE TO PD-PRODUCT-CODE.
023128     READ PRODUCT-CATALOG
023130         INVALID KEY
023132             ADD 1 TO ACR-NOPROD-COUNT
023134             MOVE SPACES TO ACR-MSG-TEXT
023136             STRING "PRODUCT " AC-PRODUCT-CODE " OF ACCOUNT "
023138                 AC-CUST-NUMBER "/" AC-ACCT-SEQ
023140                 " NOT ON CATALOG"
023142                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
023144             WRITE REGISTER-LINE FROM ACR-MESSAGE-LINE
023146                 AFTER ADVANCING 1 LINE
023148             GO TO 2020-EXIT
023150     END-READ.
023152     MOVE "Y" TO ACR-PROD-FOUND-SW.
023154 2020-EXIT.
023156     EXIT.
023158
023160******************************************************************
023162*    2030-COMPUTE-INTEREST.  ONE MONTH'S INTEREST ON THE         *
023164*    AVERAGE DAILY BALANCE; NONE ON A ZERO AVERAGE OR WHEN NO    *
023166*    RATE APPLIES.                                               *
023168******************************************************************
023170 2030-COMPUTE-INTEREST.
023172     PERFORM 2050-AVERAGE-BALANCE THRU 2050-EXIT.
023174     IF ACR-AVG-BALANCE = ZERO
023176         GO TO 2030-EXIT.
023178     PERFORM 2100-FIND-RATE THRU 2100-EXIT.
023180     IF NOT ACR-RATE-FOUND
023182         GO TO 2030-EXIT.
023184     COMPUTE ACR-INTEREST ROUNDED =
023186         ACR-AVG-BALANCE * ACR-WORK-RATE / 1200.
023188 2030-EXIT.
023190     EXIT.
023200
023300******************************************************************
023400*    2100-FIND-RATE.  PICK THE RATE FOR THE ACCOUNT CURRENCY.    *
023500*    FALLS BACK TO THE "***" DEFAULT RECORD WHEN NO MATCH.       *
023550*    AN ACCOUNT WITH A PRODUCT TAKES THE PRODUCT'S BANDED RATE.  *
023600******************************************************************
023700 2100-FIND-RATE.
023800     MOVE "N" TO ACR-RATE-FOUND-SW.
023825     IF ACR-PRODUCT-FOUND
023850         PERFORM 2140-PRODUCT-RATE THRU 2140-EXIT
023875         GO TO 2100-EXIT.
023900     MOVE ZERO TO ACR-RATE-SUB.
024000     PERFORM 2110-SCAN-RATE THRU 2110-EXIT
024100         UNTIL ACR-RATE-FOUND
025100
025200 2110-SCAN-RATE.
025300     ADD 1 TO ACR-RATE-SUB.
025400     IF ACR-TBL-CURRENCY (ACR-RATE-SUB) = AC-CURRENCY-CODE
025500         MOVE "Y" TO ACR-RATE-FOUND-SW
025600         PERFORM 2130-SET-RATE THRU 2130-EXIT.
025700 2110-EXIT.
027500     END-IF.
027600 2130-EXIT.
027700     EXIT.
027701
027702******************************************************************
027703*    2140-PRODUCT-RATE.  THE HIGHEST BAND WHOSE FLOOR THE        *
027704*    AVERAGE BALANCE (WITHOUT SIGN) REACHES SETS THE RATE FOR    *
027705*    THE WHOLE BALANCE - CREDIT WHEN IN FUNDS, DEBIT WHEN        *
027706*    OVERDRAWN.  BAND 1 STARTS AT ZERO; A ZERO FLOOR ABOVE IT    *
027707*    ENDS THE BANDS IN USE.                                      *
027708******************************************************************
027709 2140-PRODUCT-RATE.
027710     MOVE "Y" TO ACR-RATE-FOUND-SW.
027711     ADD 1 TO ACR-TIERED-COUNT.
027712     IF ACR-AVG-BALANCE < ZERO
027713         COMPUTE ACR-ABS-BALANCE = ZERO - ACR-AVG-BALANCE
027714     ELSE
027715         MOVE ACR-AVG-BALANCE TO ACR-ABS-BALANCE
027716     END-IF.
027717     MOVE 1 TO ACR-BAND-SUB.
027718     MOVE "N" TO ACR-BAND-DONE-SW.
027719     PERFORM 2145-SCAN-BAND THRU 2145-EXIT
027720         VARYING ACR-BAND-NEXT FROM 2 BY 1
027721         UNTIL ACR-BAND-NEXT > 4
027722            OR ACR-BAND-DONE.
027723     IF ACR-AVG-BALANCE > ZERO
027724         MOVE PD-BAND-CREDIT-PCT (ACR-BAND-SUB)
027725             TO ACR-WORK-RATE
027726     ELSE
027727         MOVE PD-BAND-DEBIT-PCT (ACR-BAND-SUB)
027728             TO ACR-WORK-RATE
027729     END-IF.
027730 2140-EXIT.
027731     EXIT.
027732
027733 2145-SCAN-BAND.
027734     IF PD-BAND-FLOOR (ACR-BAND-NEXT) = ZERO
027735      OR PD-BAND-FLOOR (ACR-BAND-NEXT) > ACR-ABS-BALANCE
027736         MOVE "Y" TO ACR-BAND-DONE-SW
027737         GO TO 2145-EXIT.
027738     MOVE ACR-BAND-NEXT TO ACR-BAND-SUB.
027739 2145-EXIT.
027740     EXIT.
027741
027742******************************************************************
027743*    2150-ASSESS-CHARGES.  THE PRODUCT'S MONTHLY FEE ON EVERY    *
027744*    ACCOUNT HOLDING IT, AND ITS PAPER-STATEMENT CHARGE ON THE   *
027745*    PRIMARY ACCOUNT 01 OF A CUSTOMER WHO TAKES PAPER (PAPER     *
027746*    ONLY OR BOTH) - STATEMENTS GO OUT PER CUSTOMER, NOT PER     *
027747*    ACCOUNT.                                                    *
027748******************************************************************
027749 2150-ASSESS-CHARGES.
027750     MOVE PD-MONTHLY-FEE TO ACR-MONTH-FEE.
027751     IF AC-ACCT-SEQ = 1
027752      AND (DELIVER-PAPER OR DELIVER-BOTH)
027753         MOVE PD-PAPER-CHARGE TO ACR-PAPER-FEE.
027754 2150-EXIT.
027755     EXIT.
027756
027757******************************************************************
027758*    2050-AVERAGE-BALANCE.  AVERAGE DAILY BALANCE FOR THE        *
027759*    ACCOUNT IN THE RECORD AREA.  THE OPENING BALANCE IS THE     *
027760*    STANDING BALANCE WITH THE MONTH'S NET MOVEMENT BACKED OUT;  *
027761*    EACH POSTING THEN MOVES THE BALANCE, WHICH HOLDS FROM ITS   *
027762*    POSTING DAY UNTIL THE NEXT.  ONLY THE DAY'S CLOSING         *
027763*    BALANCE COUNTS, SO SAME-DAY POSTINGS MAY COME IN ANY ORDER. *
027764*    A MONTH WITH NO POSTINGS AVERAGES TO THE STANDING BALANCE.  *
027765******************************************************************
027766 2050-AVERAGE-BALANCE.
027767     PERFORM 2040-LOAD-POSTINGS THRU 2040-EXIT.
027768     MOVE ZERO TO ACR-POSTINGS-SEEN.
027769     MOVE ZERO TO ACR-WEIGHTED.
027770     COMPUTE ACR-PREV-BAL = AC-SALDO - ACR-MONTH-NET.
027771     MOVE ACR-FIRST-INT TO ACR-PREV-INT.
027772     MOVE ZERO TO ACR-HIST-SUB.
027773     PERFORM 2060-WALK-ONE THRU 2060-EXIT
027774         UNTIL ACR-HIST-SUB >= ACR-HIST-COUNT.
027775     IF ACR-POSTINGS-SEEN = ZERO
027776         MOVE AC-SALDO TO ACR-AVG-BALANCE
027777         GO TO 2050-EXIT.
027778     COMPUTE ACR-DAYS-HELD = ACR-LAST-INT - ACR-PREV-INT + 1.
027779     COMPUTE ACR-WEIGHTED =
027780         ACR-WEIGHTED + ACR-PREV-BAL * ACR-DAYS-HELD.
027781     COMPUTE ACR-AVG-BALANCE ROUNDED =
027782         ACR-WEIGHTED / ACR-MONTH-DAYS.
027783 2050-EXIT.
027784     EXIT.
027785
027786 2060-WALK-ONE.
027787     ADD 1 TO ACR-HIST-SUB.
027788     COMPUTE ACR-POST-INT = FUNCTION INTEGER-OF-DATE
027789         (ACR-TBL-POST-DATE (ACR-HIST-SUB)).
027792     COMPUTE ACR-DAYS-HELD = ACR-POST-INT - ACR-PREV-INT.
027794     IF ACR-DAYS-HELD > ZERO
027796         COMPUTE ACR-WEIGHTED =
027798             ACR-WEIGHTED + ACR-PREV-BAL * ACR-DAYS-HELD.
027799     IF ACR-TBL-TYPE (ACR-HIST-SUB) = "D"
027800         SUBTRACT ACR-TBL-AMOUNT (ACR-HIST-SUB) FROM ACR-PREV-BAL
027801     ELSE
027802         ADD ACR-TBL-AMOUNT (ACR-HIST-SUB) TO ACR-PREV-BAL
027803     END-IF.
027804     IF ACR-POST-INT > ACR-PREV-INT
027805         MOVE ACR-POST-INT TO ACR-PREV-INT.
027806     ADD 1 TO ACR-POSTINGS-SEEN.
027808 2060-EXIT.
027810     EXIT.
027812
027813******************************************************************
027814*    2040-LOAD-POSTINGS.  THE ACCRUAL MONTH'S POSTINGS TO THE    *
027815*    ACCOUNT IN THE RECORD AREA, READ BY KEY FROM THE FIRST OF   *
027816*    THE MONTH, AND THEIR NET MOVEMENT (CREDITS LESS DEBITS).    *
027817******************************************************************
027818 2040-LOAD-POSTINGS.
027819     MOVE ZERO TO ACR-HIST-COUNT.
027820     MOVE ZERO TO ACR-MONTH-NET.
027821     MOVE "N" TO ACR-HIST-EOF-SW.
027822     MOVE ACR-RUN-YYYYMM TO ACR-EDGE-YYYYMM.
027823     MOVE 01 TO ACR-EDGE-DD.
027824     MOVE AC-CUST-NUMBER TO PH-CUST-NUMBER.
027825     MOVE ACR-EDGE-DATE-N TO PH-POST-DATE.
027826     MOVE LOW-VALUES TO PH-REFERENCE.
027827     MOVE ZERO TO PH-KEY-SEQ.
027828     START POSTING-HISTORY KEY IS NOT LESS THAN PH-KEY
027829         INVALID KEY
027830             GO TO 2040-EXIT
027831     END-START.
027832     PERFORM 2045-LOAD-ONE THRU 2045-EXIT
027833         UNTIL ACR-HIST-EOF.
027834 2040-EXIT.
027835     EXIT.
027836
027837 2045-LOAD-ONE.
027838     READ POSTING-HISTORY NEXT RECORD
027839         AT END
027840             MOVE "Y" TO ACR-HIST-EOF-SW
027841             GO TO 2045-EXIT
027842     END-READ.
027843     MOVE PH-POST-DATE TO ACR-HIST-DATE-X.
027844     IF PH-CUST-NUMBER NOT = AC-CUST-NUMBER
027845      OR ACR-HIST-YYYYMM NOT = ACR-RUN-YYYYMM
027846         MOVE "Y" TO ACR-HIST-EOF-SW
027847         GO TO 2045-EXIT.
027848     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
027849         MOVE PH-ACCT-SEQ TO ACR-HIST-ACCT
027850     ELSE
027851         MOVE 1 TO ACR-HIST-ACCT
027852     END-IF.
027853     IF ACR-HIST-ACCT NOT = AC-ACCT-SEQ
027854         GO TO 2045-EXIT.
027855     IF ACR-HIST-COUNT >= ACR-HIST-MAX
027856         MOVE "POSTING HISTORY TABLE OVERFLOW" TO ACR-MSG-TEXT
027857         GO TO 9000-ABEND.
027858     ADD 1 TO ACR-HIST-COUNT.
027859     MOVE PH-POST-DATE TO ACR-TBL-POST-DATE (ACR-HIST-COUNT).
027860     MOVE PH-TXN-TYPE TO ACR-TBL-TYPE (ACR-HIST-COUNT).
027861     MOVE PH-AMOUNT TO ACR-TBL-AMOUNT (ACR-HIST-COUNT).
027862     IF PH-DEBIT
027863         SUBTRACT PH-AMOUNT FROM ACR-MONTH-NET
027864     ELSE
027865         ADD PH-AMOUNT TO ACR-MONTH-NET
027866     END-IF.
027867 2045-EXIT.
027868     EXIT.
027869
027900******************************************************************
028000*    2200-APPLY-ACCRUAL.  REWRITE THE ACCOUNT, ROLL THE INTEREST *
028050*    AND CHARGES UP INTO THE CUSTOMER SALDO, LOG EACH ONE AS ITS *
028075*    OWN POSTING, AND REGISTER.                                  *
028100******************************************************************
028200 2200-APPLY-ACCRUAL.
028300     MOVE AC-CUST-NUMBER TO ACR-DTL-CUST.
028350     MOVE AC-ACCT-SEQ TO ACR-DTL-ACCT.
028400     MOVE AC-CURRENCY-CODE TO ACR-DTL-CCY.
028500     MOVE AC-SALDO TO ACR-DTL-OLD-BAL.
028600     MOVE ACR-WORK-RATE TO ACR-DTL-RATE.
028610     MOVE ACR-AVG-BALANCE TO ACR-DTL-AVG-BAL.
028620     MOVE ACR-MONTH-DAYS TO ACR-DTL-DAYS.
028700     MOVE ACR-INTEREST TO ACR-DTL-INTEREST.
028708     MOVE AC-PRODUCT-CODE TO ACR-DTL-PRODUCT.
028716     MOVE ACR-BAND-SUB TO ACR-DTL-BAND.
028724     MOVE ACR-CHARGES TO ACR-DTL-CHARGES.
028732     MOVE AC-SALDO TO ACR-RUN-BAL.
028740     MOVE ACR-NEW-BALANCE TO AC-SALDO.
028748     MOVE AC-SALDO TO ACR-DTL-NEW-BAL.
028756     REWRITE ACCOUNT-RECORD.
028764     IF ACR-ACCT-STATUS NOT = "00"
028772         MOVE "ACCOUNT REWRITE FAILED" TO ACR-MSG-TEXT
028780         GO TO 9000-ABEND.
028788     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
028800     MOVE ACR-NEW-ROLLUP TO SALDO.
029000     REWRITE CUSTOMER-RECORD.
029100     IF ACR-MAST-STATUS NOT = "00"
029200         MOVE "MASTER REWRITE FAILED" TO ACR-MSG-TEXT
029330     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
029340     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
029350     CALL "JRNLWRT" USING JRNL-PARM.
029352     IF ACR-INTEREST NOT = ZERO
029354         PERFORM 2210-POST-INTEREST THRU 2210-EXIT.
029356     IF ACR-MONTH-FEE NOT = ZERO
029358         ADD 1 TO ACR-FEE-COUNT
029360         ADD ACR-MONTH-FEE TO ACR-FEE-TOTAL
029362         MOVE ACR-MONTH-FEE TO ACR-CHARGE-AMT
029364         MOVE "MONTHFEE" TO PH-REFERENCE
029366         PERFORM 2220-POST-CHARGE THRU 2220-EXIT.
029368     IF ACR-PAPER-FEE NOT = ZERO
029370         ADD 1 TO ACR-PAPER-COUNT
029372         ADD ACR-PAPER-FEE TO ACR-PAPER-TOTAL
029374         MOVE ACR-PAPER-FEE TO ACR-CHARGE-AMT
029376         MOVE "PAPERFEE" TO PH-REFERENCE
029378         PERFORM 2220-POST-CHARGE THRU 2220-EXIT.
029380     WRITE REGISTER-LINE FROM ACR-DETAIL-LINE
029382         AFTER ADVANCING 1 LINE.
029384 2200-EXIT.
029386     EXIT.
029388
029390******************************************************************
029392*    2210-POST-INTEREST.  THE INTEREST POSTING.                  *
029394******************************************************************
029396 2210-POST-INTEREST.
029400     ADD 1 TO ACR-ACCRUED-COUNT.
029550     PERFORM 2230-SET-POSTING THRU 2230-EXIT.
029700     IF ACR-INTEREST > ZERO
029800         MOVE "C" TO PH-TXN-TYPE
029900         ADD ACR-INTEREST TO ACR-CREDIT-TOTAL
030300         SUBTRACT ACR-INTEREST FROM ACR-DEBIT-TOTAL
030400         COMPUTE PH-AMOUNT = ZERO - ACR-INTEREST
030500     END-IF.
030566     ADD ACR-INTEREST TO ACR-RUN-BAL.
030632     MOVE ACR-RUN-BAL TO PH-BALANCE-AFTER.
030700     MOVE "INTEREST" TO PH-REFERENCE.
030800     MOVE "INTACCR" TO PH-SOURCE.
030900     PERFORM 2250-WRITE-HISTORY THRU 2250-EXIT.
030911 2210-EXIT.
030922     EXIT.
030933
030944******************************************************************
030955*    2220-POST-CHARGE.  ONE PRODUCT CHARGE AS A DEBIT POSTING    *
030966*    UNDER THE REFERENCE ALREADY SET.                            *
030977******************************************************************
030988 2220-POST-CHARGE.
030999     PERFORM 2230-SET-POSTING THRU 2230-EXIT.
031010     MOVE "D" TO PH-TXN-TYPE.
031021     MOVE ACR-CHARGE-AMT TO PH-AMOUNT.
031032     SUBTRACT ACR-CHARGE-AMT FROM ACR-RUN-BAL.
031043     MOVE ACR-RUN-BAL TO PH-BALANCE-AFTER.
031054     MOVE "PRODFEE " TO PH-SOURCE.
031065     PERFORM 2250-WRITE-HISTORY THRU 2250-EXIT.
031076 2220-EXIT.
031087     EXIT.
031098
031109******************************************************************
031120*    2230-SET-POSTING.  THE FIELDS EVERY POSTING WRITTEN HERE    *
031131*    SHARES.  THE REFERENCE IS LEFT AS THE CALLER SET IT.        *
031142******************************************************************
031153 2230-SET-POSTING.
031164     MOVE CUST-NUMBER TO PH-CUST-NUMBER.
031175     MOVE ACR-RUN-DATE TO PH-POST-DATE.
031186     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
031197     MOVE CUST-BRANCH TO PH-BRANCH.
031208     MOVE ACR-RUN-DATE TO PH-PROC-DATE.
031219     MOVE ZERO TO PH-ADJ-PERIOD.
031230     MOVE SPACES TO PH-ORIG-CURRENCY.
031241     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
031252 2230-EXIT.
031263     EXIT.
031305
031310******************************************************************
031315*    2250-WRITE-HISTORY.  ADD THE ACCRUAL POSTING.  INTEREST ON  *
031320*    A SECOND ACCOUNT OF THE SAME CUSTOMER SHARES CUSTOMER, DATE *
031325*    AND REFERENCE, SO IT TAKES THE NEXT KEY SEQUENCE.           *
031330******************************************************************
031335 2250-WRITE-HISTORY.
031340     MOVE ZERO TO PH-KEY-SEQ.
031345 2250-WRITE-TRY.
031350     WRITE POSTING-HISTORY-RECORD.
031355     IF ACR-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
031360         ADD 1 TO PH-KEY-SEQ
031365         GO TO 2250-WRITE-TRY.
031370     IF ACR-HIST-STATUS NOT = "00"
031375         MOVE "POSTING HISTORY WRITE FAILED" TO ACR-MSG-TEXT
031380         GO TO 9000-ABEND.
031385 2250-EXIT.
031390     EXIT.
031400
031500******************************************************************
031600*    2900-READ-MASTER.  READ THE NEXT ACCOUNT MASTER RECORD.     *
031700******************************************************************
031800 2900-READ-MASTER.
031900     READ ACCOUNT-MASTER NEXT RECORD
032000         AT END MOVE "Y" TO ACR-MAST-EOF-SW
032100     END-READ.
032200 2900-EXIT.
032600*    4000-PRINT-TOTALS.  REGISTER TOTALS FOR FINANCE.            *
032700******************************************************************
032800 4000-PRINT-TOTALS.
032900     MOVE "ACCOUNTS READ" TO ACR-TOT-LABEL.
033000     MOVE ACR-ACCT-COUNT TO ACR-TOT-COUNT.
033100     MOVE ZERO TO ACR-TOT-AMOUNT.
033200     WRITE REGISTER-LINE FROM ACR-TOTAL-LINE
033300         AFTER ADVANCING 2 LINES.
033400     MOVE "ACCOUNTS ACCRUED" TO ACR-TOT-LABEL.
033500     MOVE ACR-ACCRUED-COUNT TO ACR-TOT-COUNT.
033600     WRITE REGISTER-LINE FROM ACR-TOTAL-LINE
033700         AFTER ADVANCING 1 LINE.
034400     MOVE ACR-DEBIT-TOTAL TO ACR-TOT-AMOUNT.
034500     WRITE REGISTER-LINE FROM ACR-TOTAL-LINE
034600         AFTER ADVANCING 1 LINE.
034605     MOVE "ACCOUNTS AT PRODUCT RATES" TO ACR-TOT-LABEL.
034610     MOVE ACR-TIERED-COUNT TO ACR-TOT-COUNT.
034615     MOVE ZERO TO ACR-TOT-AMOUNT.
034620     WRITE REGISTER-LINE FROM ACR-TOTAL-LINE
034625         AFTER ADVANCING 1 LINE.
034630     MOVE "ACCOUNT PRODUCT NOT ON CATALOG" TO ACR-TOT-LABEL.
034635     MOVE ACR-NOPROD-COUNT TO ACR-TOT-COUNT.
034640     WRITE REGISTER-LINE FROM ACR-TOTAL-LINE
034645         AFTER ADVANCING 1 LINE.
034650     MOVE "MONTHLY FEES CHARGED" TO ACR-TOT-LABEL.
034655     MOVE ACR-FEE-COUNT TO ACR-TOT-COUNT.
034660     MOVE ACR-FEE-TOTAL TO ACR-TOT-AMOUNT.
034665     WRITE REGISTER-LINE FROM ACR-TOTAL-LINE
034670         AFTER ADVANCING 1 LINE.
034675     MOVE "PAPER STATEMENT CHARGES" TO ACR-TOT-LABEL.
034680     MOVE ACR-PAPER-COUNT TO ACR-TOT-COUNT.
034685     MOVE ACR-PAPER-TOTAL TO ACR-TOT-AMOUNT.
034690     WRITE REGISTER-LINE FROM ACR-TOTAL-LINE
034695         AFTER ADVANCING 1 LINE.
034700 4000-EXIT.
034800     EXIT.
034900
035320     CALL "JRNLWRT" USING JRNL-PARM.
035400     CLOSE RATE-FILE
035500           CUSTOMER-MASTER
035550           ACCOUNT-MASTER
035600           POSTING-HISTORY
035700           ACCRUAL-REGISTER.
035733     IF ACR-PROD-OPEN
035766         CLOSE PRODUCT-CATALOG.
035800 5000-EXIT.
035900     EXIT.
036000
