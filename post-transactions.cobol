000400*                                                                *
000500* DAILY MONETARY POSTING RUN.  READS THE DAILY TRANSACTION      *
000600* FILE OF DEBITS AND CREDITS KEYED BY CUSTOMER NUMBER AND        *
000700* ACCOUNT SEQUENCE AND APPLIES EACH ITEM TO THE ACCOUNT'S        *
000733* BALANCE ON THE ACCOUNT MASTER AND TO THE SALDO ROLL-UP ON      *
000766* THE CUSTOMER MASTER.  RUNS IN THE NIGHTLY CHAIN AHEAD OF THE   *
000800* MYPROG STATEMENT PRINT.                                        *
000900*                                                                *
001000* UNMATCHED OR OUT-OF-BALANCE ITEMS GO TO THE REJECT FILE FOR    *
001100* NEXT-DAY REPAIR.  EVERY ACCEPTED ITEM IS LOGGED TO THE         *
001200* POSTING HISTORY FILE.  THE TRANSACTION FILE TRAILER MUST       *
001300* BALANCE TO THE DETAILS READ OR THE RUN ENDS WITH RC=8.         *
001325* A DEBIT THAT TAKES AN ACCOUNT BELOW THE CUSTOMER'S WARNING     *
001350* LEVEL ON CUSTCHAN, AND A POSTED OVER-LIMIT REFERRAL, RAISE AN  *
001375* EVENT ON THE ALRTEVT FILE FOR THE NIGHTLY ALERTRUN STEP.       *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001933*                         FILE NO LONGER GROWS THE TABLE; A      *
001935*                         REVERSAL OF A CLOSED-PERIOD POSTING    *
001937*                         REJECTS LIKE ANY CLOSED-PERIOD ITEM    *
001944* 15/10/26  HK            POSTS TO THE ACCOUNT MASTER BY         *
001951*                         CUSTOMER PLUS ACCOUNT SEQUENCE AND     *
001958*                         ROLLS THE MOVEMENT UP INTO SALDO;      *
001965*                         OVERDRAFT FACILITY IS PER ACCOUNT;     *
001972*                         HISTORY CARRIES THE ACCOUNT AND ITS    *
001979*                         BALANCE AFTER THE POSTING              *
001981* 15/10/26  HK            CUSTOMERS ON SANCTIONS HOLD ARE        *
001983*                         REJECTED UNTIL COMPLIANCE RELEASES     *
001984*                         THEM                                   *
001986* 15/10/26  HK            DEBITS AND REVERSALS AGAINST A         *
001988*                         CHARGED-OFF ACCOUNT REJECT; CREDITS    *
001990*                         TO ONE ARE RECOVERIES - LOGGED AS      *
001992*                         SOURCE "RECOVERY" AND ADDED TO THE     *
001994*                         LOSS LEDGER, THE WRITTEN-OFF BALANCE   *
001996*                         STAYS AT ZERO                          *
002007* 15/10/26  HK            FOREIGN-CURRENCY ITEMS (TXN-CURRENCY   *
002018*                         NOT THE ACCOUNT'S) ARE CONVERTED INTO  *
002029*                         THE ACCOUNT CURRENCY AT THE FXRATEO    *
002040*                         RATE; NO USABLE RATE REJECTS THE ITEM  *
002051*                         FOR REJRPAIR.  HISTORY KEEPS BOTH THE  *
002062*                         ORIGINAL AND THE CONVERTED AMOUNT      *
002063* 15/10/26  HK            GARNISHMENT AND LEVY ORDERS (GARNORD): *
002064*                         A DEBIT THAT WOULD DIP INTO FUNDS HELD *
002065*                         FOR AN ACTIVE ORDER REJECTS; FUNDS     *
002066*                         ABOVE THE PROTECTED MINIMUM ARE SWEPT  *
002067*                         TO THE ORDER AS CREDITS POST (SOURCE   *
002068*                         "GARNISH") UNTIL IT IS SATISFIED       *
002070* 15/10/26  HK            DECEASED CUSTOMERS (ESTATREG CASE      *
002072*                         OPEN): DEBITS REJECT AS FROZEN UNLESS  *
002074*                         ESTATMNT APPROVED THE REFERENCE AND    *
002076*                         AMOUNT; EACH APPROVAL RELEASES ONE     *
002078*                         DEBIT AND IS MARKED USED.  REVERSALS   *
002080*                         AND ADJUSTMENTS ARE NOT FROZEN         *
002081* 15/10/26  HK            POSTING HISTORY IS KEYED (CUSTOMER,    *
002082*                         DATE, REFERENCE): A REVERSAL READS     *
002083*                         ITS ORIGINAL BY KEY INSTEAD OF FROM    *
002084*                         AN IN-CORE TABLE, SO THE TABLE AND     *
002085*                         ITS OVERFLOW ABEND ARE GONE            *
002086* 15/10/26  HK            A CUSTOMER GRADED HIGH RISK (D OR E    *
002087*                         ON RISKGRAD) HAS A DEBIT INTO          *
002088*                         OVERDRAFT REJECTED AND REFERRED TO     *
002089*                         THE CREDIT TEAM INSTEAD OF PAID,       *
002090*                         WHATEVER THE FACILITY; THE REFERRAL    *
002091*                         LINE SHOWS THE ACTION TAKEN.  AN ITEM  *
002092*                         RESUBMITTED WITH THE REJRPAIR CREDIT   *
002093*                         RELEASE TAKES THE ORDINARY RULES       *
002094* 15/10/26  HK            DIRECT-DEBIT RETURNS FROM DDRETLD:     *
002095*                         THE REVERSAL PAIRS WITH THE DEBIT OF   *
002096*                         ITS OWN DATE; THE RETURNED-ITEM FEE    *
002097*                         IS EXEMPT FROM THE OVERDRAFT FLOOR     *
002111* 15/10/26  HK            LOW-BALANCE AND OVER-LIMIT REFERRAL    *
002125*                         EVENTS WRITTEN TO ALRTEVT FOR THE      *
002139*                         ALERTRUN SMS/E-MAIL STEP               *
002142* 15/10/26  HK            DEBITS REFUSED WHILE AN ATOCASE        *
002145*                         ACCOUNT-TAKEOVER CASE HOLDS THE        *
002148*                         CUSTOMER BLOCKED AND UNCLEARED         *
002150* 15/10/26  HK            AN OVER-LIMIT DEBIT ON A REFER         *
002152*                         FACILITY IS REFERRED AND COUNTED ONLY  *
002154*                         AFTER THE COURT-ORDER CHECK PASSES IT, *
002156*                         SO A DEBIT REJECTED FOR HELD FUNDS IS  *
002158*                         NOT SHOWN AS POSTED                    *
002160* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002162*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002164******************************************************************
002167 IDENTIFICATION DIVISION.
002181 PROGRAM-ID.  POSTRUN.
002200 AUTHOR. H. KELLER.
002300 INSTALLATION. COBOL DEVELOPMENT CENTER.
002400 DATE-WRITTEN. 21/08/26.
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS PST-REJ-STATUS.
004200     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
004300         ORGANIZATION IS INDEXED
004333         ACCESS MODE IS DYNAMIC
004366         RECORD KEY IS PH-KEY
004400         FILE STATUS IS PST-HIST-STATUS.
004500     SELECT CONTROL-REPORT ASSIGN TO POSTRPT
004600         ORGANIZATION IS SEQUENTIAL
004792     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
004794         ORGANIZATION IS SEQUENTIAL
004796         FILE STATUS IS PST-BRM-STATUS.
004810     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004824         ORGANIZATION IS INDEXED
004838         ACCESS MODE IS RANDOM
004852         RECORD KEY IS AC-KEY
004866         FILE STATUS IS PST-ACCT-STATUS.
004868     SELECT LOSS-LEDGER ASSIGN TO LOSSLEDG
004870         ORGANIZATION IS INDEXED
004872         ACCESS MODE IS RANDOM
004874         RECORD KEY IS LL-KEY
004876         FILE STATUS IS PST-LOSS-STATUS.
004877     SELECT FX-RATE-TABLE ASSIGN TO FXRATEO
004878         ORGANIZATION IS SEQUENTIAL
004879         FILE STATUS IS PST-FX-STATUS.
004882     SELECT GARNISHMENT-ORDERS ASSIGN TO GARNORD
004885         ORGANIZATION IS INDEXED
004888         ACCESS MODE IS DYNAMIC
004891         RECORD KEY IS GO-KEY
004894         FILE STATUS IS PST-GO-STATUS.
004907     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
004920         ORGANIZATION IS INDEXED
004933         ACCESS MODE IS RANDOM
004946         RECORD KEY IS EC-CUST-NUMBER
004959         FILE STATUS IS PST-EC-STATUS.
004960     SELECT TAKEOVER-CASES ASSIGN TO ATOCASE
004961         ORGANIZATION IS INDEXED
004962         ACCESS MODE IS RANDOM
004963         RECORD KEY IS TK-CUST-NUMBER
004964         FILE STATUS IS PST-TK-STATUS.
004965     SELECT RISK-REGISTER ASSIGN TO RISKGRAD
004966         ORGANIZATION IS INDEXED
004967         ACCESS MODE IS RANDOM
004968         RECORD KEY IS RG-CUST-NUMBER
004969         FILE STATUS IS PST-RG-STATUS.
004970     SELECT CONTACT-CHANNEL ASSIGN TO CUSTCHAN
004971         ORGANIZATION IS INDEXED
004972         ACCESS MODE IS RANDOM
004973         RECORD KEY IS CH-CUST-NUMBER
004974         FILE STATUS IS PST-CH-STATUS.
004975     SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVT
004977         ORGANIZATION IS SEQUENTIAL
004979         FILE STATUS IS PST-AE-STATUS.
004981
004985 DATA DIVISION.
005000 FILE SECTION.
005100 FD  TRANSACTION-FILE
005200     RECORD CONTAINS 60 CHARACTERS.
005300 COPY POSTTXN.
005400
005500 FD  CUSTOMER-MASTER
005700 COPY CUSTMAST.
005800
005900 FD  REJECT-FILE
006000     RECORD CONTAINS 85 CHARACTERS.
006100 01  REJECT-RECORD.
006200     05  REJ-TXN-IMAGE           PIC X(60).
006300     05  REJ-REASON              PIC X(25).
006400
006500 FD  POSTING-HISTORY
006600     RECORD CONTAINS 100 CHARACTERS.
006700 COPY POSTHIST.
006800
006900 FD  CONTROL-REPORT
007192 FD  BRANCH-MASTER
007194     RECORD CONTAINS 40 CHARACTERS.
007196 COPY BRANCHMS.
007213
007230 FD  ACCOUNT-MASTER
007247     RECORD CONTAINS 100 CHARACTERS.
007264 COPY ACCTMAST.
007281
007284 FD  LOSS-LEDGER
007287     RECORD CONTAINS 60 CHARACTERS.
007290 COPY LOSSLEDG.
007293
007294 FD  FX-RATE-TABLE
007295     RECORD CONTAINS 30 CHARACTERS.
007296 COPY FXRATE.
007297
007314 FD  GARNISHMENT-ORDERS
007331     RECORD CONTAINS 120 CHARACTERS.
007348 COPY GARNORD.
007351
007354 FD  ESTATE-REGISTER
007357     RECORD CONTAINS 400 CHARACTERS.
007360 COPY ESTATE.
007361
007362 FD  TAKEOVER-CASES
007363     RECORD CONTAINS 220 CHARACTERS.
007364 COPY ATOCASE.
007365
007366 FD  RISK-REGISTER
007367     RECORD CONTAINS 80 CHARACTERS.
007368 COPY RISKGRD.
007369
007370 FD  CONTACT-CHANNEL
007371     RECORD CONTAINS 120 CHARACTERS.
007372 COPY CUSTCHAN.
007373
007374 FD  ALERT-EVENT-FILE
007375     RECORD CONTAINS 60 CHARACTERS.
007376 COPY ALRTEVNT.
007377
007382 WORKING-STORAGE SECTION.
007400 77  PST-TRAN-STATUS             PIC X(02).
007500 77  PST-MAST-STATUS             PIC X(02).
007600 77  PST-REJ-STATUS              PIC X(02).
009558 77  PST-WORK-LIMIT              PIC 9(05)V9(02) VALUE ZERO.
009559 77  PST-LIMIT-FLOOR             PIC S9(09)V9(02) VALUE ZERO.
009560 77  PST-WORK-DRCR               PIC X(01) VALUE SPACE.
009561 77  PST-ACCT-STATUS             PIC X(02).
009562 77  PST-WORK-ACCT               PIC 9(02) VALUE ZERO.
009563 77  PST-NEW-ROLLUP              PIC S9(09)V9(02) VALUE ZERO.
009564
009565 77  PST-HIST-EOF-SW             PIC X(01) VALUE "N".
009566     88  PST-HIST-EOF            VALUE "Y".
009568 77  PST-ORIG-SW                 PIC X(01) VALUE "N".
009570     88  PST-ORIG-FOUND          VALUE "Y".
009574     88  PST-ALREADY-REVERSED    VALUE "Y".
009576 77  PST-REVERSAL-COUNT          PIC 9(07) COMP VALUE ZERO.
009578
009590* THE ORIGINAL POSTING A REVERSAL NAMES, AS FOUND ON THE
009592* KEYED HISTORY (2260-FIND-ORIGINAL)
009596 01  PST-FOUND-ORIGINAL.
009600     05  PST-FND-ACCT            PIC 9(02).
009602     05  PST-FND-TYPE            PIC X(01).
009604     05  PST-FND-AMOUNT          PIC 9(07)V9(02).
009609     05  PST-FND-ORIG-CCY        PIC X(03).
009610     05  PST-FND-ORIG-AMOUNT     PIC 9(07)V9(02).
009611     05  PST-FND-FX-RATE         PIC 9(05)V9(06).
009612
009614 01  PST-RUN-DATE                PIC 9(08).
009616 01  PST-TXN-PERIOD-X.
009618     05  PST-TXN-PERIOD          PIC 9(06).
009620     05  FILLER                  PIC X(02).
009700
009800 01  PST-REJECT-REASON           PIC X(25).
009900
011420 01  PST-REFER-HEADING.
011422     05  FILLER                  PIC X(09) VALUE "POSTRUN  ".
011424     05  FILLER                  PIC X(35)
011426         VALUE "OVERDRAFT REFERRALS - CREDIT TEAM  ".
011428     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
011430     05  PST-REF-HDG-DATE        PIC 9(08).
011432     05  FILLER                  PIC X(70) VALUE SPACES.
011434
011436 01  PST-REFER-DETAIL.
011438     05  PST-REF-CUST            PIC 9(06).
011439     05  FILLER                  PIC X(01) VALUE "/".
011440     05  PST-REF-ACCT            PIC 9(02).
011441     05  FILLER                  PIC X(03) VALUE SPACES.
011442     05  PST-REF-BRANCH          PIC X(03).
011444     05  FILLER                  PIC X(12)
011446         VALUE "  BAL AFTER ".
011448     05  PST-REF-BALANCE         PIC -(08)9.99.
011450     05  FILLER                  PIC X(09) VALUE "  LIMIT  ".
011452     05  PST-REF-LIMIT           PIC Z(04)9.99.
011453     05  FILLER                  PIC X(02) VALUE SPACES.
011454     05  PST-REF-ACTION          PIC X(20).
011455     05  FILLER                  PIC X(53) VALUE SPACES.
011456
011458
011460 77  PST-BRM-STATUS              PIC X(02).
011480     05  PST-BRM-ENTRY OCCURS 50 TIMES.
011482         10  PST-BRM-CODE        PIC X(03).
011484
011487 77  PST-LOSS-STATUS             PIC X(02).
011490 77  PST-LOSS-OPEN-SW            PIC X(01) VALUE "N".
011493     88  PST-LOSS-OPEN           VALUE "Y".
011496 77  PST-RECOVER-COUNT           PIC 9(07) COMP VALUE ZERO.
011499 77  PST-RECOVER-AMOUNT          PIC 9(11)V9(02) VALUE ZERO.
011502
011504 77  PST-FX-STATUS               PIC X(02).
011506 77  PST-FX-EOF-SW               PIC X(01) VALUE "N".
011508     88  PST-FX-EOF              VALUE "Y".
011510 77  PST-FX-FOUND-SW             PIC X(01) VALUE "N".
011512     88  PST-FX-FOUND            VALUE "Y".
011514 77  PST-BASE-CURRENCY           PIC X(03) VALUE "EUR".
011516 77  PST-FX-MAX                  PIC 9(02) COMP VALUE 50.
011518 77  PST-FX-COUNT                PIC 9(02) COMP VALUE ZERO.
011520 77  PST-FX-SUB                  PIC 9(02) COMP VALUE ZERO.
011522 77  PST-FX-WINDOW               PIC 9(02) COMP VALUE 5.
011524 77  PST-FX-AGE-DAYS             PIC S9(05) COMP VALUE ZERO.
011526 77  PST-FIND-CURRENCY           PIC X(03) VALUE SPACES.
011528 77  PST-ACCT-CURRENCY           PIC X(03) VALUE SPACES.
011530 77  PST-FOUND-RATE              PIC 9(03)V9(06) VALUE ZERO.
011532 77  PST-RATE-FROM               PIC 9(03)V9(06) VALUE ZERO.
011534 77  PST-RATE-TO                 PIC 9(03)V9(06) VALUE ZERO.
011536 77  PST-CROSS-RATE              PIC 9(05)V9(06) VALUE ZERO.
011538 77  PST-WORK-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
011540 77  PST-POST-AMOUNT             PIC 9(07)V9(02) VALUE ZERO.
011542 77  PST-ORIG-CURRENCY           PIC X(03) VALUE SPACES.
011544 77  PST-ORIG-AMOUNT             PIC 9(07)V9(02) VALUE ZERO.
011546 77  PST-CONVERT-COUNT           PIC 9(07) COMP VALUE ZERO.
011548 77  PST-CONVERT-AMOUNT          PIC 9(11)V9(02) VALUE ZERO.
011550
011552* TONIGHT'S RATE GENERATION: BASE-CURRENCY UNITS PER ONE UNIT
011554* OF EACH FOREIGN CURRENCY, AS WRITTEN BY FXRLOAD
011556 01  PST-FX-TABLE.
011558     05  PST-FX-ENTRY OCCURS 50 TIMES.
011560         10  PST-FX-CCY          PIC X(03).
011562         10  PST-FX-RATE         PIC 9(03)V9(06).
011564         10  PST-FX-DATE         PIC 9(08).
011566
011567 77  PST-GO-STATUS               PIC X(02).
011568 77  PST-GO-OPEN-SW              PIC X(01) VALUE "N".
011569     88  PST-GO-OPEN             VALUE "Y".
011570 77  PST-GO-EOF-SW               PIC X(01) VALUE "N".
011571     88  PST-GO-EOF              VALUE "Y".
011572 77  PST-GO-MAX                  PIC 9(04) COMP VALUE 500.
011573 77  PST-GO-COUNT                PIC 9(04) COMP VALUE ZERO.
011574 77  PST-GO-SUB                  PIC 9(04) COMP VALUE ZERO.
011575 77  PST-HELD-REMAIN             PIC 9(09)V9(02) VALUE ZERO.
011576 77  PST-HELD-PROTECT            PIC 9(07)V9(02) VALUE ZERO.
011577 77  PST-HELD-AMOUNT             PIC S9(09)V9(02) VALUE ZERO.
011578 77  PST-SWEEP-AVAIL             PIC S9(09)V9(02) VALUE ZERO.
011579 77  PST-SWEEP-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
011580 77  PST-SWEEP-BALANCE           PIC S9(09)V9(02) VALUE ZERO.
011581 77  PST-SWEEP-COUNT             PIC 9(07) COMP VALUE ZERO.
011582 77  PST-SWEEP-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
011583 77  PST-HELD-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
011587
011591 77  PST-EC-STATUS               PIC X(02).
011595 77  PST-EC-OPEN-SW              PIC X(01) VALUE "N".
011599     88  PST-EC-OPEN             VALUE "Y".
011603 77  PST-EC-SUB                  PIC 9(02) COMP VALUE ZERO.
011607 77  PST-EC-SLOT                 PIC 9(02) COMP VALUE ZERO.
011611 77  PST-EST-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
011612 77  PST-TK-STATUS               PIC X(02).
011613 77  PST-TK-OPEN-SW              PIC X(01) VALUE "N".
011614     88  PST-TK-OPEN             VALUE "Y".
011615 77  PST-TK-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
011616 77  PST-EST-PAY-COUNT           PIC 9(07) COMP VALUE ZERO.
011619 77  PST-EST-PAY-AMOUNT          PIC 9(11)V9(02) VALUE ZERO.
011620
011621 77  PST-RG-STATUS               PIC X(02).
011622 77  PST-RG-OPEN-SW              PIC X(01) VALUE "N".
011623     88  PST-RG-OPEN             VALUE "Y".
011624 77  PST-RISK-REFER-COUNT        PIC 9(07) COMP VALUE ZERO.
011625 77  PST-RISK-REFER-AMOUNT       PIC 9(11)V9(02) VALUE ZERO.
011626
011627 77  PST-CH-STATUS               PIC X(02).
011628 77  PST-CH-OPEN-SW              PIC X(01) VALUE "N".
011629     88  PST-CH-OPEN             VALUE "Y".
011630 77  PST-AE-STATUS               PIC X(02).
011631 77  PST-AE-REFER-SW             PIC X(01) VALUE "N".
011632     88  PST-AE-REFERRED         VALUE "Y".
011633 77  PST-REFER-PEND-SW           PIC X(01) VALUE "N".
011634     88  PST-REFER-PENDING       VALUE "Y".
011635 77  PST-AE-OLD-BALANCE          PIC S9(09)V9(02) VALUE ZERO.
011636 77  PST-AE-COUNT                PIC 9(07) COMP VALUE ZERO.
011637
011638* ACTIVE, UNEXPIRED GARNISHMENT AND LEVY ORDERS IN KEY ORDER
011639* (CUSTOMER, ORDER NUMBER), SO AN OLDER ORDER NUMBER IS SWEPT
011640* FIRST.  PST-GO-SWEEP IS THE SHARE OF THE CURRENT CREDIT.
011641 01  PST-GO-TABLE.
011643     05  PST-GO-ENTRY OCCURS 500 TIMES.
011647         10  PST-GO-CUST         PIC 9(06).
011651         10  PST-GO-ORDER        PIC X(10).
011655         10  PST-GO-ACCT         PIC 9(02).
011659         10  PST-GO-REMAIN       PIC 9(07)V9(02).
011663         10  PST-GO-PROTECT      PIC 9(07)V9(02).
011667         10  PST-GO-SWEEP        PIC 9(07)V9(02).
011671
011675 COPY JRNLPARM.
011679
011683 01  PST-MESSAGE-LINE.
011700     05  FILLER                  PIC X(05) VALUE SPACES.
011800     05  PST-MSG-TEXT            PIC X(60).
011900     05  FILLER                  PIC X(67) VALUE SPACES.
014700     IF PST-MAST-STATUS NOT = "00"
014800         MOVE "CUSTOMER MASTER OPEN FAILED" TO PST-MSG-TEXT
014900         GO TO 9000-ABEND.
014901     OPEN I-O ACCOUNT-MASTER.
014902     IF PST-ACCT-STATUS NOT = "00"
014903         MOVE "ACCOUNT MASTER OPEN FAILED" TO PST-MSG-TEXT
014904         GO TO 9000-ABEND.
014905*    THE CLOSED-PERIOD CONTROL COMES FIRST: IT ALSO BOUNDS
014906*    THE REVERSAL LOOKUP ON THE POSTING HISTORY
014907     OPEN INPUT PERIOD-CONTROL-FILE.
014908     IF PST-CTL-STATUS = "00"
014909         READ PERIOD-CONTROL-FILE
014910             AT END MOVE ZERO TO PC-CLOSED-THRU
014911         END-READ
014912         MOVE PC-CLOSED-THRU TO PST-CLOSED-THRU
014913         CLOSE PERIOD-CONTROL-FILE
014914     ELSE
014915         MOVE ZERO TO PST-CLOSED-THRU.
014916*    THE HISTORY IS OPENED I-O: TONIGHT'S POSTINGS ARE ADDED
014917*    AND A REVERSAL READS ITS ORIGINAL BY KEY.  THE FIRST RUN
014918*    AGAINST AN EMPTY DATASET CREATES THE FILE
014925     OPEN I-O POSTING-HISTORY.
014926     IF PST-HIST-STATUS = "35"
014927         OPEN OUTPUT POSTING-HISTORY
014930         CLOSE POSTING-HISTORY
014933         OPEN I-O POSTING-HISTORY.
014936     IF PST-HIST-STATUS NOT = "00"
014939         MOVE "POSTING HISTORY OPEN FAILED" TO PST-MSG-TEXT
014942         GO TO 9000-ABEND.
014950     OPEN OUTPUT REFERRAL-REPORT.
014952     IF PST-REF-STATUS NOT = "00"
014954         MOVE "REFERRAL REPORT OPEN FAILED" TO PST-MSG-TEXT
014964         PERFORM 1300-LOAD-BRANCHES THRU 1300-EXIT
014966             UNTIL PST-BRM-EOF
014968         CLOSE BRANCH-MASTER.
014974*    NO LOSS LEDGER MEANS NOTHING HAS BEEN CHARGED OFF YET
014980     OPEN I-O LOSS-LEDGER.
014986     IF PST-LOSS-STATUS = "00"
014992         MOVE "Y" TO PST-LOSS-OPEN-SW.
014993*    NO RATE FILE MEANS NO RATES: EVERY FOREIGN-CURRENCY ITEM
014994*    REJECTS FOR REPAIR
014995     OPEN INPUT FX-RATE-TABLE.
014996     IF PST-FX-STATUS = "00"
014997         PERFORM 1400-LOAD-RATES THRU 1400-EXIT
014998             UNTIL PST-FX-EOF
014999         CLOSE FX-RATE-TABLE.
015000     ACCEPT PST-RUN-DATE FROM DATE YYYYMMDD.
015014*    NO ORDER REGISTER MEANS NO ORDERS HAVE BEEN SERVED
015028     OPEN I-O GARNISHMENT-ORDERS.
015042     IF PST-GO-STATUS = "00"
015056         MOVE "Y" TO PST-GO-OPEN-SW
015070         PERFORM 1500-LOAD-ORDERS THRU 1500-EXIT
015084             UNTIL PST-GO-EOF.
015087*    NO ESTATE REGISTER MEANS NO BEREAVEMENT NOTICE TAKEN IN
015090     OPEN I-O ESTATE-REGISTER.
015093     IF PST-EC-STATUS = "00"
015096         MOVE "Y" TO PST-EC-OPEN-SW.
015097*    NO TAKEOVER CASE FILE MEANS NO CASE HAS BEEN RAISED
015098     OPEN INPUT TAKEOVER-CASES.
015099     IF PST-TK-STATUS = "00"
015100         MOVE "Y" TO PST-TK-OPEN-SW.
015105*    NO RISK REGISTER MEANS NO CUSTOMER HAS BEEN GRADED YET
015114     OPEN INPUT RISK-REGISTER.
015123     IF PST-RG-STATUS = "00"
015132         MOVE "Y" TO PST-RG-OPEN-SW.
015133*    NO CHANNEL REGISTER MEANS NO CUSTOMER HAS ASKED FOR A
015134*    LOW-BALANCE WARNING
015135     OPEN INPUT CONTACT-CHANNEL.
015136     IF PST-CH-STATUS = "00"
015137         MOVE "Y" TO PST-CH-OPEN-SW.
015138     OPEN EXTEND ALERT-EVENT-FILE.
015139     IF PST-AE-STATUS = "35"
015140         OPEN OUTPUT ALERT-EVENT-FILE.
015141     IF PST-AE-STATUS NOT = "00"
015142         MOVE "ALERT EVENT FILE OPEN FAILED" TO PST-MSG-TEXT
015143         GO TO 9000-ABEND.
015144     MOVE PST-RUN-DATE TO PST-HDG-DATE.
015150     MOVE PST-RUN-DATE TO PST-REF-HDG-DATE.
015200     WRITE REPORT-LINE FROM PST-HEADING-1
015300         AFTER ADVANCING PAGE.
015500 1000-EXIT.
015600     EXIT.
015610
015687******************************************************************
015688*    1300-LOAD-BRANCHES.  BRANCH CODES FOR VALIDATION.           *
015689******************************************************************
015690 1300-LOAD-BRANCHES.
015691     READ BRANCH-MASTER
015692         AT END
015693             MOVE "Y" TO PST-BRM-EOF-SW
015694             GO TO 1300-EXIT
015695     END-READ.
015696     IF PST-BRM-COUNT >= PST-BRM-MAX
015697         MOVE "BRANCH TABLE OVERFLOW" TO PST-MSG-TEXT
015698         GO TO 9000-ABEND.
015699     ADD 1 TO PST-BRM-COUNT.
015700     MOVE BR-BRANCH-CODE TO PST-BRM-CODE (PST-BRM-COUNT).
015701 1300-EXIT.
015703     EXIT.
015705
015708******************************************************************
015711*    1400-LOAD-RATES.  ONE FXRATEO RECORD INTO THE RATE TABLE.   *
015714*    A ZERO OR NON-NUMERIC RATE IS LEFT OUT, SO ITEMS IN THAT    *
015717*    CURRENCY REJECT AS HAVING NO RATE.                          *
015720******************************************************************
015723 1400-LOAD-RATES.
015726     READ FX-RATE-TABLE
015729         AT END
015732             MOVE "Y" TO PST-FX-EOF-SW
015735             GO TO 1400-EXIT
015738     END-READ.
015741     IF FX-RATE NOT NUMERIC OR FX-RATE = ZERO
015744      OR FX-RATE-DATE NOT NUMERIC
015747         GO TO 1400-EXIT.
015750     IF PST-FX-COUNT >= PST-FX-MAX
015753         MOVE "FX RATE TABLE OVERFLOW" TO PST-MSG-TEXT
015756         GO TO 9000-ABEND.
015759     ADD 1 TO PST-FX-COUNT.
015762     MOVE FX-CURRENCY TO PST-FX-CCY (PST-FX-COUNT).
015765     MOVE FX-RATE TO PST-FX-RATE (PST-FX-COUNT).
015768     MOVE FX-RATE-DATE TO PST-FX-DATE (PST-FX-COUNT).
015771 1400-EXIT.
015774     EXIT.
015777
015780******************************************************************
015783*    1500-LOAD-ORDERS.  ONE ORDER INTO THE TABLE IF IT IS STILL  *
015786*    ACTIVE, NOT YET EXPIRED AND HAS SOMETHING LEFT TO SEIZE.    *
015789*    A ZERO EXPIRY DATE MEANS THE ORDER RUNS UNTIL SATISFIED.    *
015792******************************************************************
015795 1500-LOAD-ORDERS.
015798     READ GARNISHMENT-ORDERS NEXT RECORD
015801         AT END
015804             MOVE "Y" TO PST-GO-EOF-SW
015807             GO TO 1500-EXIT
015810     END-READ.
015813     IF NOT GO-ACTIVE
015816         GO TO 1500-EXIT.
015819     IF GO-EXPIRY-DATE NOT = ZERO
015822      AND GO-EXPIRY-DATE < PST-RUN-DATE
015825         GO TO 1500-EXIT.
015828     IF GO-SEIZED-AMOUNT >= GO-SEIZE-AMOUNT
015831         GO TO 1500-EXIT.
015834     IF PST-GO-COUNT >= PST-GO-MAX
015837         MOVE "GARNISHMENT ORDER TABLE OVERFLOW" TO PST-MSG-TEXT
015840         GO TO 9000-ABEND.
015843     ADD 1 TO PST-GO-COUNT.
015846     MOVE GO-CUST-NUMBER TO PST-GO-CUST (PST-GO-COUNT).
015849     MOVE GO-ORDER-NUMBER TO PST-GO-ORDER (PST-GO-COUNT).
015852     MOVE GO-ACCT-SEQ TO PST-GO-ACCT (PST-GO-COUNT).
015855     COMPUTE PST-GO-REMAIN (PST-GO-COUNT) =
015858         GO-SEIZE-AMOUNT - GO-SEIZED-AMOUNT.
015861     MOVE GO-PROTECTED-MIN TO PST-GO-PROTECT (PST-GO-COUNT).
015864     MOVE ZERO TO PST-GO-SWEEP (PST-GO-COUNT).
015867 1500-EXIT.
015870     EXIT.
015873
015876******************************************************************
015900*    2000-PROCESS-TXN.  VALIDATE AND POST ONE TRANSACTION.       *
016000******************************************************************
016100 2000-PROCESS-TXN.
020014         MOVE "POSTING DATE NOT NUMERIC" TO PST-REJECT-REASON
020016         MOVE "Y" TO PST-REJECT-SW
020018         GO TO 2100-EXIT.
020019*    NO ACCOUNT SEQUENCE KEYED MEANS THE PRIMARY ACCOUNT
020020     IF TXN-ACCT-SEQ NUMERIC AND TXN-ACCT-SEQ NOT = ZERO
020021         MOVE TXN-ACCT-SEQ TO PST-WORK-ACCT
020022     ELSE
020023         MOVE 1 TO PST-WORK-ACCT
020024     END-IF.
020025     MOVE TXN-POST-DATE TO PST-TXN-PERIOD-X.
020030     IF PST-TXN-PERIOD <= PST-CLOSED-THRU
020040         MOVE "POSTING DATED INTO CLOSED PERIOD"
020050             TO PST-REJECT-REASON
020240     EXIT.
020300
020400******************************************************************
020500*    2200-POST-ITEM.  APPLY THE ITEM TO THE ACCOUNT, ROLL IT     *
020550*    UP INTO SALDO AND LOG IT.                                   *
020600******************************************************************
020700 2200-POST-ITEM.
020710*    AN ADJUSTMENT CARRIES ITS OWN DEBIT/CREDIT DIRECTION
021400     END-READ.
021500     IF PST-ITEM-REJECTED
021600         GO TO 2200-EXIT.
021605     IF SANCTION-HOLD
021610         MOVE "ON SANCTIONS HOLD" TO PST-REJECT-REASON
021615         MOVE "Y" TO PST-REJECT-SW
021620         GO TO 2200-EXIT.
021625     PERFORM 2230-READ-ACCOUNT THRU 2230-EXIT.
021650     IF PST-ITEM-REJECTED
021675         GO TO 2200-EXIT.
021676     PERFORM 2280-CONVERT-AMOUNT THRU 2280-EXIT.
021677     IF PST-ITEM-REJECTED
021678         GO TO 2200-EXIT.
021679*    DECEASED CUSTOMER: DEBITS ARE FROZEN UNLESS ESTATMNT HAS
021680*    APPROVED THIS ONE.  FINANCE ADJUSTMENTS ARE CORRECTIONS
021681*    AND ARE LEFT ALONE
021682     MOVE ZERO TO PST-EC-SLOT.
021683     IF PST-EC-OPEN AND PST-WORK-DRCR = "D"
021684      AND NOT TXN-ADJUSTMENT
021685         PERFORM 2500-CHECK-ESTATE THRU 2500-EXIT
021686         IF PST-ITEM-REJECTED
021687             GO TO 2200-EXIT
021688         END-IF
021689     END-IF.
021695*    SUSPECTED ACCOUNT TAKEOVER: DEBITS STOP WHILE FRAUD
021701*    OPERATIONS HOLD THE CASE BLOCKED
021707     IF PST-TK-OPEN AND PST-WORK-DRCR = "D"
021713      AND NOT TXN-ADJUSTMENT
021719         PERFORM 2520-CHECK-TAKEOVER THRU 2520-EXIT
021725         IF PST-ITEM-REJECTED
021731             GO TO 2200-EXIT
021737         END-IF
021743     END-IF.
021749     IF AC-CHARGED-OFF
021755         PERFORM 2240-POST-RECOVERY THRU 2240-EXIT
021761         GO TO 2200-EXIT.
021767     MOVE "N" TO PST-AE-REFER-SW.
021770     MOVE "N" TO PST-REFER-PEND-SW.
021773     MOVE AC-SALDO TO PST-AE-OLD-BALANCE.
021779     IF PST-WORK-DRCR = "D"
021800         COMPUTE PST-NEW-BALANCE = AC-SALDO - PST-POST-AMOUNT
021850         COMPUTE PST-NEW-ROLLUP = SALDO - PST-POST-AMOUNT
021900     ELSE
022000         COMPUTE PST-NEW-BALANCE = AC-SALDO + PST-POST-AMOUNT
022050         COMPUTE PST-NEW-ROLLUP = SALDO + PST-POST-AMOUNT
022100     END-IF.
022200     IF PST-NEW-BALANCE > 9999999.99
022300      OR PST-NEW-BALANCE < -9999999.99
022333      OR PST-NEW-ROLLUP > 9999999.99
022366      OR PST-NEW-ROLLUP < -9999999.99
022400         MOVE "RESULT EXCEEDS BALANCE FIELD"
022500             TO PST-REJECT-REASON
022600         MOVE "Y" TO PST-REJECT-SW
022700         GO TO 2200-EXIT.
022702*    DUNNING FEES ARE SYSTEM-GENERATED AGAINST CUSTOMERS WHO
022704*    ARE NEGATIVE BY DEFINITION; THE OVERDRAFT FLOOR DOES NOT
022706*    APPLY TO THEM OR NO FEE COULD EVER POST.  NOR DOES IT TO
022708*    THE RETURNED-ITEM FEE DDRETLD CHARGES ON A BOUNCED DEBIT
022710     IF PST-WORK-DRCR = "D" AND PST-NEW-BALANCE < ZERO
022715      AND TXN-SOURCE NOT = "DUNNING "
022717      AND TXN-SOURCE NOT = "DDRETURN"
022720         PERFORM 2210-CHECK-OVERDRAFT THRU 2210-EXIT
022730         IF PST-ITEM-REJECTED
022740             GO TO 2200-EXIT.
022741*    COURT ORDERS: DEBITS MAY NOT TOUCH HELD FUNDS, CREDITS ARE
022742*    SWEPT TO THE ORDER.  FINANCE ADJUSTMENTS ARE CORRECTIONS
022743*    AND ARE LEFT ALONE
022744     MOVE ZERO TO PST-SWEEP-TOTAL.
022745     IF PST-GO-COUNT > ZERO AND NOT TXN-ADJUSTMENT
022746         PERFORM 2400-GATHER-ORDERS THRU 2400-EXIT
022747         IF PST-HELD-REMAIN > ZERO
022748             IF PST-WORK-DRCR = "D"
022749                 PERFORM 2410-CHECK-HELD THRU 2410-EXIT
022750                 IF PST-ITEM-REJECTED
022751                     GO TO 2200-EXIT
022752                 END-IF
022753             ELSE
022754                 PERFORM 2420-CALC-SWEEP THRU 2420-EXIT
022755             END-IF
022756         END-IF
022757     END-IF.
022758*    AN OVER-LIMIT DEBIT ON A REFER FACILITY IS REFERRED ONLY
022759*    NOW THAT NOTHING ELSE CAN REJECT IT
022760     IF PST-REFER-PENDING
022761         ADD 1 TO PST-REFER-COUNT
022762         MOVE "POSTED - OVER LIMIT" TO PST-REF-ACTION
022763         PERFORM 2220-WRITE-REFERRAL THRU 2220-EXIT.
022764     SUBTRACT PST-SWEEP-TOTAL FROM PST-NEW-BALANCE.
022765     SUBTRACT PST-SWEEP-TOTAL FROM PST-NEW-ROLLUP.
022766     MOVE PST-NEW-BALANCE TO AC-SALDO.
022767     REWRITE ACCOUNT-RECORD.
022770     IF PST-ACCT-STATUS NOT = "00"
022780         MOVE "ACCOUNT REWRITE FAILED" TO PST-MSG-TEXT
022790         GO TO 9000-ABEND.
022800     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
022810     MOVE PST-NEW-ROLLUP TO SALDO.
022900     REWRITE CUSTOMER-RECORD.
023000     IF PST-MAST-STATUS NOT = "00"
023100         MOVE "MASTER REWRITE FAILED" TO PST-MSG-TEXT
023250     CALL "JRNLWRT" USING JRNL-PARM.
023300     ADD 1 TO PST-POSTED-COUNT.
023400     IF PST-WORK-DRCR = "D"
023500         ADD PST-POST-AMOUNT TO PST-DEBIT-AMOUNT
023600     ELSE
023700         ADD PST-POST-AMOUNT TO PST-CREDIT-AMOUNT
023800     END-IF.
023825     IF PST-ORIG-CURRENCY NOT = SPACES
023850         ADD 1 TO PST-CONVERT-COUNT
023875         ADD PST-POST-AMOUNT TO PST-CONVERT-AMOUNT.
023900     MOVE TXN-CUST-NUMBER TO PH-CUST-NUMBER.
024000     MOVE TXN-POST-DATE TO PH-POST-DATE.
024100     MOVE PST-WORK-DRCR TO PH-TXN-TYPE.
024200     MOVE PST-POST-AMOUNT TO PH-AMOUNT.
024300     COMPUTE PH-BALANCE-AFTER = AC-SALDO + PST-SWEEP-TOTAL.
024350     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
024400     MOVE TXN-REFERENCE TO PH-REFERENCE.
024500     MOVE TXN-SOURCE TO PH-SOURCE.
024510     MOVE CUST-BRANCH TO PH-BRANCH.
024550     ELSE
024560         MOVE ZERO TO PH-ADJ-PERIOD
024570     END-IF.
024577     MOVE PST-ORIG-CURRENCY TO PH-ORIG-CURRENCY.
024584     MOVE PST-ORIG-AMOUNT TO PH-ORIG-AMOUNT.
024591     MOVE PST-CROSS-RATE TO PH-FX-RATE.
024600     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
024621     PERFORM 2700-RAISE-ALERTS THRU 2700-EXIT.
024643     IF PST-EC-SLOT > ZERO
024646         PERFORM 2550-USE-APPROVAL THRU 2550-EXIT.
024650     IF PST-SWEEP-TOTAL > ZERO
024660         COMPUTE PST-SWEEP-BALANCE = AC-SALDO + PST-SWEEP-TOTAL
024670         MOVE ZERO TO PST-GO-SUB
024680         PERFORM 2430-POST-SWEEP THRU 2430-EXIT
024690             UNTIL PST-GO-SUB >= PST-GO-COUNT.
024700 2200-EXIT.
024800     EXIT.
024812******************************************************************
024814*    2250-POST-REVERSAL.  BACK OUT THE NAMED ORIGINAL POSTING.   *
024816*    THE REVERSAL MUST MATCH AN UNREVERSED OPEN-PERIOD HISTORY   *
024818*    ENTRY ON CUSTOMER, REFERENCE AND AMOUNT; THE HISTORY        *
024820*    WRITTEN HERE CARRIES THE ORIGINAL REFERENCE AND SOURCE      *
024822*    "REVERSAL" SO THE TWO ENTRIES STAY LINKED.  THE MOVEMENT    *
024823*    GOES BACK TO THE ACCOUNT THE ORIGINAL POSTED TO.  A         *
024824*    CONVERTED ORIGINAL MAY BE NAMED BY ITS ORIGINAL CURRENCY    *
024825*    AND AMOUNT OR BY THE AMOUNT POSTED; EITHER WAY EXACTLY      *
024826*    THE AMOUNT POSTED COMES BACK OUT, AT THE ORIGINAL RATE.     *
024827******************************************************************
024828 2250-POST-REVERSAL.
024829     PERFORM 2260-FIND-ORIGINAL THRU 2260-EXIT.
024830     IF NOT PST-ORIG-FOUND
024832         MOVE "NO MATCHING ORIGINAL POSTING"
024834             TO PST-REJECT-REASON
024842         MOVE "ORIGINAL ALREADY REVERSED" TO PST-REJECT-REASON
024844         MOVE "Y" TO PST-REJECT-SW
024846         GO TO 2250-EXIT.
024847     IF TXN-CURRENCY NOT = SPACES
024848      AND PST-FND-ORIG-CCY NOT = SPACES
024849         IF TXN-CURRENCY NOT = PST-FND-ORIG-CCY
024850          OR TXN-AMOUNT NOT = PST-FND-ORIG-AMOUNT
024851             MOVE "REVERSAL AMOUNT MISMATCH" TO PST-REJECT-REASON
024852             MOVE "Y" TO PST-REJECT-SW
024853             GO TO 2250-EXIT
024854         END-IF
024855     ELSE
024856         IF TXN-AMOUNT NOT = PST-FND-AMOUNT
024857             MOVE "REVERSAL AMOUNT MISMATCH" TO PST-REJECT-REASON
024858             MOVE "Y" TO PST-REJECT-SW
024859             GO TO 2250-EXIT
024860         END-IF
024861     END-IF.
024862     MOVE PST-FND-AMOUNT TO PST-POST-AMOUNT.
024863     MOVE TXN-CUST-NUMBER TO CUST-NUMBER.
024864     READ CUSTOMER-MASTER
024865         INVALID KEY
024866             MOVE "NO MATCHING MASTER RECORD"
024867                 TO PST-REJECT-REASON
024868             MOVE "Y" TO PST-REJECT-SW
024869     END-READ.
024870     IF PST-ITEM-REJECTED
024871         GO TO 2250-EXIT.
024872     IF SANCTION-HOLD
024873         MOVE "ON SANCTIONS HOLD" TO PST-REJECT-REASON
024874         MOVE "Y" TO PST-REJECT-SW
024875         GO TO 2250-EXIT.
024876     MOVE PST-FND-ACCT TO PST-WORK-ACCT.
024877     PERFORM 2230-READ-ACCOUNT THRU 2230-EXIT.
024878     IF PST-ITEM-REJECTED
024879         GO TO 2250-EXIT.
024880     IF AC-CHARGED-OFF
024881         MOVE "ACCOUNT CHARGED OFF" TO PST-REJECT-REASON
024882         MOVE "Y" TO PST-REJECT-SW
024883         GO TO 2250-EXIT.
024884     IF PST-FND-TYPE = "D"
024885         COMPUTE PST-NEW-BALANCE = AC-SALDO + PST-POST-AMOUNT
024886         COMPUTE PST-NEW-ROLLUP = SALDO + PST-POST-AMOUNT
024887     ELSE
024888         COMPUTE PST-NEW-BALANCE = AC-SALDO - PST-POST-AMOUNT
024889         COMPUTE PST-NEW-ROLLUP = SALDO - PST-POST-AMOUNT
024890     END-IF.
024891     IF PST-NEW-BALANCE > 9999999.99
024892      OR PST-NEW-BALANCE < -9999999.99
024893      OR PST-NEW-ROLLUP > 9999999.99
024894      OR PST-NEW-ROLLUP < -9999999.99
024895         MOVE "RESULT EXCEEDS BALANCE FIELD"
024896             TO PST-REJECT-REASON
024897         MOVE "Y" TO PST-REJECT-SW
024898         GO TO 2250-EXIT.
024899     MOVE PST-NEW-BALANCE TO AC-SALDO.
024900     REWRITE ACCOUNT-RECORD.
024901     IF PST-ACCT-STATUS NOT = "00"
024902         MOVE "ACCOUNT REWRITE FAILED" TO PST-MSG-TEXT
024903         GO TO 9000-ABEND.
024904     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
024905     MOVE PST-NEW-ROLLUP TO SALDO.
024906     REWRITE CUSTOMER-RECORD.
024907     IF PST-MAST-STATUS NOT = "00"
024908         MOVE "MASTER REWRITE FAILED" TO PST-MSG-TEXT
024909         GO TO 9000-ABEND.
024910     MOVE "C" TO JP-ACTION.
024911     MOVE "POSTRUN " TO JP-PROGRAM.
024912     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
024914     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
024916     CALL "JRNLWRT" USING JRNL-PARM.
024920     ADD 1 TO PST-REVERSAL-COUNT.
024922     MOVE TXN-CUST-NUMBER TO PH-CUST-NUMBER.
024924     MOVE TXN-POST-DATE TO PH-POST-DATE.
024926     IF PST-FND-TYPE = "D"
024928         MOVE "C" TO PH-TXN-TYPE
024930         ADD PST-POST-AMOUNT TO PST-CREDIT-AMOUNT
024932     ELSE
024934         MOVE "D" TO PH-TXN-TYPE
024936         ADD PST-POST-AMOUNT TO PST-DEBIT-AMOUNT
024938     END-IF.
024940     MOVE PST-POST-AMOUNT TO PH-AMOUNT.
024942     MOVE AC-SALDO TO PH-BALANCE-AFTER.
024943     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
024944     MOVE TXN-REFERENCE TO PH-REFERENCE.
024946     MOVE "REVERSAL" TO PH-SOURCE.
024948     MOVE CUST-BRANCH TO PH-BRANCH.
024950     MOVE PST-RUN-DATE TO PH-PROC-DATE.
024951     MOVE ZERO TO PH-ADJ-PERIOD.
024952     MOVE PST-FND-ORIG-CCY TO PH-ORIG-CURRENCY.
024953     MOVE PST-FND-ORIG-AMOUNT TO PH-ORIG-AMOUNT.
024954     MOVE PST-FND-FX-RATE TO PH-FX-RATE.
024955     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
024962 2250-EXIT.
024964     EXIT.
024966
024968******************************************************************
024970*    2260-FIND-ORIGINAL.  READ THE CUSTOMER'S OPEN-PERIOD        *
024972*    POSTINGS BY KEY: THE ORIGINAL AND ANY PRIOR REVERSAL OF IT  *
024973*    BOTH MATTER.  THE KEY STARTS PAST THE LAST CLOSED PERIOD,   *
024974*    SO A REVERSAL NAMING AN OLDER POSTING REJECTS AS "NO        *
024975*    MATCHING ORIGINAL POSTING", AS THE CLOSED-PERIOD POSTING    *
024976*    RULE REQUIRES.  TONIGHT'S POSTINGS ARE ALREADY ON THE FILE. *
024977*    EVERY DEBIT OF A STANDING ORDER SHARES ITS REFERENCE, SO A  *
024978*    DIRECT-DEBIT RETURN (SOURCE "DDRETURN") IS DATED AS THE     *
024979*    DEBIT IT RETURNS AND PAIRS WITH POSTINGS OF THAT DATE ONLY. *
024980******************************************************************
024981 2260-FIND-ORIGINAL.
024982     MOVE "N" TO PST-ORIG-SW.
024983     MOVE "N" TO PST-REVD-SW.
024984     MOVE "N" TO PST-HIST-EOF-SW.
024985     MOVE TXN-CUST-NUMBER TO PH-CUST-NUMBER.
024986     COMPUTE PH-POST-DATE = PST-CLOSED-THRU * 100 + 99.
024987     MOVE HIGH-VALUES TO PH-REFERENCE.
024988     MOVE 999 TO PH-KEY-SEQ.
024989     START POSTING-HISTORY KEY IS GREATER THAN PH-KEY
024990         INVALID KEY
024991             GO TO 2260-EXIT
024992     END-START.
024993     PERFORM 2270-SCAN-ONE THRU 2270-EXIT
024994         UNTIL PST-HIST-EOF.
024995 2260-EXIT.
024996     EXIT.
024997
024998 2270-SCAN-ONE.
024999     READ POSTING-HISTORY NEXT RECORD
025000         AT END
025001             MOVE "Y" TO PST-HIST-EOF-SW
025002             GO TO 2270-EXIT
025003     END-READ.
025004     IF PH-CUST-NUMBER NOT = TXN-CUST-NUMBER
025005         MOVE "Y" TO PST-HIST-EOF-SW
025006         GO TO 2270-EXIT.
025007     IF PH-REFERENCE NOT = TXN-REFERENCE
025008         GO TO 2270-EXIT.
025009     IF TXN-SOURCE = "DDRETURN"
025010      AND PH-POST-DATE NOT = TXN-POST-DATE
025011         GO TO 2270-EXIT.
025012     IF PH-SOURCE = "REVERSAL"
025013         MOVE "Y" TO PST-REVD-SW
025014         GO TO 2270-EXIT.
025015     MOVE "Y" TO PST-ORIG-SW.
025016     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
025017         MOVE PH-ACCT-SEQ TO PST-FND-ACCT
025018     ELSE
025019         MOVE 1 TO PST-FND-ACCT
025020     END-IF.
025021     MOVE PH-TXN-TYPE TO PST-FND-TYPE.
025022     MOVE PH-AMOUNT TO PST-FND-AMOUNT.
025023*    RECORDS WRITTEN BEFORE THE CURRENCY FIELDS CARRY SPACES
025024     IF PH-ORIG-CURRENCY = SPACES OR PH-ORIG-AMOUNT NOT NUMERIC
025025         MOVE SPACES TO PST-FND-ORIG-CCY
025026         MOVE ZERO TO PST-FND-ORIG-AMOUNT
025027         MOVE ZERO TO PST-FND-FX-RATE
025028     ELSE
025029         MOVE PH-ORIG-CURRENCY TO PST-FND-ORIG-CCY
025030         MOVE PH-ORIG-AMOUNT TO PST-FND-ORIG-AMOUNT
025031         MOVE PH-FX-RATE TO PST-FND-FX-RATE
025032     END-IF.
025033 2270-EXIT.
025034     EXIT.
025035
025036******************************************************************
025037*    2230-READ-ACCOUNT.  THE ACCOUNT NAMED BY PST-WORK-ACCT      *
025038*    FOR THE CUSTOMER; IT MUST EXIST AND BE OPEN.                *
025039******************************************************************
025040 2230-READ-ACCOUNT.
025041     MOVE TXN-CUST-NUMBER TO AC-CUST-NUMBER.
025042     MOVE PST-WORK-ACCT TO AC-ACCT-SEQ.
025043     READ ACCOUNT-MASTER
025044         INVALID KEY
025045             MOVE "NO MATCHING ACCOUNT RECORD"
025046                 TO PST-REJECT-REASON
025047             MOVE "Y" TO PST-REJECT-SW
025048             GO TO 2230-EXIT
025049     END-READ.
025050     IF AC-CLOSED
025051         MOVE "ACCOUNT IS CLOSED" TO PST-REJECT-REASON
025052         MOVE "Y" TO PST-REJECT-SW.
025053 2230-EXIT.
025054     EXIT.
025055
025056******************************************************************
025057*    2210-CHECK-OVERDRAFT.  A DEBIT DRIVING THE BALANCE BELOW    *
025058*    THE FACILITY LIMIT EITHER REJECTS OR POSTS-AND-REFERS,      *
025059*    PER THE OVERDRAFT-ACTION FLAG ON THE ACCOUNT.  AN ACCOUNT   *
025060*    WITHOUT A KEYED LIMIT HAS NO FACILITY (LIMIT ZERO).  A      *
025061*    HIGH-RISK CUSTOMER'S DEBIT INTO OVERDRAFT IS NOT PAID AT    *
025062*    ALL, WITHIN THE LIMIT OR NOT: IT IS REJECTED AND REFERRED   *
025065*    TO THE CREDIT TEAM, WHO RELEASE IT THROUGH REJECT REPAIR.   *
025066*    A POST-AND-REFER IS ONLY MARKED PENDING HERE: 2200 WRITES   *
025067*    THE REFERRAL ONCE THE ITEM HAS PASSED EVERY REJECT CHECK.   *
025068******************************************************************
025071 2210-CHECK-OVERDRAFT.
025074     IF AC-OVERDRAFT-LIMIT NUMERIC
025077         MOVE AC-OVERDRAFT-LIMIT TO PST-WORK-LIMIT
025080     ELSE
025083         MOVE ZERO TO PST-WORK-LIMIT
025086     END-IF.
025089     COMPUTE PST-LIMIT-FLOOR = ZERO - PST-WORK-LIMIT.
025092     IF PST-RG-OPEN AND NOT TXN-RISK-RELEASED
025095         PERFORM 2215-CHECK-RISK-GRADE THRU 2215-EXIT
025098         IF PST-ITEM-REJECTED
025101             GO TO 2210-EXIT
025104         END-IF
025107     END-IF.
025110     IF PST-NEW-BALANCE >= PST-LIMIT-FLOOR
025113         GO TO 2210-EXIT.
025116     IF AC-ODRAFT-REFER
025119         MOVE "Y" TO PST-REFER-PEND-SW
025128     ELSE
025131         MOVE "EXCEEDS OVERDRAFT LIMIT" TO PST-REJECT-REASON
025134         MOVE "Y" TO PST-REJECT-SW
025137     END-IF.
025140 2210-EXIT.
025143     EXIT.
025146
025149 2215-CHECK-RISK-GRADE.
025152     MOVE TXN-CUST-NUMBER TO RG-CUST-NUMBER.
025155     READ RISK-REGISTER
025158         INVALID KEY
025161             GO TO 2215-EXIT
025164     END-READ.
025167     IF NOT RG-HIGH-RISK
025170         GO TO 2215-EXIT.
025173     MOVE "REFERRED - HIGH RISK" TO PST-REJECT-REASON.
025176     MOVE "Y" TO PST-REJECT-SW.
025179     ADD 1 TO PST-RISK-REFER-COUNT.
025182     ADD PST-POST-AMOUNT TO PST-RISK-REFER-AMOUNT.
025185     MOVE SPACES TO PST-REF-ACTION.
025188     STRING "HELD - RISK GRADE " RG-GRADE
025191         DELIMITED BY SIZE INTO PST-REF-ACTION.
025194     PERFORM 2220-WRITE-REFERRAL THRU 2220-EXIT.
025197 2215-EXIT.
025200     EXIT.
025203
025206 2220-WRITE-REFERRAL.
025209     MOVE CUST-NUMBER TO PST-REF-CUST.
025212     MOVE AC-ACCT-SEQ TO PST-REF-ACCT.
025215     MOVE CUST-BRANCH TO PST-REF-BRANCH.
025218     MOVE PST-NEW-BALANCE TO PST-REF-BALANCE.
025221     MOVE PST-WORK-LIMIT TO PST-REF-LIMIT.
025224     WRITE REFERRAL-LINE FROM PST-REFER-DETAIL
025227         AFTER ADVANCING 1 LINE.
025228     MOVE "Y" TO PST-AE-REFER-SW.
025230 2220-EXIT.
025233     EXIT.
025236
025239******************************************************************
025242*    2300-REJECT-ITEM.  WRITE THE ITEM TO THE REJECT FILE.       *
025245******************************************************************
025300 2300-REJECT-ITEM.
025400     MOVE POSTING-TRANSACTION TO REJ-TXN-IMAGE.
025500     MOVE PST-REJECT-REASON TO REJ-REASON.
025700     ADD 1 TO PST-REJECT-COUNT.
025800 2300-EXIT.
025900     EXIT.
025901
025902******************************************************************
025903*    2240-POST-RECOVERY.  A CREDIT TO A CHARGED-OFF ACCOUNT IS   *
025904*    A RECOVERY: IT IS ADDED TO THE ACCOUNT'S LOSS LEDGER        *
025905*    RECORD AND LOGGED AS SOURCE "RECOVERY", BUT THE WRITTEN-    *
025906*    OFF BALANCE AND THE SALDO ROLL-UP STAY WHERE THE CHARGE-    *
025907*    OFF LEFT THEM.  NOTHING ELSE MAY POST TO THE ACCOUNT, AND   *
025908*    A RECOVERY BEYOND THE OUTSTANDING LOSS IS REJECTED FOR      *
025909*    REFUND.                                                     *
025910******************************************************************
025911 2240-POST-RECOVERY.
025912     IF PST-WORK-DRCR NOT = "C" OR TXN-ADJUSTMENT
025913         MOVE "ACCOUNT CHARGED OFF" TO PST-REJECT-REASON
025914         MOVE "Y" TO PST-REJECT-SW
025915         GO TO 2240-EXIT.
025916     IF NOT PST-LOSS-OPEN
025917         MOVE "NO LOSS LEDGER RECORD" TO PST-REJECT-REASON
025918         MOVE "Y" TO PST-REJECT-SW
025919         GO TO 2240-EXIT.
025920     MOVE AC-KEY TO LL-KEY.
025921     READ LOSS-LEDGER
025922         INVALID KEY
025923             MOVE "NO LOSS LEDGER RECORD" TO PST-REJECT-REASON
025924             MOVE "Y" TO PST-REJECT-SW
025925             GO TO 2240-EXIT
025926     END-READ.
025927     COMPUTE PST-NEW-BALANCE = LL-RECOVERED + PST-POST-AMOUNT.
025928     IF PST-NEW-BALANCE > LL-CHGOFF-AMOUNT
025929         MOVE "RECOVERY EXCEEDS LOSS" TO PST-REJECT-REASON
025930         MOVE "Y" TO PST-REJECT-SW
025931         GO TO 2240-EXIT.
025932     MOVE PST-NEW-BALANCE TO LL-RECOVERED.
025933     MOVE TXN-POST-DATE TO LL-LAST-RECOV-DATE.
025934     IF LL-RECOVERED = LL-CHGOFF-AMOUNT
025935         MOVE "R" TO LL-STATUS.
025936     REWRITE LOSS-LEDGER-RECORD.
025937     IF PST-LOSS-STATUS NOT = "00"
025938         MOVE "LOSS LEDGER REWRITE FAILED" TO PST-MSG-TEXT
025939         GO TO 9000-ABEND.
025940     ADD 1 TO PST-POSTED-COUNT.
025941     ADD PST-POST-AMOUNT TO PST-CREDIT-AMOUNT.
025942     ADD 1 TO PST-RECOVER-COUNT.
025943     ADD PST-POST-AMOUNT TO PST-RECOVER-AMOUNT.
025944     IF PST-ORIG-CURRENCY NOT = SPACES
025945         ADD 1 TO PST-CONVERT-COUNT
025946         ADD PST-POST-AMOUNT TO PST-CONVERT-AMOUNT.
025947     MOVE TXN-CUST-NUMBER TO PH-CUST-NUMBER.
025948     MOVE TXN-POST-DATE TO PH-POST-DATE.
025949     MOVE "C" TO PH-TXN-TYPE.
025950     MOVE PST-POST-AMOUNT TO PH-AMOUNT.
025951     MOVE AC-SALDO TO PH-BALANCE-AFTER.
025952     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
025953     MOVE TXN-REFERENCE TO PH-REFERENCE.
025954     MOVE "RECOVERY" TO PH-SOURCE.
025955     MOVE CUST-BRANCH TO PH-BRANCH.
025956     MOVE PST-RUN-DATE TO PH-PROC-DATE.
025957     MOVE ZERO TO PH-ADJ-PERIOD.
025958     MOVE PST-ORIG-CURRENCY TO PH-ORIG-CURRENCY.
025959     MOVE PST-ORIG-AMOUNT TO PH-ORIG-AMOUNT.
025960     MOVE PST-CROSS-RATE TO PH-FX-RATE.
025961     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
025966 2240-EXIT.
025967     EXIT.
025968
025969******************************************************************
025970*    2280-CONVERT-AMOUNT.  THE AMOUNT TO POST, IN THE ACCOUNT'S  *
025971*    CURRENCY.  AN ITEM IN ANOTHER CURRENCY IS CONVERTED VIA     *
025972*    THE BASE CURRENCY: RECEIVED AMOUNT TIMES ITS RATE OVER      *
025973*    THE ACCOUNT CURRENCY'S RATE.  BOTH RATES MUST BE ON FILE    *
025974*    AND VALID FOR THE POSTING DATE, OTHERWISE THE ITEM          *
025975*    REJECTS FOR REPAIR.                                         *
025976******************************************************************
025977 2280-CONVERT-AMOUNT.
025978     MOVE TXN-AMOUNT TO PST-POST-AMOUNT.
025979     MOVE SPACES TO PST-ORIG-CURRENCY.
025980     MOVE ZERO TO PST-ORIG-AMOUNT.
025981     MOVE ZERO TO PST-CROSS-RATE.
025982*    AN ACCOUNT WITH NO CURRENCY KEYED IS HELD IN BASE CURRENCY
025983     IF AC-CURRENCY-CODE = SPACES
025984         MOVE PST-BASE-CURRENCY TO PST-ACCT-CURRENCY
025985     ELSE
025986         MOVE AC-CURRENCY-CODE TO PST-ACCT-CURRENCY
025987     END-IF.
025988     IF TXN-CURRENCY = SPACES
025989      OR TXN-CURRENCY = PST-ACCT-CURRENCY
025990         GO TO 2280-EXIT.
025991     MOVE TXN-CURRENCY TO PST-FIND-CURRENCY.
025992     PERFORM 2285-GET-RATE THRU 2285-EXIT.
025993     IF NOT PST-FX-FOUND
025994         MOVE "NO FX RATE FOR POST DATE" TO PST-REJECT-REASON
025995         MOVE "Y" TO PST-REJECT-SW
025996         GO TO 2280-EXIT.
025997     MOVE PST-FOUND-RATE TO PST-RATE-FROM.
025998     MOVE PST-ACCT-CURRENCY TO PST-FIND-CURRENCY.
025999     PERFORM 2285-GET-RATE THRU 2285-EXIT.
026000     IF NOT PST-FX-FOUND
026001         MOVE "NO FX RATE FOR POST DATE" TO PST-REJECT-REASON
026002         MOVE "Y" TO PST-REJECT-SW
026003         GO TO 2280-EXIT.
026004     MOVE PST-FOUND-RATE TO PST-RATE-TO.
026005     COMPUTE PST-WORK-AMOUNT ROUNDED =
026006         TXN-AMOUNT * PST-RATE-FROM / PST-RATE-TO
026007         ON SIZE ERROR
026008             MOVE 999999999.99 TO PST-WORK-AMOUNT
026009     END-COMPUTE.
026010     IF PST-WORK-AMOUNT > 9999999.99
026011         MOVE "CONVERTED AMT TOO LARGE" TO PST-REJECT-REASON
026012         MOVE "Y" TO PST-REJECT-SW
026013         GO TO 2280-EXIT.
026014     IF PST-WORK-AMOUNT = ZERO
026015         MOVE "CONVERTED AMOUNT IS ZERO" TO PST-REJECT-REASON
026016         MOVE "Y" TO PST-REJECT-SW
026017         GO TO 2280-EXIT.
026018     COMPUTE PST-CROSS-RATE ROUNDED = PST-RATE-FROM / PST-RATE-TO
026019         ON SIZE ERROR
026020             MOVE ZERO TO PST-CROSS-RATE
026021     END-COMPUTE.
026022     MOVE PST-WORK-AMOUNT TO PST-POST-AMOUNT.
026023     MOVE TXN-CURRENCY TO PST-ORIG-CURRENCY.
026024     MOVE TXN-AMOUNT TO PST-ORIG-AMOUNT.
026025 2280-EXIT.
026026     EXIT.
026027
026028******************************************************************
026029*    2285-GET-RATE.  RATE FOR PST-FIND-CURRENCY.  THE BASE       *
026030*    CURRENCY IS ONE BY DEFINITION.  THE RATE TABLE HOLDS ONE    *
026031*    RATE PER CURRENCY, SO IT SERVES A POSTING DATED WITHIN      *
026032*    THE SAME FIVE-DAY WINDOW FXRLOAD ALLOWS BEFORE IT CALLS A   *
026033*    RATE STALE; OUTSIDE THAT THERE IS NO RATE FOR THE DATE.     *
026034******************************************************************
026035 2285-GET-RATE.
026036     MOVE "N" TO PST-FX-FOUND-SW.
026037     MOVE ZERO TO PST-FOUND-RATE.
026038     IF PST-FIND-CURRENCY = PST-BASE-CURRENCY
026039         MOVE 1 TO PST-FOUND-RATE
026040         MOVE "Y" TO PST-FX-FOUND-SW
026041         GO TO 2285-EXIT.
026042     MOVE ZERO TO PST-FX-SUB.
026043     PERFORM 2290-SCAN-RATE THRU 2290-EXIT
026044         UNTIL PST-FX-FOUND
026045            OR PST-FX-SUB >= PST-FX-COUNT.
026046     IF NOT PST-FX-FOUND
026047         GO TO 2285-EXIT.
026048     COMPUTE PST-FX-AGE-DAYS =
026049         FUNCTION INTEGER-OF-DATE (TXN-POST-DATE)
026050       - FUNCTION INTEGER-OF-DATE (PST-FX-DATE (PST-FX-SUB)).
026051     IF PST-FX-AGE-DAYS > PST-FX-WINDOW
026052      OR PST-FX-AGE-DAYS < ZERO - PST-FX-WINDOW
026053         MOVE "N" TO PST-FX-FOUND-SW
026054         GO TO 2285-EXIT.
026055     MOVE PST-FX-RATE (PST-FX-SUB) TO PST-FOUND-RATE.
026056 2285-EXIT.
026057     EXIT.
026058
026059 2290-SCAN-RATE.
026060     ADD 1 TO PST-FX-SUB.
026061     IF PST-FX-CCY (PST-FX-SUB) = PST-FIND-CURRENCY
026062         MOVE "Y" TO PST-FX-FOUND-SW.
026063 2290-EXIT.
026064     EXIT.
026065
026066******************************************************************
026067*    2400-GATHER-ORDERS.  THE ORDERS ATTACHED TO THIS ACCOUNT:   *
026068*    TOTAL STILL TO SEIZE AND THE HIGHEST PROTECTED MINIMUM      *
026069*    AMONG THEM.  AN ORDER WITH ACCOUNT ZERO ATTACHES TO EVERY   *
026070*    ACCOUNT OF THE CUSTOMER.                                    *
026071******************************************************************
026072 2400-GATHER-ORDERS.
026073     MOVE ZERO TO PST-HELD-REMAIN.
026074     MOVE ZERO TO PST-HELD-PROTECT.
026075     MOVE ZERO TO PST-GO-SUB.
026076     PERFORM 2405-GATHER-ONE THRU 2405-EXIT
026077         UNTIL PST-GO-SUB >= PST-GO-COUNT.
026078 2400-EXIT.
026079     EXIT.
026080
026081 2405-GATHER-ONE.
026082     ADD 1 TO PST-GO-SUB.
026083     MOVE ZERO TO PST-GO-SWEEP (PST-GO-SUB).
026084     IF PST-GO-CUST (PST-GO-SUB) NOT = AC-CUST-NUMBER
026085         GO TO 2405-EXIT.
026086     IF PST-GO-ACCT (PST-GO-SUB) NOT = ZERO
026087      AND PST-GO-ACCT (PST-GO-SUB) NOT = AC-ACCT-SEQ
026088         GO TO 2405-EXIT.
026089     ADD PST-GO-REMAIN (PST-GO-SUB) TO PST-HELD-REMAIN.
026090     IF PST-GO-PROTECT (PST-GO-SUB) > PST-HELD-PROTECT
026091         MOVE PST-GO-PROTECT (PST-GO-SUB) TO PST-HELD-PROTECT.
026092 2405-EXIT.
026093     EXIT.
026094
026095******************************************************************
026096*    2410-CHECK-HELD.  FUNDS HELD ARE THE BALANCE ABOVE THE      *
026097*    PROTECTED MINIMUM, UP TO THE AMOUNT STILL TO SEIZE.  A      *
026098*    DEBIT MAY SPEND EVERYTHING ELSE BUT NOT THOSE.              *
026099******************************************************************
026100 2410-CHECK-HELD.
026101     COMPUTE PST-HELD-AMOUNT = AC-SALDO - PST-HELD-PROTECT.
026102     IF PST-HELD-AMOUNT < ZERO
026103         MOVE ZERO TO PST-HELD-AMOUNT.
026104     IF PST-HELD-AMOUNT > PST-HELD-REMAIN
026105         MOVE PST-HELD-REMAIN TO PST-HELD-AMOUNT.
026106     IF PST-HELD-AMOUNT > ZERO
026107      AND PST-NEW-BALANCE < PST-HELD-AMOUNT
026108         MOVE "FUNDS HELD - COURT ORDER" TO PST-REJECT-REASON
026109         MOVE "Y" TO PST-REJECT-SW
026110         ADD 1 TO PST-HELD-REJECT-COUNT.
026111 2410-EXIT.
026112     EXIT.
026113
026114******************************************************************
026115*    2420-CALC-SWEEP.  AFTER A CREDIT, EVERYTHING ABOVE THE      *
026116*    PROTECTED MINIMUM GOES TO THE ORDERS IN TABLE ORDER UNTIL   *
026117*    EACH IS SATISFIED.  ONLY THE SHARES ARE WORKED OUT HERE;    *
026118*    2430 POSTS THEM ONCE THE CREDIT ITSELF IS ON HISTORY.       *
026119******************************************************************
026120 2420-CALC-SWEEP.
026121     COMPUTE PST-SWEEP-AVAIL = PST-NEW-BALANCE - PST-HELD-PROTECT.
026122     IF PST-SWEEP-AVAIL NOT > ZERO
026123         GO TO 2420-EXIT.
026124     MOVE ZERO TO PST-GO-SUB.
026125     PERFORM 2425-SHARE-ONE THRU 2425-EXIT
026126         UNTIL PST-GO-SUB >= PST-GO-COUNT
026127            OR PST-SWEEP-AVAIL NOT > ZERO.
026128 2420-EXIT.
026129     EXIT.
026130
026131 2425-SHARE-ONE.
026132     ADD 1 TO PST-GO-SUB.
026133     IF PST-GO-CUST (PST-GO-SUB) NOT = AC-CUST-NUMBER
026134         GO TO 2425-EXIT.
026135     IF PST-GO-ACCT (PST-GO-SUB) NOT = ZERO
026136      AND PST-GO-ACCT (PST-GO-SUB) NOT = AC-ACCT-SEQ
026137         GO TO 2425-EXIT.
026138     IF PST-GO-REMAIN (PST-GO-SUB) = ZERO
026139         GO TO 2425-EXIT.
026140     IF PST-GO-REMAIN (PST-GO-SUB) < PST-SWEEP-AVAIL
026141         MOVE PST-GO-REMAIN (PST-GO-SUB)
026142             TO PST-GO-SWEEP (PST-GO-SUB)
026143     ELSE
026144         MOVE PST-SWEEP-AVAIL TO PST-GO-SWEEP (PST-GO-SUB)
026145     END-IF.
026146     SUBTRACT PST-GO-SWEEP (PST-GO-SUB) FROM PST-SWEEP-AVAIL.
026147     ADD PST-GO-SWEEP (PST-GO-SUB) TO PST-SWEEP-TOTAL.
026148 2425-EXIT.
026149     EXIT.
026150
026151******************************************************************
026152*    2430-POST-SWEEP.  ONE ORDER'S SHARE OF THE CREDIT: LOGGED   *
026153*    AS A DEBIT UNDER SOURCE "GARNISH" WITH THE ORDER NUMBER AS  *
026154*    REFERENCE, AND ADDED TO THE ORDER'S SEIZED AMOUNT.  THE     *
026155*    ACCOUNT AND SALDO WERE ALREADY REWRITTEN NET OF THE SWEEP.  *
026156******************************************************************
026157 2430-POST-SWEEP.
026158     ADD 1 TO PST-GO-SUB.
026159     IF PST-GO-SWEEP (PST-GO-SUB) = ZERO
026160         GO TO 2430-EXIT.
026161     MOVE PST-GO-CUST (PST-GO-SUB) TO GO-CUST-NUMBER.
026162     MOVE PST-GO-ORDER (PST-GO-SUB) TO GO-ORDER-NUMBER.
026163     READ GARNISHMENT-ORDERS
026164         INVALID KEY
026165             MOVE "GARNISHMENT ORDER NOT ON REGISTER"
026166                 TO PST-MSG-TEXT
026167             GO TO 9000-ABEND
026168     END-READ.
026169     ADD PST-GO-SWEEP (PST-GO-SUB) TO GO-SEIZED-AMOUNT.
026170     MOVE TXN-POST-DATE TO GO-LAST-SWEEP-DATE.
026171     IF GO-SEIZED-AMOUNT >= GO-SEIZE-AMOUNT
026172         MOVE "S" TO GO-STATUS.
026173     REWRITE GARNISHMENT-ORDER-RECORD.
026174     IF PST-GO-STATUS NOT = "00"
026175         MOVE "GARNISHMENT ORDER REWRITE FAILED" TO PST-MSG-TEXT
026176         GO TO 9000-ABEND.
026177     SUBTRACT PST-GO-SWEEP (PST-GO-SUB)
026178         FROM PST-GO-REMAIN (PST-GO-SUB).
026179     SUBTRACT PST-GO-SWEEP (PST-GO-SUB) FROM PST-SWEEP-BALANCE.
026180     MOVE TXN-CUST-NUMBER TO PH-CUST-NUMBER.
026181     MOVE TXN-POST-DATE TO PH-POST-DATE.
026182     MOVE "D" TO PH-TXN-TYPE.
026183     MOVE PST-GO-SWEEP (PST-GO-SUB) TO PH-AMOUNT.
026184     MOVE PST-SWEEP-BALANCE TO PH-BALANCE-AFTER.
026185     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
026186     MOVE PST-GO-ORDER (PST-GO-SUB) TO PH-REFERENCE.
026187     MOVE "GARNISH " TO PH-SOURCE.
026188     MOVE CUST-BRANCH TO PH-BRANCH.
026189     MOVE PST-RUN-DATE TO PH-PROC-DATE.
026190     MOVE ZERO TO PH-ADJ-PERIOD.
026191     MOVE SPACES TO PH-ORIG-CURRENCY.
026192     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
026193     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
026198     ADD 1 TO PST-SWEEP-COUNT.
026199     ADD PST-GO-SWEEP (PST-GO-SUB) TO PST-SWEEP-AMOUNT.
026200     ADD PST-GO-SWEEP (PST-GO-SUB) TO PST-DEBIT-AMOUNT.
026201     MOVE ZERO TO PST-GO-SWEEP (PST-GO-SUB).
026202 2430-EXIT.
026203     EXIT.
026204
026205******************************************************************
026206*    2500-CHECK-ESTATE.  WHILE AN ESTATE CASE IS OPEN A DEBIT    *
026207*    POSTS ONLY AGAINST AN UNUSED ESTATE PAYMENT APPROVAL WITH   *
026208*    THE SAME REFERENCE AND AT LEAST THE AMOUNT POSTED.          *
026209******************************************************************
026210 2500-CHECK-ESTATE.
026211     MOVE TXN-CUST-NUMBER TO EC-CUST-NUMBER.
026212     READ ESTATE-REGISTER
026213         INVALID KEY
026214             GO TO 2500-EXIT
026215     END-READ.
026216     IF NOT EC-CASE-OPEN
026217         GO TO 2500-EXIT.
026218     MOVE ZERO TO PST-EC-SUB.
026219     PERFORM 2510-SCAN-APPROVAL THRU 2510-EXIT
026220         UNTIL PST-EC-SUB >= 5
026221            OR PST-EC-SLOT > ZERO.
026222     IF PST-EC-SLOT = ZERO
026223         MOVE "DECEASED - DEBITS FROZEN" TO PST-REJECT-REASON
026224         MOVE "Y" TO PST-REJECT-SW
026225         ADD 1 TO PST-EST-REJECT-COUNT.
026226 2500-EXIT.
026227     EXIT.
026228
026229 2510-SCAN-APPROVAL.
026230     ADD 1 TO PST-EC-SUB.
026231     IF EC-PAY-REFERENCE (PST-EC-SUB) = TXN-REFERENCE
026232      AND EC-PAY-USED-DATE (PST-EC-SUB) = ZERO
026233      AND EC-PAY-AMOUNT (PST-EC-SUB) NOT < PST-POST-AMOUNT
026234         MOVE PST-EC-SUB TO PST-EC-SLOT.
026235 2510-EXIT.
026236     EXIT.
026237
026238******************************************************************
026239*    2520-CHECK-TAKEOVER.  A TAKEOVER CASE WITH DEBITS BLOCKED   *
026240*    REFUSES EVERY DEBIT UNTIL ATOREVW CLEARS IT.                *
026241******************************************************************
026242 2520-CHECK-TAKEOVER.
026243     MOVE TXN-CUST-NUMBER TO TK-CUST-NUMBER.
026244     READ TAKEOVER-CASES
026245         INVALID KEY
026246             GO TO 2520-EXIT
026247     END-READ.
026248     IF TK-CLEARED OR NOT TK-DEBITS-BLOCKED
026249         GO TO 2520-EXIT.
026250     MOVE "ACCOUNT TAKEOVER HOLD" TO PST-REJECT-REASON.
026251     MOVE "Y" TO PST-REJECT-SW.
026252     ADD 1 TO PST-TK-REJECT-COUNT.
026253 2520-EXIT.
026254     EXIT.
026255
026256******************************************************************
026257*    2550-USE-APPROVAL.  THE APPROVED ESTATE PAYMENT HAS POSTED; *
026258*    MARK THE APPROVAL USED SO IT CANNOT RELEASE A SECOND DEBIT. *
026259******************************************************************
026260 2550-USE-APPROVAL.
026261     MOVE PST-RUN-DATE TO EC-PAY-USED-DATE (PST-EC-SLOT).
026262     REWRITE ESTATE-CASE-RECORD.
026263     IF PST-EC-STATUS NOT = "00"
026264         MOVE "ESTATE REGISTER REWRITE FAILED" TO PST-MSG-TEXT
026265         GO TO 9000-ABEND.
026266     ADD 1 TO PST-EST-PAY-COUNT.
026267     ADD PST-POST-AMOUNT TO PST-EST-PAY-AMOUNT.
026268 2550-EXIT.
026269     EXIT.
026270
026271******************************************************************
026272*    2600-WRITE-HISTORY.  ADD THE POSTING-HISTORY-RECORD BUILT   *
026273*    BY THE CALLER.  A POSTING SHARING CUSTOMER, DATE AND        *
026274*    REFERENCE WITH ONE ALREADY ON FILE (A SAME-DAY REVERSAL,    *
026275*    A SWEEP FOR THE SAME ORDER) TAKES THE NEXT KEY SEQUENCE.    *
026276******************************************************************
026277 2600-WRITE-HISTORY.
026278     MOVE ZERO TO PH-KEY-SEQ.
026279 2600-WRITE-TRY.
026280     WRITE POSTING-HISTORY-RECORD.
026281     IF PST-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
026282         ADD 1 TO PH-KEY-SEQ
026283         GO TO 2600-WRITE-TRY.
026284     IF PST-HIST-STATUS NOT = "00"
026285         MOVE "POSTING HISTORY WRITE FAILED" TO PST-MSG-TEXT
026286         GO TO 9000-ABEND.
026287 2600-EXIT.
026289     EXIT.
026291
026293******************************************************************
026295*    2700-RAISE-ALERTS.  A POSTED ITEM THAT WENT OVER LIMIT ON   *
026297*    A REFER FACILITY, OR A DEBIT THAT TOOK THE ACCOUNT FROM AT  *
026299*    OR ABOVE THE CUSTOMER'S WARNING LEVEL TO BELOW IT, RAISES   *
026301*    AN ALERT EVENT.  CONSENT IS ALERTRUN'S BUSINESS, NOT OURS.  *
026303******************************************************************
026305 2700-RAISE-ALERTS.
026307     IF PST-AE-REFERRED
026309         MOVE SPACES TO ALERT-EVENT-RECORD
026311         MOVE "OR" TO AE-EVENT-TYPE
026313         PERFORM 2710-WRITE-EVENT THRU 2710-EXIT.
026315     IF PST-WORK-DRCR NOT = "D" OR NOT PST-CH-OPEN
026317         GO TO 2700-EXIT.
026319     MOVE TXN-CUST-NUMBER TO CH-CUST-NUMBER.
026321     READ CONTACT-CHANNEL
026323         INVALID KEY
026325             GO TO 2700-EXIT
026327     END-READ.
026329     IF CH-LOW-BALANCE = ZERO
026331      OR PST-AE-OLD-BALANCE < CH-LOW-BALANCE
026333      OR AC-SALDO NOT < CH-LOW-BALANCE
026335         GO TO 2700-EXIT.
026337     MOVE SPACES TO ALERT-EVENT-RECORD.
026339     MOVE "LB" TO AE-EVENT-TYPE.
026341     PERFORM 2710-WRITE-EVENT THRU 2710-EXIT.
026343 2700-EXIT.
026345     EXIT.
026347
026349 2710-WRITE-EVENT.
026351     MOVE TXN-CUST-NUMBER TO AE-CUST-NUMBER.
026353     MOVE AC-ACCT-SEQ TO AE-ACCT-SEQ.
026355     MOVE PST-RUN-DATE TO AE-EVENT-DATE.
026357     MOVE "POSTRUN " TO AE-SOURCE.
026359     MOVE AC-SALDO TO AE-AMOUNT.
026361     MOVE TXN-REFERENCE TO AE-REFERENCE.
026363     WRITE ALERT-EVENT-RECORD.
026365     IF PST-AE-STATUS NOT = "00"
026367         MOVE "ALERT EVENT WRITE FAILED" TO PST-MSG-TEXT
026369         GO TO 9000-ABEND.
026371     ADD 1 TO PST-AE-COUNT.
026373 2710-EXIT.
026375     EXIT.
026377
026379******************************************************************
026381*    2900-READ-TXN.  READ THE NEXT TRANSACTION RECORD.           *
026383******************************************************************
026400 2900-READ-TXN.
026500     READ TRANSACTION-FILE
026600         AT END MOVE "Y" TO PST-TXN-EOF-SW
031605     MOVE ZERO TO PST-TOT-AMOUNT.
031606     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031608         AFTER ADVANCING 1 LINE.
031609     MOVE "HIGH-RISK DEBITS REFERRED" TO PST-TOT-LABEL.
031610     MOVE PST-RISK-REFER-COUNT TO PST-TOT-COUNT.
031611     MOVE PST-RISK-REFER-AMOUNT TO PST-TOT-AMOUNT.
031612     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031613         AFTER ADVANCING 1 LINE.
031614     MOVE "REVERSALS APPLIED" TO PST-TOT-LABEL.
031620     MOVE PST-REVERSAL-COUNT TO PST-TOT-COUNT.
031630     MOVE ZERO TO PST-TOT-AMOUNT.
031640     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031650         AFTER ADVANCING 1 LINE.
031658     MOVE "CHARGED-OFF RECOVERIES" TO PST-TOT-LABEL.
031666     MOVE PST-RECOVER-COUNT TO PST-TOT-COUNT.
031674     MOVE PST-RECOVER-AMOUNT TO PST-TOT-AMOUNT.
031682     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031690         AFTER ADVANCING 1 LINE.
031691     MOVE "FOREIGN ITEMS CONVERTED" TO PST-TOT-LABEL.
031692     MOVE PST-CONVERT-COUNT TO PST-TOT-COUNT.
031693     MOVE PST-CONVERT-AMOUNT TO PST-TOT-AMOUNT.
031694     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031695         AFTER ADVANCING 1 LINE.
031703     MOVE "COURT ORDER SWEEPS" TO PST-TOT-LABEL.
031711     MOVE PST-SWEEP-COUNT TO PST-TOT-COUNT.
031719     MOVE PST-SWEEP-AMOUNT TO PST-TOT-AMOUNT.
031727     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031735         AFTER ADVANCING 1 LINE.
031743     MOVE "DEBITS REFUSED - HELD" TO PST-TOT-LABEL.
031751     MOVE PST-HELD-REJECT-COUNT TO PST-TOT-COUNT.
031759     MOVE ZERO TO PST-TOT-AMOUNT.
031767     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031775         AFTER ADVANCING 1 LINE.
031777     MOVE "DEBITS REFUSED - ESTATE" TO PST-TOT-LABEL.
031779     MOVE PST-EST-REJECT-COUNT TO PST-TOT-COUNT.
031781     MOVE ZERO TO PST-TOT-AMOUNT.
031783     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031785         AFTER ADVANCING 1 LINE.
031786     MOVE "DEBITS REFUSED - FRAUD HOLD" TO PST-TOT-LABEL.
031787     MOVE PST-TK-REJECT-COUNT TO PST-TOT-COUNT.
031788     MOVE ZERO TO PST-TOT-AMOUNT.
031789     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031790         AFTER ADVANCING 1 LINE.
031791     MOVE "ESTATE PAYMENTS RELEASED" TO PST-TOT-LABEL.
031792     MOVE PST-EST-PAY-COUNT TO PST-TOT-COUNT.
031793     MOVE PST-EST-PAY-AMOUNT TO PST-TOT-AMOUNT.
031794     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031795         AFTER ADVANCING 1 LINE.
031808     MOVE "ALERT EVENTS RAISED" TO PST-TOT-LABEL.
031821     MOVE PST-AE-COUNT TO PST-TOT-COUNT.
031834     MOVE ZERO TO PST-TOT-AMOUNT.
031847     WRITE REPORT-LINE FROM PST-TOTAL-LINE
031860         AFTER ADVANCING 1 LINE.
031873     MOVE "ITEMS REJECTED" TO PST-TOT-LABEL.
031886     MOVE PST-REJECT-COUNT TO PST-TOT-COUNT.
031900     MOVE ZERO TO PST-TOT-AMOUNT.
032000     WRITE REPORT-LINE FROM PST-TOTAL-LINE
032100         AFTER ADVANCING 1 LINE.
032820     CALL "JRNLWRT" USING JRNL-PARM.
032900     CLOSE TRANSACTION-FILE
033000           CUSTOMER-MASTER
033050           ACCOUNT-MASTER
033100           REJECT-FILE
033200           POSTING-HISTORY
033250           REFERRAL-REPORT
033300           CONTROL-REPORT
033316           ALERT-EVENT-FILE.
033333     IF PST-LOSS-OPEN
033366         CLOSE LOSS-LEDGER.
033377     IF PST-GO-OPEN
033388         CLOSE GARNISHMENT-ORDERS.
033392     IF PST-EC-OPEN
033396         CLOSE ESTATE-REGISTER.
033401     IF PST-TK-OPEN
033406         CLOSE TAKEOVER-CASES.
033411     IF PST-RG-OPEN
033416         CLOSE RISK-REGISTER.
033423     IF PST-CH-OPEN
033448         CLOSE CONTACT-CHANNEL.
033473 5000-EXIT.
033500     EXIT.
033600
033700******************************************************************
