000100******************************************************************
000200* PROGRAM NAME:   ACCTCLOS                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* CUSTOMER RELATIONSHIP CLOSURE RUN.  DRIVEN BY THE CLOSURE      *
000600* REQUEST FILE (CLOSREQ).  FOR EACH REQUEST: POSTS CLOSING       *
000700* INTEREST ON EVERY OPEN ACCOUNT FOR THE MONTH TO DATE, WORKED   *
000800* OUT EXACTLY AS THE INTACCR MONTH-END ACCRUAL DOES (AVERAGE     *
000900* DAILY BALANCE FROM THE MONTH'S POSTING PATH; THE PRODCAT BAND  *
000950* RATE FOR A PRODUCT ACCOUNT, ELSE THE RATE PER CURRENCY FROM    *
001000* THE RATE FILE) AND LOGGED UNDER SOURCE "INTACCR" LIKE ANY      *
001050* OTHER INTEREST; PAYS A CREDIT BALANCE OUT TO                   *
001100* THE EXTERNAL ACCOUNT ON THE REQUEST VIA A PAYOUT INSTRUCTION   *
001200* AND A MATCHING DEBIT; CLOSES THE ACCOUNTS; CANCELS ALL THE     *
001300* CUSTOMER'S STANDING ORDERS; MARKS THE MASTER CLOSED (STATE     *
001400* "C") WITH THE REASON CODE ON THE STATUS HISTORY SO THE         *
001500* RETENTION PURGE PICKS IT UP IN DUE COURSE; AND LISTS THE       *
001600* CUSTOMER ON THE FINAL-STATEMENT FILE SO TONIGHT'S MYPROG RUN   *
001700* PRODUCES A LAST STATEMENT WHATEVER THE STATEMENT CYCLE.        *
001800* A CLOSURE IS REFUSED, AND NOTHING IS CHANGED, WHEN SALDO OR    *
001900* ANY ACCOUNT WOULD BE NEGATIVE, AN ACCOUNT IS CHARGED OFF, THE  *
002000* CUSTOMER IS ON SANCTIONS HOLD OR UNDER AN ACTIVE GARNISHMENT   *
002100* OR LEVY ORDER, OR A CREDIT BALANCE HAS NOWHERE TO GO.  ANY     *
002200* REFUSAL ENDS THE STEP WITH RC=4.                               *
002300*                                                                *
002400* MAINTENANCE LOG                                                *
002500* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002600* --------- ------------  -------------------------------------- *
002700* 15/10/26  HK            CREATED - CUSTOMER CLOSURE RUN         *
002720* 15/10/26  HK            POSTING HISTORY IS KEYED: CLOSING      *
002740*                         INTEREST READS EACH ACCOUNT'S MONTH    *
002760*                         BY KEY AND REBUILDS THE BALANCE PATH   *
002780*                         FROM THE MOVEMENTS, AS INTACCR DOES    *
002786* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 140   *
002792*                         BYTES FOR THE PAYEE                    *
002793* 15/10/26  HK            CLOSING INTEREST PRICES A PRODUCT      *
002794*                         ACCOUNT AT ITS PRODCAT BAND RATE, AS   *
002795*                         INTACCR DOES, AND IS LOGGED UNDER      *
002796*                         SOURCE "INTACCR" SO THE TAX            *
002797*                         CERTIFICATE AND PROFRPT INCLUDE IT;    *
002798*                         THE PAYOUT STAYS SOURCE "CLOSURE"      *
002812* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002826*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002840* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 150   *
002854*                         BYTES; ORDER CREATED DATE HELD AS A    *
002868*                         DISPLAY DATE                           *
002882******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  ACCTCLOS.
003100 AUTHOR. H. KELLER.
003200 INSTALLATION. COBOL DEVELOPMENT CENTER.
003300 DATE-WRITTEN. 15/10/26.
003400 DATE-COMPILED. 15/10/26.
003500 SECURITY. NON-CONFIDENTIAL.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CLOSURE-REQUESTS ASSIGN TO CLOSREQ
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS CLS-REQ-STATUS.
004300     SELECT RATE-FILE ASSIGN TO RATEFILE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CLS-RATE-STATUS.
004600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CUST-NUMBER
005000         FILE STATUS IS CLS-MAST-STATUS.
005100     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS AC-KEY
005500         FILE STATUS IS CLS-ACCT-STATUS.
005516     SELECT PRODUCT-CATALOG ASSIGN TO PRODCAT
005532         ORGANIZATION IS INDEXED
005548         ACCESS MODE IS RANDOM
005564         RECORD KEY IS PD-PRODUCT-CODE
005580         FILE STATUS IS CLS-PROD-STATUS.
005600     SELECT STANDING-ORDER-FILE ASSIGN TO STORDFIL
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS SO-KEY
006000         FILE STATUS IS CLS-ORD-STATUS.
006100     SELECT GARNISHMENT-ORDERS ASSIGN TO GARNORD
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS GO-KEY
006500         FILE STATUS IS CLS-GO-STATUS.
006600     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
006700         ORGANIZATION IS INDEXED
006733         ACCESS MODE IS DYNAMIC
006766         RECORD KEY IS PH-KEY
006800         FILE STATUS IS CLS-HIST-STATUS.
006900     SELECT STATUS-HISTORY ASSIGN TO STATHSTO
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CLS-STH-STATUS.
007200     SELECT PAYOUT-FILE ASSIGN TO PAYOUT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS CLS-PAY-STATUS.
007500     SELECT FINAL-STATEMENT-FILE ASSIGN TO FINALSTM
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS CLS-FIN-STATUS.
007800     SELECT CLOSURE-REPORT ASSIGN TO CLOSRPT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS CLS-RPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CLOSURE-REQUESTS
008500     RECORD CONTAINS 80 CHARACTERS.
008600 COPY CLOSREQ.
008700
008800 FD  RATE-FILE
008900     RECORD CONTAINS 32 CHARACTERS.
009000 COPY RATEFILE.
009020
009040 FD  PRODUCT-CATALOG
009060     RECORD CONTAINS 160 CHARACTERS.
009080 COPY PRODCAT.
009100
009200 FD  CUSTOMER-MASTER
009300     RECORD CONTAINS 273 CHARACTERS.
009400 COPY CUSTMAST.
009500
009600 FD  ACCOUNT-MASTER
009700     RECORD CONTAINS 100 CHARACTERS.
009800 COPY ACCTMAST.
009900
010000 FD  STANDING-ORDER-FILE
010100     RECORD CONTAINS 150 CHARACTERS.
010200 COPY STANDORD.
010300
010400 FD  GARNISHMENT-ORDERS
010500     RECORD CONTAINS 120 CHARACTERS.
010600 COPY GARNORD.
010700
010800 FD  POSTING-HISTORY
010900     RECORD CONTAINS 100 CHARACTERS.
011000 COPY POSTHIST.
011100
011200 FD  STATUS-HISTORY
011300     RECORD CONTAINS 30 CHARACTERS.
011400 COPY STATHIST.
011500
011600 FD  PAYOUT-FILE
011700     RECORD CONTAINS 120 CHARACTERS.
011800 COPY PAYINSTR.
011900
012000 FD  FINAL-STATEMENT-FILE
012100     RECORD CONTAINS 20 CHARACTERS.
012200 COPY FINALSTM.
012300
012400 FD  CLOSURE-REPORT
012500     RECORD CONTAINS 132 CHARACTERS.
012600 01  REPORT-LINE                 PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900 77  CLS-REQ-STATUS              PIC X(02).
013000 77  CLS-RATE-STATUS             PIC X(02).
013100 77  CLS-MAST-STATUS             PIC X(02).
013200 77  CLS-ACCT-STATUS             PIC X(02).
013250 77  CLS-PROD-STATUS             PIC X(02).
013300 77  CLS-ORD-STATUS              PIC X(02).
013400 77  CLS-GO-STATUS               PIC X(02).
013500 77  CLS-HIST-STATUS             PIC X(02).
013600 77  CLS-STH-STATUS              PIC X(02).
013700 77  CLS-PAY-STATUS              PIC X(02).
013800 77  CLS-FIN-STATUS              PIC X(02).
013900 77  CLS-RPT-STATUS              PIC X(02).
014000
014100 77  CLS-REQ-EOF-SW              PIC X(01) VALUE "N".
014200     88  CLS-REQ-EOF             VALUE "Y".
014300 77  CLS-RATE-EOF-SW             PIC X(01) VALUE "N".
014400     88  CLS-RATE-EOF            VALUE "Y".
014500 77  CLS-HIST-EOF-SW             PIC X(01) VALUE "N".
014600     88  CLS-HIST-EOF            VALUE "Y".
014700 77  CLS-ACCT-DONE-SW            PIC X(01) VALUE "N".
014800     88  CLS-ACCT-DONE           VALUE "Y".
014900 77  CLS-ORD-DONE-SW             PIC X(01) VALUE "N".
015000     88  CLS-ORD-DONE            VALUE "Y".
015100 77  CLS-GO-DONE-SW              PIC X(01) VALUE "N".
015200     88  CLS-GO-DONE             VALUE "Y".
015300 77  CLS-ORD-OPEN-SW             PIC X(01) VALUE "N".
015400     88  CLS-ORD-OPEN            VALUE "Y".
015500 77  CLS-GO-OPEN-SW              PIC X(01) VALUE "N".
015600     88  CLS-GO-OPEN             VALUE "Y".
015700 77  CLS-RATE-FOUND-SW           PIC X(01) VALUE "N".
015800     88  CLS-RATE-FOUND          VALUE "Y".
015842 77  CLS-PROD-OPEN-SW            PIC X(01) VALUE "N".
015884     88  CLS-PROD-OPEN           VALUE "Y".
015926 77  CLS-PROD-FOUND-SW           PIC X(01) VALUE "N".
015968     88  CLS-PRODUCT-FOUND       VALUE "Y".
016010 77  CLS-BAND-DONE-SW            PIC X(01) VALUE "N".
016052     88  CLS-BAND-DONE           VALUE "Y".
016100 77  CLS-REFUSE-SW               PIC X(01) VALUE "N".
016200     88  CLS-REFUSED             VALUE "Y".
016300
016400 77  CLS-RATE-MAX                PIC 9(02) COMP VALUE 20.
016500 77  CLS-RATE-COUNT              PIC 9(02) COMP VALUE ZERO.
016600 77  CLS-RATE-SUB                PIC 9(02) COMP VALUE ZERO.
016633 77  CLS-BAND-SUB                PIC 9(01) COMP VALUE ZERO.
016666 77  CLS-BAND-NEXT               PIC 9(01) COMP VALUE ZERO.
016700 77  CLS-REQ-MAX                 PIC 9(04) COMP VALUE 500.
016800 77  CLS-REQ-COUNT               PIC 9(04) COMP VALUE ZERO.
016900 77  CLS-REQ-SUB                 PIC 9(04) COMP VALUE ZERO.
017100 77  CLS-HIST-MAX                PIC 9(04) COMP VALUE 5000.
017200 77  CLS-HIST-COUNT              PIC 9(04) COMP VALUE ZERO.
017300 77  CLS-HIST-SUB                PIC 9(04) COMP VALUE ZERO.
017400 77  CLS-AC-MAX                  PIC 9(03) COMP VALUE 99.
017500 77  CLS-AC-COUNT                PIC 9(03) COMP VALUE ZERO.
017600 77  CLS-AC-SUB                  PIC 9(03) COMP VALUE ZERO.
017700
017800 77  CLS-REQUEST-COUNT           PIC 9(05) COMP VALUE ZERO.
017900 77  CLS-CLOSED-COUNT            PIC 9(05) COMP VALUE ZERO.
018000 77  CLS-REFUSED-COUNT           PIC 9(05) COMP VALUE ZERO.
018100 77  CLS-ACCOUNTS-CLOSED         PIC 9(05) COMP VALUE ZERO.
018200 77  CLS-ORDERS-CANCELLED        PIC 9(05) COMP VALUE ZERO.
018300 77  CLS-PAYOUT-COUNT            PIC 9(05) COMP VALUE ZERO.
018400 77  CLS-CREDIT-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
018500 77  CLS-DEBIT-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
018600 77  CLS-PAYOUT-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
018700
018800 77  CLS-CUST-INTEREST           PIC S9(09)V9(02) VALUE ZERO.
018900 77  CLS-CUST-PAYOUT             PIC 9(09)V9(02) VALUE ZERO.
019000 77  CLS-CUST-ORDERS             PIC 9(03) COMP VALUE ZERO.
019100 77  CLS-NEW-ROLLUP              PIC S9(09)V9(02) VALUE ZERO.
019200 77  CLS-REFUSE-REASON           PIC X(50) VALUE SPACES.
019300
019400 77  CLS-WORK-RATE               PIC 9(02)V9(04) VALUE ZERO.
019500 77  CLS-INTEREST                PIC S9(07)V9(02) VALUE ZERO.
019600 77  CLS-MONTH-DAYS              PIC 9(02) COMP VALUE ZERO.
019700 77  CLS-FIRST-INT               PIC 9(07) COMP VALUE ZERO.
019800 77  CLS-LAST-INT                PIC 9(07) COMP VALUE ZERO.
019900 77  CLS-RUN-INT                 PIC 9(07) COMP VALUE ZERO.
020000 77  CLS-PREV-INT                PIC 9(07) COMP VALUE ZERO.
020100 77  CLS-POST-INT                PIC 9(07) COMP VALUE ZERO.
020200 77  CLS-DAYS-HELD               PIC S9(03) COMP VALUE ZERO.
020300 77  CLS-POSTINGS-SEEN           PIC 9(04) COMP VALUE ZERO.
020333 77  CLS-HIST-ACCT               PIC 9(02) VALUE ZERO.
020366 77  CLS-MONTH-NET               PIC S9(09)V9(02) VALUE ZERO.
020400 77  CLS-PREV-BAL                PIC S9(07)V9(02) VALUE ZERO.
020500 77  CLS-WEIGHTED                PIC S9(11)V9(02) VALUE ZERO.
020600 77  CLS-AVG-BALANCE             PIC S9(07)V9(02) VALUE ZERO.
020650 77  CLS-ABS-BALANCE             PIC 9(07)V9(02) VALUE ZERO.
020700
020800 77  CLS-PH-TYPE                 PIC X(01) VALUE SPACE.
020900 77  CLS-PH-AMOUNT               PIC 9(07)V9(02) VALUE ZERO.
021000 77  CLS-PH-REFERENCE            PIC X(10) VALUE SPACES.
021050 77  CLS-PH-SOURCE               PIC X(08) VALUE SPACES.
021100
021200 01  CLS-RUN-DATE                PIC 9(08).
021300 01  CLS-RUN-DATE-X REDEFINES CLS-RUN-DATE.
021400     05  CLS-RUN-YYYYMM          PIC 9(06).
021500     05  CLS-RUN-DD              PIC 9(02).
021600 01  CLS-HIST-DATE-X.
021700     05  CLS-HIST-YYYYMM         PIC 9(06).
021800     05  FILLER                  PIC X(02).
021900 01  CLS-EDGE-DATE.
022000     05  CLS-EDGE-YYYYMM         PIC 9(06).
022100     05  CLS-EDGE-DD             PIC 9(02).
022200 01  CLS-EDGE-DATE-N REDEFINES CLS-EDGE-DATE
022300                                 PIC 9(08).
022400
022500 01  CLS-TS-DATE                 PIC 9(08).
022600 01  CLS-TS-DATE-X REDEFINES CLS-TS-DATE.
022700     05  CLS-TS-YYYY             PIC X(04).
022800     05  CLS-TS-MM               PIC X(02).
022900     05  CLS-TS-DD               PIC X(02).
023000 01  CLS-TS-TIME                 PIC 9(08).
023100 01  CLS-TS-TIME-X REDEFINES CLS-TS-TIME.
023200     05  CLS-TS-HH               PIC X(02).
023300     05  CLS-TS-MI               PIC X(02).
023400     05  CLS-TS-SS               PIC X(02).
023500     05  CLS-TS-HS               PIC X(02).
023600 01  CLS-TIME-STAMP.
023700     05  CLS-STP-YYYY            PIC X(04).
023800     05  FILLER                  PIC X(01) VALUE "-".
023900     05  CLS-STP-MM              PIC X(02).
024000     05  FILLER                  PIC X(01) VALUE "-".
024100     05  CLS-STP-DD              PIC X(02).
024200     05  FILLER                  PIC X(01) VALUE SPACE.
024300     05  CLS-STP-HH              PIC X(02).
024400     05  FILLER                  PIC X(01) VALUE ":".
024500     05  CLS-STP-MI              PIC X(02).
024600     05  FILLER                  PIC X(01) VALUE ":".
024700     05  CLS-STP-SS              PIC X(02).
024800     05  FILLER                  PIC X(01) VALUE ".".
024900     05  CLS-STP-HS              PIC X(02).
025000     05  FILLER                  PIC X(06) VALUE "+01:00".
025100
025200* TONIGHT'S REQUESTS
025400 01  CLS-REQ-TABLE.
025500     05  CLS-REQ-ENTRY OCCURS 500 TIMES.
025600         10  CLS-RQ-CUST         PIC 9(06).
025700         10  CLS-RQ-REASON       PIC X(04).
025800         10  CLS-RQ-REQUESTER    PIC X(20).
025900         10  CLS-RQ-IBAN         PIC X(34).
026000
026100* THE MONTH'S POSTINGS TO THE ACCOUNT IN HAND, AS IN INTACCR
026200 01  CLS-HIST-TABLE.
026300     05  CLS-HIST-ENTRY OCCURS 5000 TIMES.
026600         10  CLS-TBL-POST-DATE   PIC 9(08).
026700         10  CLS-TBL-TYPE        PIC X(01).
026800         10  CLS-TBL-AMOUNT      PIC 9(07)V9(02).
027000
027100 01  CLS-RATE-TABLE.
027200     05  CLS-RATE-ENTRY OCCURS 20 TIMES.
027300         10  CLS-TBL-CURRENCY    PIC X(03).
027400         10  CLS-TBL-CREDIT-PCT  PIC 9(02)V9(04).
027500         10  CLS-TBL-DEBIT-PCT   PIC 9(02)V9(04).
027600
027700* THE CUSTOMER'S OPEN ACCOUNTS, ASSESSED BEFORE ANYTHING IS
027800* CHANGED SO A REFUSAL LEAVES THE CUSTOMER UNTOUCHED
027900 01  CLS-AC-TABLE.
028000     05  CLS-AC-ENTRY OCCURS 99 TIMES.
028100         10  CLS-AC-SEQ          PIC 9(02).
028200         10  CLS-AC-INTEREST     PIC S9(07)V9(02).
028300         10  CLS-AC-NEW-BAL      PIC S9(09)V9(02).
028400
028500 COPY JRNLPARM.
028600
028700 01  CLS-HEADING-1.
028800     05  FILLER                  PIC X(09) VALUE "ACCTCLOS ".
028900     05  FILLER                  PIC X(35)
029000         VALUE "CUSTOMER CLOSURE REGISTER          ".
029100     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
029200     05  CLS-HDG-DATE            PIC 9(08).
029300     05  FILLER                  PIC X(70) VALUE SPACES.
029400
029500 01  CLS-HEADING-2.
029600     05  FILLER                  PIC X(08) VALUE "CUST".
029700     05  FILLER                  PIC X(27) VALUE "NAME".
029800     05  FILLER                  PIC X(06) VALUE "RSN".
029900     05  FILLER                  PIC X(14) VALUE "    INTEREST".
030000     05  FILLER                  PIC X(14) VALUE "     PAID OUT".
030100     05  FILLER                  PIC X(05) VALUE "ACCT".
030200     05  FILLER                  PIC X(05) VALUE " SO".
030300     05  FILLER                  PIC X(53) VALUE "  RESULT".
030400
030500 01  CLS-DETAIL-LINE.
030600     05  CLS-DTL-CUST            PIC 9(06).
030700     05  FILLER                  PIC X(02) VALUE SPACES.
030800     05  CLS-DTL-FIRSTNAME       PIC X(10).
030900     05  FILLER                  PIC X(01) VALUE SPACE.
031000     05  CLS-DTL-LASTNAME        PIC X(15).
031100     05  FILLER                  PIC X(01) VALUE SPACE.
031200     05  CLS-DTL-REASON          PIC X(04).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  CLS-DTL-INTEREST        PIC -(09)9.99.
031500     05  FILLER                  PIC X(01) VALUE SPACE.
031600     05  CLS-DTL-PAYOUT          PIC Z(09)9.99.
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  CLS-DTL-ACCOUNTS        PIC Z9.
031900     05  FILLER                  PIC X(02) VALUE SPACES.
032000     05  CLS-DTL-ORDERS          PIC ZZ9.
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200     05  CLS-DTL-TEXT            PIC X(50).
032300     05  FILLER                  PIC X(03) VALUE SPACES.
032400
032500 01  CLS-TOTAL-LINE.
032600     05  FILLER                  PIC X(10) VALUE SPACES.
032700     05  CLS-TOT-LABEL           PIC X(30).
032800     05  CLS-TOT-COUNT           PIC Z(06)9.
032900     05  FILLER                  PIC X(05) VALUE SPACES.
033000     05  CLS-TOT-AMOUNT          PIC Z(10)9.99.
033100     05  FILLER                  PIC X(66) VALUE SPACES.
033200
033300 01  CLS-MESSAGE-LINE.
033400     05  FILLER                  PIC X(05) VALUE SPACES.
033500     05  CLS-MSG-TEXT            PIC X(60).
033600     05  FILLER                  PIC X(67) VALUE SPACES.
033700
033800 PROCEDURE DIVISION.
033900******************************************************************
034000*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
034100******************************************************************
034200 0000-MAINLINE.
034300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034400     MOVE ZERO TO CLS-REQ-SUB.
034500     PERFORM 2000-CLOSE-CUSTOMER THRU 2000-EXIT
034600         UNTIL CLS-REQ-SUB >= CLS-REQ-COUNT.
034700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
034800     PERFORM 5000-WRAPUP THRU 5000-EXIT.
034900     IF CLS-REFUSED-COUNT > ZERO
035000         MOVE 4 TO RETURN-CODE.
035100     STOP RUN.
035200
035300******************************************************************
035400*    1000-INITIALIZE.  OPEN FILES, LOAD RATES AND REQUESTS.      *
035500*    NO REQUEST FILE MEANS NOTHING TO CLOSE,                     *
035600*    BUT THE FINAL-STATEMENT FILE IS STILL WRITTEN (EMPTY) SO    *
035700*    MYPROG NEVER SEES A PREVIOUS NIGHT'S LIST.                  *
035800******************************************************************
035900 1000-INITIALIZE.
036000     ACCEPT CLS-RUN-DATE FROM DATE YYYYMMDD.
036100     OPEN INPUT  RATE-FILE
036200          I-O    CUSTOMER-MASTER
036300          I-O    ACCOUNT-MASTER
036400          OUTPUT PAYOUT-FILE
036500          OUTPUT FINAL-STATEMENT-FILE
036600          OUTPUT CLOSURE-REPORT.
036700     IF CLS-RATE-STATUS NOT = "00"
036800         MOVE "RATE FILE OPEN FAILED" TO CLS-MSG-TEXT
036900         GO TO 9000-ABEND.
037000     IF CLS-MAST-STATUS NOT = "00"
037100         MOVE "CUSTOMER MASTER OPEN FAILED" TO CLS-MSG-TEXT
037200         GO TO 9000-ABEND.
037300     IF CLS-ACCT-STATUS NOT = "00"
037400         MOVE "ACCOUNT MASTER OPEN FAILED" TO CLS-MSG-TEXT
037500         GO TO 9000-ABEND.
037600     IF CLS-PAY-STATUS NOT = "00"
037700         MOVE "PAYOUT FILE OPEN FAILED" TO CLS-MSG-TEXT
037800         GO TO 9000-ABEND.
037900     IF CLS-FIN-STATUS NOT = "00"
038000         MOVE "FINAL STATEMENT FILE OPEN FAILED" TO CLS-MSG-TEXT
038100         GO TO 9000-ABEND.
038200     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
038300         UNTIL CLS-RATE-EOF.
038400     CLOSE RATE-FILE.
038500     OPEN INPUT CLOSURE-REQUESTS.
038600     IF CLS-REQ-STATUS = "00"
038700         PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
038800             UNTIL CLS-REQ-EOF
038900         CLOSE CLOSURE-REQUESTS.
039000*    NO STANDING-ORDER FILE MEANS NO ORDERS TO CANCEL; NO ORDER
039100*    REGISTER MEANS NO GARNISHMENT OR LEVY HAS BEEN SERVED
039200     OPEN I-O STANDING-ORDER-FILE.
039300     IF CLS-ORD-STATUS = "00"
039400         MOVE "Y" TO CLS-ORD-OPEN-SW.
039500     OPEN INPUT GARNISHMENT-ORDERS.
039600     IF CLS-GO-STATUS = "00"
039700         MOVE "Y" TO CLS-GO-OPEN-SW.
039711*    NO PRODUCT CATALOG MEANS EVERY ACCOUNT AT ITS CURRENCY RATE
039722     OPEN INPUT PRODUCT-CATALOG.
039733     IF CLS-PROD-STATUS = "00"
039744         MOVE "Y" TO CLS-PROD-OPEN-SW
039755     ELSE
039766         IF CLS-PROD-STATUS NOT = "35"
039777             MOVE "PRODUCT CATALOG OPEN FAILED" TO CLS-MSG-TEXT
039788             GO TO 9000-ABEND.
039800     PERFORM 1500-SET-MONTH-EDGES THRU 1500-EXIT.
039900*    THE HISTORY IS OPENED I-O: EACH ACCOUNT'S MONTH IS READ BY
040000*    KEY AND THE CLOSURE POSTINGS ARE ADDED
040600     OPEN I-O POSTING-HISTORY.
040700     IF CLS-HIST-STATUS = "35"
040800         OPEN OUTPUT POSTING-HISTORY
040820         CLOSE POSTING-HISTORY
040840         OPEN I-O POSTING-HISTORY.
040900     IF CLS-HIST-STATUS NOT = "00"
041000         MOVE "POSTING HISTORY OPEN FAILED" TO CLS-MSG-TEXT
041100         GO TO 9000-ABEND.
041200     OPEN EXTEND STATUS-HISTORY.
041300     IF CLS-STH-STATUS = "35"
041400         OPEN OUTPUT STATUS-HISTORY.
041500     IF CLS-STH-STATUS NOT = "00"
041600         MOVE "STATUS HISTORY OPEN FAILED" TO CLS-MSG-TEXT
041700         GO TO 9000-ABEND.
041800     MOVE CLS-RUN-DATE TO CLS-HDG-DATE.
041900     WRITE REPORT-LINE FROM CLS-HEADING-1
042000         AFTER ADVANCING PAGE.
042100     WRITE REPORT-LINE FROM CLS-HEADING-2
042200         AFTER ADVANCING 2 LINES.
042300 1000-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    1100-LOAD-RATES.  THE INTACCR RATE TABLE.                   *
042800******************************************************************
042900 1100-LOAD-RATES.
043000     READ RATE-FILE
043100         AT END
043200             MOVE "Y" TO CLS-RATE-EOF-SW
043300             GO TO 1100-EXIT
043400     END-READ.
043500     IF CLS-RATE-COUNT >= CLS-RATE-MAX
043600         MOVE "RATE TABLE OVERFLOW" TO CLS-MSG-TEXT
043700         GO TO 9000-ABEND.
043800     ADD 1 TO CLS-RATE-COUNT.
043900     MOVE RATE-CURRENCY TO CLS-TBL-CURRENCY (CLS-RATE-COUNT).
044000     MOVE RATE-CREDIT-PCT TO CLS-TBL-CREDIT-PCT (CLS-RATE-COUNT).
044100     MOVE RATE-DEBIT-PCT TO CLS-TBL-DEBIT-PCT (CLS-RATE-COUNT).
044200 1100-EXIT.
044300     EXIT.
044400
044500 1200-LOAD-REQUEST.
044600     READ CLOSURE-REQUESTS
044700         AT END
044800             MOVE "Y" TO CLS-REQ-EOF-SW
044900             GO TO 1200-EXIT
045000     END-READ.
045100     IF CLS-REQ-COUNT >= CLS-REQ-MAX
045200         MOVE "CLOSURE REQUEST TABLE OVERFLOW" TO CLS-MSG-TEXT
045300         GO TO 9000-ABEND.
045400     ADD 1 TO CLS-REQ-COUNT.
045500     MOVE CR-CUST-NUMBER TO CLS-RQ-CUST (CLS-REQ-COUNT).
045600     MOVE CR-REASON-CODE TO CLS-RQ-REASON (CLS-REQ-COUNT).
045700     MOVE CR-REQUESTER TO CLS-RQ-REQUESTER (CLS-REQ-COUNT).
045800     MOVE CR-PAYOUT-IBAN TO CLS-RQ-IBAN (CLS-REQ-COUNT).
045900 1200-EXIT.
046000     EXIT.
046100
050600******************************************************************
050700*    1500-SET-MONTH-EDGES.  FIRST AND LAST CALENDAR DAY OF THE   *
050800*    MONTH AND ITS DAY COUNT, AS IN INTACCR.  INTEREST RUNS      *
050900*    FROM THE FIRST OF THE MONTH UP TO AND INCLUDING TONIGHT.    *
051000******************************************************************
051100 1500-SET-MONTH-EDGES.
051200     MOVE CLS-RUN-DATE TO CLS-EDGE-DATE-N.
051300     MOVE 01 TO CLS-EDGE-DD.
051400     COMPUTE CLS-FIRST-INT =
051500         FUNCTION INTEGER-OF-DATE (CLS-EDGE-DATE-N).
051600     MOVE 28 TO CLS-EDGE-DD.
051700     COMPUTE CLS-POST-INT =
051800         FUNCTION INTEGER-OF-DATE (CLS-EDGE-DATE-N) + 4.
051900     MOVE FUNCTION DATE-OF-INTEGER (CLS-POST-INT)
052000         TO CLS-EDGE-DATE-N.
052100     MOVE 01 TO CLS-EDGE-DD.
052200     COMPUTE CLS-LAST-INT =
052300         FUNCTION INTEGER-OF-DATE (CLS-EDGE-DATE-N) - 1.
052400     COMPUTE CLS-MONTH-DAYS =
052500         CLS-LAST-INT - CLS-FIRST-INT + 1.
052600     COMPUTE CLS-RUN-INT =
052700         FUNCTION INTEGER-OF-DATE (CLS-RUN-DATE).
052800 1500-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200*    2000-CLOSE-CUSTOMER.  ONE REQUEST: CHECK EVERYTHING FIRST,  *
053300*    THEN CLOSE.  A REFUSAL IS REPORTED AND CHANGES NOTHING.     *
053400******************************************************************
053500 2000-CLOSE-CUSTOMER.
053600     ADD 1 TO CLS-REQ-SUB.
053700     ADD 1 TO CLS-REQUEST-COUNT.
053800     MOVE "N" TO CLS-REFUSE-SW.
053900     MOVE ZERO TO CLS-CUST-INTEREST.
054000     MOVE ZERO TO CLS-CUST-PAYOUT.
054100     MOVE ZERO TO CLS-CUST-ORDERS.
054200     MOVE ZERO TO CLS-AC-COUNT.
054300     MOVE CLS-RQ-CUST (CLS-REQ-SUB) TO CUST-NUMBER.
054400     READ CUSTOMER-MASTER
054500         INVALID KEY
054600             MOVE SPACES TO FIRSTNAME LASTNAME
054700             MOVE "REFUSED - NOT ON CUSTOMER MASTER"
054800                 TO CLS-REFUSE-REASON
054900             GO TO 2000-REFUSE
055000     END-READ.
055100     IF CLOSED
055200         MOVE "REFUSED - ALREADY CLOSED" TO CLS-REFUSE-REASON
055300         GO TO 2000-REFUSE.
055400     IF CLS-RQ-REASON (CLS-REQ-SUB) = SPACES
055500         MOVE "REFUSED - NO REASON CODE ON REQUEST"
055600             TO CLS-REFUSE-REASON
055700         GO TO 2000-REFUSE.
055800     IF SANCTION-HOLD
055900         MOVE "REFUSED - ON SANCTIONS HOLD" TO CLS-REFUSE-REASON
056000         GO TO 2000-REFUSE.
056100     IF SALDO < ZERO
056200         MOVE "REFUSED - NEGATIVE SALDO" TO CLS-REFUSE-REASON
056300         GO TO 2000-REFUSE.
056400     IF CLS-GO-OPEN
056500         PERFORM 2100-CHECK-ORDERS THRU 2100-EXIT
056600         IF CLS-REFUSED
056700             GO TO 2000-REFUSE
056800         END-IF
056900     END-IF.
057000     PERFORM 2200-ASSESS-ACCOUNTS THRU 2200-EXIT.
057100     IF CLS-REFUSED
057200         GO TO 2000-REFUSE.
057300     IF CLS-CUST-PAYOUT > ZERO
057400      AND CLS-RQ-IBAN (CLS-REQ-SUB) = SPACES
057500         MOVE "REFUSED - CREDIT BALANCE BUT NO PAYOUT ACCOUNT"
057600             TO CLS-REFUSE-REASON
057700         GO TO 2000-REFUSE.
057800     COMPUTE CLS-NEW-ROLLUP =
057900         SALDO + CLS-CUST-INTEREST - CLS-CUST-PAYOUT.
058000     IF CLS-NEW-ROLLUP > 9999999.99
058100      OR CLS-NEW-ROLLUP < -9999999.99
058200         MOVE "REFUSED - RESULT EXCEEDS BALANCE FIELD"
058300             TO CLS-REFUSE-REASON
058400         GO TO 2000-REFUSE.
058500     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
058600     MOVE ZERO TO CLS-AC-SUB.
058700     PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
058800         UNTIL CLS-AC-SUB >= CLS-AC-COUNT.
058900     IF CLS-ORD-OPEN
059000         PERFORM 2400-CANCEL-ORDERS THRU 2400-EXIT.
059100     PERFORM 2500-CLOSE-MASTER THRU 2500-EXIT.
059200     ADD 1 TO CLS-CLOSED-COUNT.
059300     MOVE "CLOSED - FINAL STATEMENT REQUESTED" TO CLS-DTL-TEXT.
059400     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
059500     GO TO 2000-EXIT.
059600 2000-REFUSE.
059700     ADD 1 TO CLS-REFUSED-COUNT.
059800     MOVE ZERO TO CLS-CUST-INTEREST CLS-CUST-PAYOUT.
059900     MOVE ZERO TO CLS-AC-COUNT CLS-CUST-ORDERS.
060000     MOVE CLS-REFUSE-REASON TO CLS-DTL-TEXT.
060100     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
060200 2000-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600*    2100-CHECK-ORDERS.  AN ACTIVE, UNEXPIRED GARNISHMENT OR     *
060700*    LEVY ORDER HOLDS FUNDS THAT MAY NOT BE PAID OUT.            *
060800******************************************************************
060900 2100-CHECK-ORDERS.
061000     MOVE CUST-NUMBER TO GO-CUST-NUMBER.
061100     MOVE LOW-VALUES TO GO-ORDER-NUMBER.
061200     MOVE "N" TO CLS-GO-DONE-SW.
061300     START GARNISHMENT-ORDERS KEY IS NOT LESS THAN GO-KEY
061400         INVALID KEY
061500             GO TO 2100-EXIT
061600     END-START.
061700     PERFORM 2110-CHECK-ONE-ORDER THRU 2110-EXIT
061800         UNTIL CLS-GO-DONE OR CLS-REFUSED.
061900 2100-EXIT.
062000     EXIT.
062100
062200 2110-CHECK-ONE-ORDER.
062300     READ GARNISHMENT-ORDERS NEXT RECORD
062400         AT END
062500             MOVE "Y" TO CLS-GO-DONE-SW
062600             GO TO 2110-EXIT
062700     END-READ.
062800     IF GO-CUST-NUMBER NOT = CUST-NUMBER
062900         MOVE "Y" TO CLS-GO-DONE-SW
063000         GO TO 2110-EXIT.
063100     IF NOT GO-ACTIVE
063200         GO TO 2110-EXIT.
063300     IF GO-EXPIRY-DATE NOT = ZERO
063400      AND GO-EXPIRY-DATE < CLS-RUN-DATE
063500         GO TO 2110-EXIT.
063600     MOVE "REFUSED - ACTIVE GARNISHMENT OR LEVY ORDER"
063700         TO CLS-REFUSE-REASON.
063800     MOVE "Y" TO CLS-REFUSE-SW.
063900 2110-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300*    2200-ASSESS-ACCOUNTS.  EVERY OPEN ACCOUNT OF THE CUSTOMER   *
064400*    WITH ITS CLOSING INTEREST AND THE BALANCE IT WOULD CLOSE    *
064500*    ON.  NOTHING IS WRITTEN HERE.                               *
064600******************************************************************
064700 2200-ASSESS-ACCOUNTS.
064800     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
064900     MOVE ZERO TO AC-ACCT-SEQ.
065000     MOVE "N" TO CLS-ACCT-DONE-SW.
065100     START ACCOUNT-MASTER KEY IS NOT LESS THAN AC-KEY
065200         INVALID KEY
065300             GO TO 2200-EXIT
065400     END-START.
065500     PERFORM 2210-ASSESS-ONE THRU 2210-EXIT
065600         UNTIL CLS-ACCT-DONE OR CLS-REFUSED.
065700 2200-EXIT.
065800     EXIT.
065900
066000 2210-ASSESS-ONE.
066100     READ ACCOUNT-MASTER NEXT RECORD
066200         AT END
066300             MOVE "Y" TO CLS-ACCT-DONE-SW
066400             GO TO 2210-EXIT
066500     END-READ.
066600     IF AC-CUST-NUMBER NOT = CUST-NUMBER
066700         MOVE "Y" TO CLS-ACCT-DONE-SW
066800         GO TO 2210-EXIT.
066900     IF AC-CLOSED
067000         GO TO 2210-EXIT.
067100     IF AC-CHARGED-OFF
067200         MOVE "REFUSED - CHARGED-OFF ACCOUNT - SEE COLLECTIONS"
067300             TO CLS-REFUSE-REASON
067400         MOVE "Y" TO CLS-REFUSE-SW
067500         GO TO 2210-EXIT.
067600     IF CLS-AC-COUNT >= CLS-AC-MAX
067700         MOVE "ACCOUNT TABLE OVERFLOW" TO CLS-MSG-TEXT
067800         GO TO 9000-ABEND.
067900     PERFORM 2250-CLOSING-INTEREST THRU 2250-EXIT.
068000     ADD 1 TO CLS-AC-COUNT.
068100     MOVE AC-ACCT-SEQ TO CLS-AC-SEQ (CLS-AC-COUNT).
068200     MOVE CLS-INTEREST TO CLS-AC-INTEREST (CLS-AC-COUNT).
068300     COMPUTE CLS-AC-NEW-BAL (CLS-AC-COUNT) =
068400         AC-SALDO + CLS-INTEREST.
068500     IF CLS-AC-NEW-BAL (CLS-AC-COUNT) < ZERO
068600         MOVE "REFUSED - NEGATIVE ACCOUNT BALANCE"
068700             TO CLS-REFUSE-REASON
068800         MOVE "Y" TO CLS-REFUSE-SW
068900         GO TO 2210-EXIT.
069000     IF CLS-AC-NEW-BAL (CLS-AC-COUNT) > 9999999.99
069100         MOVE "REFUSED - RESULT EXCEEDS BALANCE FIELD"
069200             TO CLS-REFUSE-REASON
069300         MOVE "Y" TO CLS-REFUSE-SW
069400         GO TO 2210-EXIT.
069500     ADD CLS-INTEREST TO CLS-CUST-INTEREST.
069600     ADD CLS-AC-NEW-BAL (CLS-AC-COUNT) TO CLS-CUST-PAYOUT.
069700 2210-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100*    2250-CLOSING-INTEREST.  INTACCR'S AVERAGE DAILY BALANCE     *
070200*    AND RATE, OVER THE DAYS OF THE MONTH UP TO TONIGHT: EACH    *
070300*    POSTING MOVES THE BALANCE, WHICH HOLDS UNTIL THE NEXT       *
070400*    POSTING; THE OPENING BALANCE IS THE ACCOUNT BALANCE WITH    *
070500*    THE MONTH'S NET MOVEMENT BACKED OUT (THE ACCOUNT BALANCE    *
070600*    WHEN NOTHING POSTED THIS MONTH).  THE AVERAGE IS TAKEN OVER *
070700*    THE WHOLE MONTH, SO THE INTEREST IS THE MONTH'S ACCRUAL FOR *
070800*    THE DAYS THE ACCOUNT WAS ACTUALLY HELD.                     *
070900******************************************************************
071000 2250-CLOSING-INTEREST.
071050     PERFORM 2240-LOAD-POSTINGS THRU 2240-EXIT.
071100     MOVE ZERO TO CLS-INTEREST.
071200     MOVE ZERO TO CLS-POSTINGS-SEEN.
071300     MOVE ZERO TO CLS-WEIGHTED.
071400     COMPUTE CLS-PREV-BAL = AC-SALDO - CLS-MONTH-NET.
071500     MOVE CLS-FIRST-INT TO CLS-PREV-INT.
071600     MOVE ZERO TO CLS-HIST-SUB.
071700     PERFORM 2260-WALK-ONE THRU 2260-EXIT
071800         UNTIL CLS-HIST-SUB >= CLS-HIST-COUNT.
071900     COMPUTE CLS-DAYS-HELD = CLS-RUN-INT - CLS-PREV-INT + 1.
072000     IF CLS-DAYS-HELD > ZERO
072100         COMPUTE CLS-WEIGHTED =
072200             CLS-WEIGHTED + CLS-PREV-BAL * CLS-DAYS-HELD.
072300     COMPUTE CLS-AVG-BALANCE ROUNDED =
072400         CLS-WEIGHTED / CLS-MONTH-DAYS.
072500     IF CLS-AVG-BALANCE = ZERO
072600         GO TO 2250-EXIT.
072700     PERFORM 2270-FIND-RATE THRU 2270-EXIT.
072800     IF NOT CLS-RATE-FOUND
072900         GO TO 2250-EXIT.
073000     COMPUTE CLS-INTEREST ROUNDED =
073100         CLS-AVG-BALANCE * CLS-WORK-RATE / 1200.
073200 2250-EXIT.
073300     EXIT.
073400
073500 2260-WALK-ONE.
073600     ADD 1 TO CLS-HIST-SUB.
074000     COMPUTE CLS-POST-INT = FUNCTION INTEGER-OF-DATE
074100         (CLS-TBL-POST-DATE (CLS-HIST-SUB)).
075300     COMPUTE CLS-DAYS-HELD = CLS-POST-INT - CLS-PREV-INT.
075400     IF CLS-DAYS-HELD > ZERO
075500         COMPUTE CLS-WEIGHTED =
075600             CLS-WEIGHTED + CLS-PREV-BAL * CLS-DAYS-HELD.
075650     IF CLS-TBL-TYPE (CLS-HIST-SUB) = "D"
075700         SUBTRACT CLS-TBL-AMOUNT (CLS-HIST-SUB) FROM CLS-PREV-BAL
075720     ELSE
075740         ADD CLS-TBL-AMOUNT (CLS-HIST-SUB) TO CLS-PREV-BAL
075760     END-IF.
075800     IF CLS-POST-INT > CLS-PREV-INT
075900         MOVE CLS-POST-INT TO CLS-PREV-INT.
076000     ADD 1 TO CLS-POSTINGS-SEEN.
076100 2260-EXIT.
076200     EXIT.
076300
076301******************************************************************
076302*    2240-LOAD-POSTINGS.  THE MONTH'S POSTINGS TO THE ACCOUNT    *
076303*    IN THE RECORD AREA, READ BY KEY FROM THE FIRST OF THE       *
076304*    MONTH, AND THEIR NET MOVEMENT (CREDITS LESS DEBITS).        *
076305******************************************************************
076306 2240-LOAD-POSTINGS.
076307     MOVE ZERO TO CLS-HIST-COUNT.
076308     MOVE ZERO TO CLS-MONTH-NET.
076309     MOVE "N" TO CLS-HIST-EOF-SW.
076310     MOVE CLS-RUN-YYYYMM TO CLS-EDGE-YYYYMM.
076311     MOVE 01 TO CLS-EDGE-DD.
076312     MOVE AC-CUST-NUMBER TO PH-CUST-NUMBER.
076313     MOVE CLS-EDGE-DATE-N TO PH-POST-DATE.
076314     MOVE LOW-VALUES TO PH-REFERENCE.
076315     MOVE ZERO TO PH-KEY-SEQ.
076316     START POSTING-HISTORY KEY IS NOT LESS THAN PH-KEY
076317         INVALID KEY
076318             GO TO 2240-EXIT
076319     END-START.
076320     PERFORM 2245-LOAD-ONE THRU 2245-EXIT
076321         UNTIL CLS-HIST-EOF.
076322 2240-EXIT.
076323     EXIT.
076324
076325 2245-LOAD-ONE.
076326     READ POSTING-HISTORY NEXT RECORD
076327         AT END
076328             MOVE "Y" TO CLS-HIST-EOF-SW
076329             GO TO 2245-EXIT
076330     END-READ.
076331     MOVE PH-POST-DATE TO CLS-HIST-DATE-X.
076332     IF PH-CUST-NUMBER NOT = AC-CUST-NUMBER
076333      OR CLS-HIST-YYYYMM NOT = CLS-RUN-YYYYMM
076334         MOVE "Y" TO CLS-HIST-EOF-SW
076335         GO TO 2245-EXIT.
076336     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
076337         MOVE PH-ACCT-SEQ TO CLS-HIST-ACCT
076338     ELSE
076339         MOVE 1 TO CLS-HIST-ACCT
076340     END-IF.
076341     IF CLS-HIST-ACCT NOT = AC-ACCT-SEQ
076342         GO TO 2245-EXIT.
076343     IF CLS-HIST-COUNT >= CLS-HIST-MAX
076344         MOVE "POSTING HISTORY TABLE OVERFLOW" TO CLS-MSG-TEXT
076345         GO TO 9000-ABEND.
076346     ADD 1 TO CLS-HIST-COUNT.
076347     MOVE PH-POST-DATE TO CLS-TBL-POST-DATE (CLS-HIST-COUNT).
076348     MOVE PH-TXN-TYPE TO CLS-TBL-TYPE (CLS-HIST-COUNT).
076349     MOVE PH-AMOUNT TO CLS-TBL-AMOUNT (CLS-HIST-COUNT).
076350     IF PH-DEBIT
076351         SUBTRACT PH-AMOUNT FROM CLS-MONTH-NET
076352     ELSE
076353         ADD PH-AMOUNT TO CLS-MONTH-NET
076354     END-IF.
076355 2245-EXIT.
076356     EXIT.
076357
076400******************************************************************
076500*    2270-FIND-RATE.  RATE FOR THE ACCOUNT CURRENCY, FALLING     *
076600*    BACK TO THE "***" DEFAULT RECORD, AS IN INTACCR.  AN        *
076633*    ACCOUNT WHOSE PRODUCT IS ON THE CATALOG TAKES THE PRODUCT'S *
076666*    BANDED RATE INSTEAD, AGAIN AS IN INTACCR.                   *
076700******************************************************************
076800 2270-FIND-RATE.
076900     MOVE "N" TO CLS-RATE-FOUND-SW.
076920     PERFORM 2290-FIND-PRODUCT THRU 2290-EXIT.
076940     IF CLS-PRODUCT-FOUND
076960         PERFORM 2292-PRODUCT-RATE THRU 2292-EXIT
076980         GO TO 2270-EXIT.
077000     MOVE ZERO TO CLS-RATE-SUB.
077100     PERFORM 2275-SCAN-RATE THRU 2275-EXIT
077200         UNTIL CLS-RATE-FOUND
077300            OR CLS-RATE-SUB >= CLS-RATE-COUNT.
077400     IF CLS-RATE-FOUND
077500         GO TO 2270-EXIT.
077600     MOVE ZERO TO CLS-RATE-SUB.
077700     PERFORM 2280-SCAN-DEFAULT THRU 2280-EXIT
077800         UNTIL CLS-RATE-FOUND
077900            OR CLS-RATE-SUB >= CLS-RATE-COUNT.
078000 2270-EXIT.
078100     EXIT.
078200
078300 2275-SCAN-RATE.
078400     ADD 1 TO CLS-RATE-SUB.
078500     IF CLS-TBL-CURRENCY (CLS-RATE-SUB) = AC-CURRENCY-CODE
078600         MOVE "Y" TO CLS-RATE-FOUND-SW
078700         PERFORM 2285-SET-RATE THRU 2285-EXIT.
078800 2275-EXIT.
078900     EXIT.
079000
079100 2280-SCAN-DEFAULT.
079200     ADD 1 TO CLS-RATE-SUB.
079300     IF CLS-TBL-CURRENCY (CLS-RATE-SUB) = "***"
079400         MOVE "Y" TO CLS-RATE-FOUND-SW
079500         PERFORM 2285-SET-RATE THRU 2285-EXIT.
079600 2280-EXIT.
079700     EXIT.
079800
079900 2285-SET-RATE.
080000     IF CLS-AVG-BALANCE > ZERO
080100         MOVE CLS-TBL-CREDIT-PCT (CLS-RATE-SUB) TO CLS-WORK-RATE
080200     ELSE
080300         MOVE CLS-TBL-DEBIT-PCT (CLS-RATE-SUB) TO CLS-WORK-RATE
080400     END-IF.
080500 2285-EXIT.
080600     EXIT.
080601
080602******************************************************************
080603*    2290-FIND-PRODUCT.  THE ACCOUNT'S PRODUCT FROM THE CATALOG. *
080604*    A CODE NOT ON THE CATALOG FALLS BACK TO THE CURRENCY RATE.  *
080605******************************************************************
080606 2290-FIND-PRODUCT.
080607     MOVE "N" TO CLS-PROD-FOUND-SW.
080608     IF NOT CLS-PROD-OPEN
080609      OR AC-PRODUCT-CODE = SPACES
080610         GO TO 2290-EXIT.
080611     MOVE AC-PRODUCT-CODE TO PD-PRODUCT-CODE.
080612     READ PRODUCT-CATALOG
080613         INVALID KEY
080614             GO TO 2290-EXIT
080615     END-READ.
080616     MOVE "Y" TO CLS-PROD-FOUND-SW.
080617 2290-EXIT.
080618     EXIT.
080619
080620******************************************************************
080621*    2292-PRODUCT-RATE.  THE HIGHEST BAND WHOSE FLOOR THE        *
080622*    AVERAGE BALANCE (WITHOUT SIGN) REACHES SETS THE RATE FOR    *
080623*    THE WHOLE BALANCE - CREDIT WHEN IN FUNDS, DEBIT WHEN        *
080624*    OVERDRAWN.  A ZERO FLOOR ABOVE BAND 1 ENDS THE BANDS.       *
080625******************************************************************
080626 2292-PRODUCT-RATE.
080627     MOVE "Y" TO CLS-RATE-FOUND-SW.
080628     IF CLS-AVG-BALANCE < ZERO
080629         COMPUTE CLS-ABS-BALANCE = ZERO - CLS-AVG-BALANCE
080630     ELSE
080631         MOVE CLS-AVG-BALANCE TO CLS-ABS-BALANCE
080632     END-IF.
080633     MOVE 1 TO CLS-BAND-SUB.
080634     MOVE "N" TO CLS-BAND-DONE-SW.
080635     PERFORM 2295-SCAN-BAND THRU 2295-EXIT
080636         VARYING CLS-BAND-NEXT FROM 2 BY 1
080637         UNTIL CLS-BAND-NEXT > 4
080638            OR CLS-BAND-DONE.
080639     IF CLS-AVG-BALANCE > ZERO
080640         MOVE PD-BAND-CREDIT-PCT (CLS-BAND-SUB)
080641             TO CLS-WORK-RATE
080642     ELSE
080643         MOVE PD-BAND-DEBIT-PCT (CLS-BAND-SUB)
080644             TO CLS-WORK-RATE
080645     END-IF.
080646 2292-EXIT.
080647     EXIT.
080648
080649 2295-SCAN-BAND.
080650     IF PD-BAND-FLOOR (CLS-BAND-NEXT) = ZERO
080651      OR PD-BAND-FLOOR (CLS-BAND-NEXT) > CLS-ABS-BALANCE
080652         MOVE "Y" TO CLS-BAND-DONE-SW
080653         GO TO 2295-EXIT.
080654     MOVE CLS-BAND-NEXT TO CLS-BAND-SUB.
080655 2295-EXIT.
080656     EXIT.
080700
080800******************************************************************
080900*    2300-CLOSE-ACCOUNT.  POST THE CLOSING INTEREST, PAY OUT     *
081000*    THE CREDIT BALANCE, AND CLOSE THE ACCOUNT AT ZERO.          *
081100******************************************************************
081200 2300-CLOSE-ACCOUNT.
081300     ADD 1 TO CLS-AC-SUB.
081400     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
081500     MOVE CLS-AC-SEQ (CLS-AC-SUB) TO AC-ACCT-SEQ.
081600     READ ACCOUNT-MASTER
081700         INVALID KEY
081800             MOVE "ACCOUNT VANISHED DURING CLOSURE"
081900                 TO CLS-MSG-TEXT
082000             GO TO 9000-ABEND
082100     END-READ.
082200     IF CLS-AC-INTEREST (CLS-AC-SUB) NOT = ZERO
082300         MOVE CLS-AC-NEW-BAL (CLS-AC-SUB) TO AC-SALDO
082400         MOVE "INTEREST" TO CLS-PH-REFERENCE
082450         MOVE "INTACCR " TO CLS-PH-SOURCE
082500         IF CLS-AC-INTEREST (CLS-AC-SUB) > ZERO
082600             MOVE "C" TO CLS-PH-TYPE
082700             MOVE CLS-AC-INTEREST (CLS-AC-SUB) TO CLS-PH-AMOUNT
082800             ADD CLS-PH-AMOUNT TO CLS-CREDIT-TOTAL
082900         ELSE
083000             MOVE "D" TO CLS-PH-TYPE
083100             COMPUTE CLS-PH-AMOUNT =
083200                 ZERO - CLS-AC-INTEREST (CLS-AC-SUB)
083300             ADD CLS-PH-AMOUNT TO CLS-DEBIT-TOTAL
083400         END-IF
083500         PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
083600     END-IF.
083700     IF AC-SALDO > ZERO
083800         PERFORM 2350-PAY-OUT THRU 2350-EXIT.
083900     MOVE ZERO TO AC-SALDO.
084000     MOVE "C" TO AC-STATUS.
084100     MOVE CLS-RUN-DATE TO AC-CLOSE-DATE.
084200     REWRITE ACCOUNT-RECORD.
084300     IF CLS-ACCT-STATUS NOT = "00"
084400         MOVE "ACCOUNT REWRITE FAILED" TO CLS-MSG-TEXT
084500         GO TO 9000-ABEND.
084600     ADD 1 TO CLS-ACCOUNTS-CLOSED.
084700 2300-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100*    2350-PAY-OUT.  THE PAYOUT INSTRUCTION TO THE EXTERNAL       *
085200*    ACCOUNT ON THE REQUEST, AND THE DEBIT THAT EMPTIES THE      *
085300*    ACCOUNT, LOGGED UNDER SOURCE "CLOSURE".                     *
085400******************************************************************
085500 2350-PAY-OUT.
085600     MOVE SPACES TO PAYOUT-INSTRUCTION-RECORD.
085700     MOVE CUST-NUMBER TO PI-CUST-NUMBER.
085800     MOVE AC-ACCT-SEQ TO PI-ACCT-SEQ.
085900     MOVE AC-SALDO TO PI-AMOUNT.
086000     MOVE AC-CURRENCY-CODE TO PI-CURRENCY.
086100     STRING FIRSTNAME DELIMITED BY SPACE
086200            " " DELIMITED BY SIZE
086300            LASTNAME DELIMITED BY SIZE
086400         INTO PI-PAYEE-NAME.
086500     MOVE CLS-RQ-IBAN (CLS-REQ-SUB) TO PI-PAYOUT-IBAN.
086600     MOVE CLS-RUN-DATE TO PI-VALUE-DATE.
086700     MOVE "CLOSURE" TO PI-REFERENCE.
086800     MOVE "ACCTCLOS" TO PI-SOURCE.
086900     WRITE PAYOUT-INSTRUCTION-RECORD.
087000     IF CLS-PAY-STATUS NOT = "00"
087100         MOVE "PAYOUT FILE WRITE FAILED" TO CLS-MSG-TEXT
087200         GO TO 9000-ABEND.
087300     ADD 1 TO CLS-PAYOUT-COUNT.
087400     ADD AC-SALDO TO CLS-PAYOUT-TOTAL.
087500     MOVE "D" TO CLS-PH-TYPE.
087600     MOVE AC-SALDO TO CLS-PH-AMOUNT.
087700     MOVE "PAYOUT" TO CLS-PH-REFERENCE.
087750     MOVE "CLOSURE " TO CLS-PH-SOURCE.
087800     MOVE ZERO TO AC-SALDO.
087900     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
088000 2350-EXIT.
088100     EXIT.
088200
088300******************************************************************
088400*    2400-CANCEL-ORDERS.  EVERY STANDING ORDER OF THE CUSTOMER   *
088500*    THAT COULD STILL FIRE IS CANCELLED (STATUS "C").            *
088600******************************************************************
088700 2400-CANCEL-ORDERS.
088800     MOVE CUST-NUMBER TO SO-CUST-NUMBER.
088900     MOVE ZERO TO SO-SEQUENCE.
089000     MOVE "N" TO CLS-ORD-DONE-SW.
089100     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
089200         INVALID KEY
089300             GO TO 2400-EXIT
089400     END-START.
089500     PERFORM 2410-CANCEL-ONE THRU 2410-EXIT
089600         UNTIL CLS-ORD-DONE.
089700 2400-EXIT.
089800     EXIT.
089900
090000 2410-CANCEL-ONE.
090100     READ STANDING-ORDER-FILE NEXT RECORD
090200         AT END
090300             MOVE "Y" TO CLS-ORD-DONE-SW
090400             GO TO 2410-EXIT
090500     END-READ.
090600     IF SO-CUST-NUMBER NOT = CUST-NUMBER
090700         MOVE "Y" TO CLS-ORD-DONE-SW
090800         GO TO 2410-EXIT.
090900     IF SO-EXPIRED OR SO-CANCELLED
091000         GO TO 2410-EXIT.
091100     MOVE "C" TO SO-STATUS.
091200     MOVE "CLOSURE " TO SO-SUSPEND-REASON.
091300     REWRITE STANDING-ORDER-RECORD.
091400     IF CLS-ORD-STATUS NOT = "00"
091500         MOVE "STANDING ORDER REWRITE FAILED" TO CLS-MSG-TEXT
091600         GO TO 9000-ABEND.
091700     ADD 1 TO CLS-CUST-ORDERS.
091800     ADD 1 TO CLS-ORDERS-CANCELLED.
091900 2410-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300*    2500-CLOSE-MASTER.  STATE "C", MAINTENANCE STAMP (THE       *
092400*    RETENTION PURGE COUNTS ITS SIX MONTHS FROM HERE), JOURNAL,  *
092500*    STATUS HISTORY WITH THE REASON CODE, FINAL STATEMENT.       *
092600******************************************************************
092700 2500-CLOSE-MASTER.
092800     MOVE CLS-NEW-ROLLUP TO SALDO.
092900     MOVE "C" TO STATE.
093000     PERFORM 2550-STAMP-RECORD THRU 2550-EXIT.
093100     REWRITE CUSTOMER-RECORD.
093200     IF CLS-MAST-STATUS NOT = "00"
093300         MOVE "MASTER REWRITE FAILED" TO CLS-MSG-TEXT
093400         GO TO 9000-ABEND.
093500     MOVE "C" TO JP-ACTION.
093600     MOVE "ACCTCLOS" TO JP-PROGRAM.
093700     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
093800     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
093900     CALL "JRNLWRT" USING JRNL-PARM.
094000     MOVE SPACES TO STATUS-HISTORY-RECORD.
094100     MOVE CUST-NUMBER TO SH-CUST-NUMBER.
094200     MOVE "C" TO SH-STATE.
094300     MOVE CLS-RUN-DATE TO SH-EFF-DATE.
094400     MOVE "ACCTCLOS" TO SH-SOURCE.
094500     MOVE CUST-BRANCH TO SH-BRANCH.
094600     MOVE CLS-RQ-REASON (CLS-REQ-SUB) TO SH-REASON-CODE.
094700     WRITE STATUS-HISTORY-RECORD.
094800     MOVE SPACES TO FINAL-STATEMENT-RECORD.
094900     MOVE CUST-NUMBER TO FS-CUST-NUMBER.
095000     MOVE CLS-RUN-DATE TO FS-CLOSE-DATE.
095100     WRITE FINAL-STATEMENT-RECORD.
095200 2500-EXIT.
095300     EXIT.
095400
095500 2550-STAMP-RECORD.
095600     ACCEPT CLS-TS-DATE FROM DATE YYYYMMDD.
095700     ACCEPT CLS-TS-TIME FROM TIME.
095800     MOVE CLS-TS-YYYY TO CLS-STP-YYYY.
095900     MOVE CLS-TS-MM TO CLS-STP-MM.
096000     MOVE CLS-TS-DD TO CLS-STP-DD.
096100     MOVE CLS-TS-HH TO CLS-STP-HH.
096200     MOVE CLS-TS-MI TO CLS-STP-MI.
096300     MOVE CLS-TS-SS TO CLS-STP-SS.
096400     MOVE CLS-TS-HS TO CLS-STP-HS.
096500     MOVE CLS-TIME-STAMP TO LAST-MAINT-TS.
096600 2550-EXIT.
096700     EXIT.
096800
096900******************************************************************
097000*    2600-WRITE-HISTORY.  ONE CLOSURE POSTING FOR THE ACCOUNT IN *
097100*    THE RECORD AREA; AC-SALDO IS ALREADY THE BALANCE AFTER IT.  *
097116*    THE CALLER SETS THE SOURCE: "INTACCR" FOR THE INTEREST, SO  *
097132*    TAXCERT AND PROFRPT SEE IT, "CLOSURE" FOR THE PAYOUT.       *
097150*    A SECOND ACCOUNT'S POSTING WITH THE SAME CUSTOMER, DATE AND *
097160*    REFERENCE TAKES THE NEXT KEY SEQUENCE.                      *
097200******************************************************************
097300 2600-WRITE-HISTORY.
097400     MOVE CUST-NUMBER TO PH-CUST-NUMBER.
097500     MOVE CLS-RUN-DATE TO PH-POST-DATE.
097600     MOVE CLS-PH-TYPE TO PH-TXN-TYPE.
097700     MOVE CLS-PH-AMOUNT TO PH-AMOUNT.
097800     MOVE AC-SALDO TO PH-BALANCE-AFTER.
097900     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
098000     MOVE CLS-PH-REFERENCE TO PH-REFERENCE.
098100     MOVE CLS-PH-SOURCE TO PH-SOURCE.
098200     MOVE CUST-BRANCH TO PH-BRANCH.
098300     MOVE CLS-RUN-DATE TO PH-PROC-DATE.
098400     MOVE ZERO TO PH-ADJ-PERIOD.
098500     MOVE SPACES TO PH-ORIG-CURRENCY.
098600     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
098700     MOVE ZERO TO PH-KEY-SEQ.
098720 2600-WRITE-TRY.
098740     WRITE POSTING-HISTORY-RECORD.
098760     IF CLS-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
098780         ADD 1 TO PH-KEY-SEQ
098800         GO TO 2600-WRITE-TRY.
098850     IF CLS-HIST-STATUS NOT = "00"
098900         MOVE "POSTING HISTORY WRITE FAILED" TO CLS-MSG-TEXT
099000         GO TO 9000-ABEND.
099100 2600-EXIT.
099200     EXIT.
099300
099400******************************************************************
099500*    2900-REPORT-LINE.  ONE REGISTER LINE PER REQUEST.           *
099600******************************************************************
099700 2900-REPORT-LINE.
099800     MOVE CLS-RQ-CUST (CLS-REQ-SUB) TO CLS-DTL-CUST.
099900     MOVE FIRSTNAME TO CLS-DTL-FIRSTNAME.
100000     MOVE LASTNAME TO CLS-DTL-LASTNAME.
100100     MOVE CLS-RQ-REASON (CLS-REQ-SUB) TO CLS-DTL-REASON.
100200     MOVE CLS-CUST-INTEREST TO CLS-DTL-INTEREST.
100300     MOVE CLS-CUST-PAYOUT TO CLS-DTL-PAYOUT.
100400     MOVE CLS-AC-COUNT TO CLS-DTL-ACCOUNTS.
100500     MOVE CLS-CUST-ORDERS TO CLS-DTL-ORDERS.
100600     WRITE REPORT-LINE FROM CLS-DETAIL-LINE
100700         AFTER ADVANCING 1 LINE.
100800 2900-EXIT.
100900     EXIT.
101000
101100******************************************************************
101200*    4000-PRINT-TOTALS.  REGISTER TOTALS FOR FINANCE.            *
101300******************************************************************
101400 4000-PRINT-TOTALS.
101500     MOVE "CLOSURE REQUESTS READ" TO CLS-TOT-LABEL.
101600     MOVE CLS-REQUEST-COUNT TO CLS-TOT-COUNT.
101700     MOVE ZERO TO CLS-TOT-AMOUNT.
101800     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
101900         AFTER ADVANCING 2 LINES.
102000     MOVE "CUSTOMERS CLOSED" TO CLS-TOT-LABEL.
102100     MOVE CLS-CLOSED-COUNT TO CLS-TOT-COUNT.
102200     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
102300         AFTER ADVANCING 1 LINE.
102400     MOVE "CLOSURES REFUSED" TO CLS-TOT-LABEL.
102500     MOVE CLS-REFUSED-COUNT TO CLS-TOT-COUNT.
102600     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
102700         AFTER ADVANCING 1 LINE.
102800     MOVE "ACCOUNTS CLOSED" TO CLS-TOT-LABEL.
102900     MOVE CLS-ACCOUNTS-CLOSED TO CLS-TOT-COUNT.
103000     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
103100         AFTER ADVANCING 1 LINE.
103200     MOVE "STANDING ORDERS CANCELLED" TO CLS-TOT-LABEL.
103300     MOVE CLS-ORDERS-CANCELLED TO CLS-TOT-COUNT.
103400     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
103500         AFTER ADVANCING 1 LINE.
103600     MOVE "CLOSING CREDIT INTEREST" TO CLS-TOT-LABEL.
103700     MOVE ZERO TO CLS-TOT-COUNT.
103800     MOVE CLS-CREDIT-TOTAL TO CLS-TOT-AMOUNT.
103900     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
104000         AFTER ADVANCING 1 LINE.
104100     MOVE "CLOSING DEBIT INTEREST" TO CLS-TOT-LABEL.
104200     MOVE CLS-DEBIT-TOTAL TO CLS-TOT-AMOUNT.
104300     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
104400         AFTER ADVANCING 1 LINE.
104500     MOVE "PAYOUT INSTRUCTIONS" TO CLS-TOT-LABEL.
104600     MOVE CLS-PAYOUT-COUNT TO CLS-TOT-COUNT.
104700     MOVE CLS-PAYOUT-TOTAL TO CLS-TOT-AMOUNT.
104800     WRITE REPORT-LINE FROM CLS-TOTAL-LINE
104900         AFTER ADVANCING 1 LINE.
105000 4000-EXIT.
105100     EXIT.
105200
105300******************************************************************
105400*    5000-WRAPUP.  CLOSE EVERYTHING.                             *
105500******************************************************************
105600 5000-WRAPUP.
105700     MOVE "X" TO JP-ACTION.
105800     CALL "JRNLWRT" USING JRNL-PARM.
105900     CLOSE CUSTOMER-MASTER
106000           ACCOUNT-MASTER
106100           POSTING-HISTORY
106200           STATUS-HISTORY
106300           PAYOUT-FILE
106400           FINAL-STATEMENT-FILE
106500           CLOSURE-REPORT.
106600     IF CLS-ORD-OPEN
106700         CLOSE STANDING-ORDER-FILE.
106800     IF CLS-GO-OPEN
106900         CLOSE GARNISHMENT-ORDERS.
106933     IF CLS-PROD-OPEN
106966         CLOSE PRODUCT-CATALOG.
107000 5000-EXIT.
107100     EXIT.
107200
107300******************************************************************
107400*    9000-ABEND.  FATAL ERROR - REPORT AND STOP WITH RC=12.      *
107500******************************************************************
107600 9000-ABEND.
107700     DISPLAY "ACCTCLOS ABEND: " CLS-MSG-TEXT.
107800     MOVE 12 TO RETURN-CODE.
107900     STOP RUN.
