000100******************************************************************
000200* PROGRAM NAME:   DEPSCV                                         *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* DEPOSIT-INSURANCE SINGLE CUSTOMER VIEW.  WALKS THE CUSTOMER    *
000600* MASTER AND, FOR EVERY CUSTOMER NOT CLOSED, TOTALS THE CREDIT   *
000700* BALANCES OF THE OPEN ACCOUNTS IN BASE CURRENCY (FOREIGN        *
000800* BALANCES AT THE CURRENT FXRATE TABLE; DEBIT BALANCES ARE NOT   *
000900* SET OFF).  MEMBERS OF A CONFIRMED HOUSEHOLD (HOUSEXRF) ARE     *
001000* AGGREGATED UNDER THE HOUSEHOLD ID.  EACH DEPOSITOR GOES TO THE *
001100* REGULATOR'S SCV FILE (SCVFILE) WITH THE INSURED PORTION UP TO  *
001200* THE COVERAGE LIMIT KEYED AT RUN TIME AND THE UNINSURED REST.   *
001300* DORMANT CUSTOMERS, CUSTOMERS WITH FUNDS ON THE ESCHEATMENT     *
001400* REGISTER, CUSTOMERS UNDER AN ACTIVE LEGAL HOLD AND CUSTOMERS   *
001500* HOLDING A CURRENCY WITH NO RATE ON FILE ARE LEFT OFF THE FILE  *
001600* AND LISTED SEPARATELY WITH THE REASON (RC=4 FOR A MISSING      *
001700* RATE).  THE REPORT CLOSES WITH A SUMMARY PER BRANCH.           *
001800*                                                                *
001900* MAINTENANCE LOG                                                *
002000* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002100* --------- ------------  -------------------------------------- *
002200* 15/10/26  HK            CREATED - SINGLE CUSTOMER VIEW         *
002233* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002266*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  DEPSCV.
002600 AUTHOR. H. KELLER.
002700 INSTALLATION. COBOL DEVELOPMENT CENTER.
002800 DATE-WRITTEN. 15/10/26.
002900 DATE-COMPILED. 15/10/26.
003000 SECURITY. NON-CONFIDENTIAL.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CUST-NUMBER
003900         FILE STATUS IS SCV-MAST-STATUS.
004000     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AC-KEY
004400         FILE STATUS IS SCV-ACCT-STATUS.
004500     SELECT HOUSEHOLD-XRF ASSIGN TO HOUSEXRF
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS HX-CUST-NUMBER
004900         FILE STATUS IS SCV-XRF-STATUS.
005000     SELECT LEGAL-HOLD-FILE ASSIGN TO LEGALHLD
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS LH-CUST-NUMBER
005400         FILE STATUS IS SCV-HLD-STATUS.
005500     SELECT ESCHEAT-REGISTER ASSIGN TO ESCHREG
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ER-KEY
005900         FILE STATUS IS SCV-REG-STATUS.
006000     SELECT FX-RATE-TABLE ASSIGN TO FXRATEO
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS SCV-FX-STATUS.
006300     SELECT SCV-FILE ASSIGN TO SCVFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS SCV-OUT-STATUS.
006600     SELECT SCV-REPORT ASSIGN TO SCVRPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS SCV-RPT-STATUS.
006900     SELECT SORT-WORK ASSIGN TO SORTWK01.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CUSTOMER-MASTER
007400     RECORD CONTAINS 273 CHARACTERS.
007500 COPY CUSTMAST.
007600
007700 FD  ACCOUNT-MASTER
007800     RECORD CONTAINS 100 CHARACTERS.
007900 COPY ACCTMAST.
008000
008100 FD  HOUSEHOLD-XRF
008200     RECORD CONTAINS 50 CHARACTERS.
008300 COPY HOUSEXRF.
008400
008500 FD  LEGAL-HOLD-FILE
008600     RECORD CONTAINS 80 CHARACTERS.
008700 COPY LEGLHOLD.
008800
008900 FD  ESCHEAT-REGISTER
009000     RECORD CONTAINS 120 CHARACTERS.
009100 COPY ESCHREG.
009200
009300 FD  FX-RATE-TABLE
009400     RECORD CONTAINS 30 CHARACTERS.
009500 COPY FXRATE.
009600
009700 FD  SCV-FILE
009800     RECORD CONTAINS 150 CHARACTERS.
009900 COPY SCVREC.
010000
010100 FD  SCV-REPORT
010200     RECORD CONTAINS 132 CHARACTERS.
010300 01  REPORT-LINE                 PIC X(132).
010400
010500 SD  SORT-WORK.
010600 01  SORT-RECORD.
010700*    CLASS 1 = ELIGIBLE DEPOSIT, CLASS 2 = EXCLUSION, SO THE
010800*    DEPOSITORS COME OUT FIRST AND THE EXCLUSIONS AFTER THEM
010900     05  SRT-CLASS               PIC X(01).
011000     05  SRT-DEPOSITOR           PIC 9(06).
011100     05  SRT-CUST                PIC 9(06).
011200     05  SRT-HOUSEHOLD           PIC X(01).
011300     05  SRT-BRANCH              PIC X(03).
011400     05  SRT-AMOUNT              PIC 9(11)V9(02).
011500     05  SRT-REASON              PIC X(30).
011600     05  SRT-LAST                PIC X(15).
011700     05  SRT-FIRST               PIC X(10).
011800     05  SRT-BIRTH-DATE          PIC 9(08).
011900     05  SRT-STREET              PIC X(20).
012000     05  SRT-HOUSE               PIC 9(03).
012100     05  SRT-ZIP                 PIC 9(05).
012200     05  SRT-CITY                PIC X(20).
012300     05  SRT-COUNTRY             PIC X(03).
012400
012500 WORKING-STORAGE SECTION.
012600 77  SCV-MAST-STATUS             PIC X(02).
012700 77  SCV-ACCT-STATUS             PIC X(02).
012800 77  SCV-XRF-STATUS              PIC X(02).
012900 77  SCV-HLD-STATUS              PIC X(02).
013000 77  SCV-REG-STATUS              PIC X(02).
013100 77  SCV-FX-STATUS               PIC X(02).
013200 77  SCV-OUT-STATUS              PIC X(02).
013300 77  SCV-RPT-STATUS              PIC X(02).
013400
013500 77  SCV-MAST-EOF-SW             PIC X(01) VALUE "N".
013600     88  SCV-MAST-EOF            VALUE "Y".
013700 77  SCV-FX-EOF-SW               PIC X(01) VALUE "N".
013800     88  SCV-FX-EOF              VALUE "Y".
013900 77  SCV-SORT-EOF-SW             PIC X(01) VALUE "N".
014000     88  SCV-SORT-EOF            VALUE "Y".
014100 77  SCV-ACCT-DONE-SW            PIC X(01) VALUE "N".
014200     88  SCV-ACCT-DONE           VALUE "Y".
014300 77  SCV-XRF-OPEN-SW             PIC X(01) VALUE "N".
014400     88  SCV-XRF-OPEN            VALUE "Y".
014500 77  SCV-HLD-OPEN-SW             PIC X(01) VALUE "N".
014600     88  SCV-HLD-OPEN            VALUE "Y".
014700 77  SCV-REG-OPEN-SW             PIC X(01) VALUE "N".
014800     88  SCV-REG-OPEN            VALUE "Y".
014900 77  SCV-PENDING-SW              PIC X(01) VALUE "N".
015000     88  SCV-PENDING             VALUE "Y".
015100 77  SCV-EXCL-HDG-SW             PIC X(01) VALUE "N".
015200     88  SCV-EXCL-HDG-DONE       VALUE "Y".
015300
015400 77  SCV-BASE-CURRENCY           PIC X(03) VALUE "EUR".
015500 77  SCV-LIMIT                   PIC 9(07) VALUE ZERO.
015600 77  SCV-REASON                  PIC X(30) VALUE SPACES.
015700 77  SCV-MSG-TEXT                PIC X(40) VALUE SPACES.
015800
015900 77  SCV-RATE-MAX                PIC 9(02) COMP VALUE 50.
016000 77  SCV-RATE-COUNT              PIC 9(02) COMP VALUE ZERO.
016100 77  SCV-RSUB                    PIC 9(02) COMP VALUE ZERO.
016200 77  SCV-RATE                    PIC 9(03)V9(06) VALUE ZERO.
016300 77  SCV-BR-MAX                  PIC 9(02) COMP VALUE 99.
016400 77  SCV-BR-COUNT                PIC 9(02) COMP VALUE ZERO.
016500 77  SCV-BR-SUB                  PIC 9(02) COMP VALUE ZERO.
016600 77  SCV-BR-HIT                  PIC 9(02) COMP VALUE ZERO.
016700 77  SCV-SEEK-BRANCH             PIC X(03) VALUE SPACES.
016800
016900 77  SCV-CUST-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
017000 77  SCV-BASE-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
017100 77  SCV-INSURED                 PIC 9(11)V9(02) VALUE ZERO.
017200 77  SCV-CUST-COUNT              PIC 9(07) COMP VALUE ZERO.
017300 77  SCV-DEP-COUNT               PIC 9(07) COMP VALUE ZERO.
017400 77  SCV-HH-COUNT                PIC 9(07) COMP VALUE ZERO.
017500 77  SCV-EXCL-COUNT              PIC 9(07) COMP VALUE ZERO.
017600 77  SCV-NORATE-COUNT            PIC 9(07) COMP VALUE ZERO.
017700 77  SCV-UNINS-COUNT             PIC 9(07) COMP VALUE ZERO.
017800 77  SCV-TOT-ELIGIBLE            PIC 9(13)V9(02) VALUE ZERO.
017900 77  SCV-TOT-INSURED             PIC 9(13)V9(02) VALUE ZERO.
018000 77  SCV-TOT-UNINSURED           PIC 9(13)V9(02) VALUE ZERO.
018100 77  SCV-TOT-EXCLUDED            PIC 9(13)V9(02) VALUE ZERO.
018200
018300 01  SCV-RUN-DATE                PIC 9(08).
018400
018500 01  SCV-RATE-TABLE.
018600     05  SCV-RATE-ENTRY OCCURS 50 TIMES.
018700         10  SCV-TBL-CCY         PIC X(03).
018800         10  SCV-TBL-RATE        PIC 9(03)V9(06).
018900
019000* THE DEPOSITOR BEING ACCUMULATED FROM ITS SORTED MEMBERS
019100 01  SCV-DEPOSITOR-AREA.
019200     05  SCV-DP-ID               PIC 9(06).
019300     05  SCV-DP-HOUSEHOLD        PIC X(01).
019400     05  SCV-DP-MEMBERS          PIC 9(02).
019500     05  SCV-DP-BRANCH           PIC X(03).
019600     05  SCV-DP-AMOUNT           PIC 9(11)V9(02).
019700     05  SCV-DP-LAST             PIC X(15).
019800     05  SCV-DP-FIRST            PIC X(10).
019900     05  SCV-DP-BIRTH-DATE       PIC 9(08).
020000     05  SCV-DP-STREET           PIC X(20).
020100     05  SCV-DP-HOUSE            PIC 9(03).
020200     05  SCV-DP-ZIP              PIC 9(05).
020300     05  SCV-DP-CITY             PIC X(20).
020400     05  SCV-DP-COUNTRY          PIC X(03).
020500
020600* BRANCH SUMMARY BUCKETS
020700 01  SCV-BR-TABLE.
020800     05  SCV-BR-ENTRY OCCURS 99 TIMES.
020900         10  SCV-BR-CODE         PIC X(03).
021000         10  SCV-BR-DEPOSITORS   PIC 9(07) COMP.
021100         10  SCV-BR-ELIGIBLE     PIC 9(13)V9(02).
021200         10  SCV-BR-INSURED      PIC 9(13)V9(02).
021300         10  SCV-BR-UNINSURED    PIC 9(13)V9(02).
021400         10  SCV-BR-EXCL-COUNT   PIC 9(07) COMP.
021500         10  SCV-BR-EXCL-AMOUNT  PIC 9(13)V9(02).
021600
021700 01  SCV-HEADING-1.
021800     05  FILLER                  PIC X(09) VALUE "DEPSCV   ".
021900     05  FILLER                  PIC X(35)
022000         VALUE "DEPOSIT INSURANCE SINGLE CUST VIEW ".
022100     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
022200     05  SCV-HDG-DATE            PIC 9(08).
022300     05  FILLER                  PIC X(08) VALUE "  LIMIT:".
022400     05  SCV-HDG-LIMIT           PIC Z(06)9.
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  SCV-HDG-CCY             PIC X(03).
022700     05  FILLER                  PIC X(51) VALUE SPACES.
022800
022900 01  SCV-HEADING-2.
023000     05  FILLER                  PIC X(08) VALUE "CUSTOMER".
023100     05  FILLER                  PIC X(28) VALUE "NAME".
023200     05  FILLER                  PIC X(06) VALUE "BR".
023300     05  FILLER                  PIC X(17) VALUE "  ELIGIBLE BAL".
023400     05  FILLER                  PIC X(73) VALUE "REASON".
023500
023600 01  SCV-EXCL-LINE.
023700     05  SCV-EXL-CUST            PIC 9(06).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  SCV-EXL-NAME            PIC X(26).
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  SCV-EXL-BRANCH          PIC X(03).
024200     05  FILLER                  PIC X(03) VALUE SPACES.
024300     05  SCV-EXL-AMOUNT          PIC Z(10)9.99.
024400     05  FILLER                  PIC X(03) VALUE SPACES.
024500     05  SCV-EXL-REASON          PIC X(30).
024600     05  FILLER                  PIC X(43) VALUE SPACES.
024700
024800 01  SCV-HEADING-3.
024900     05  FILLER                  PIC X(06) VALUE "BR".
025000     05  FILLER                  PIC X(13) VALUE "DEPOSITORS".
025100     05  FILLER                  PIC X(08) VALUE SPACES.
025200     05  FILLER                  PIC X(11) VALUE "ELIGIBLE".
025300     05  FILLER                  PIC X(09) VALUE SPACES.
025400     05  FILLER                  PIC X(10) VALUE "INSURED".
025500     05  FILLER                  PIC X(07) VALUE SPACES.
025600     05  FILLER                  PIC X(12) VALUE "UNINSURED".
025700     05  FILLER                  PIC X(09) VALUE "  EXCL".
025800     05  FILLER                  PIC X(47) VALUE "  EXCLUDED BAL".
025900
026000 01  SCV-BRANCH-LINE.
026100     05  SCV-BRL-BRANCH          PIC X(03).
026200     05  FILLER                  PIC X(03) VALUE SPACES.
026300     05  SCV-BRL-DEPOSITORS      PIC Z(09)9.
026400     05  FILLER                  PIC X(03) VALUE SPACES.
026500     05  SCV-BRL-ELIGIBLE        PIC Z(12)9.99.
026600     05  FILLER                  PIC X(03) VALUE SPACES.
026700     05  SCV-BRL-INSURED         PIC Z(12)9.99.
026800     05  FILLER                  PIC X(03) VALUE SPACES.
026900     05  SCV-BRL-UNINSURED       PIC Z(12)9.99.
027000     05  FILLER                  PIC X(03) VALUE SPACES.
027100     05  SCV-BRL-EXCL-COUNT      PIC Z(05)9.
027200     05  FILLER                  PIC X(03) VALUE SPACES.
027300     05  SCV-BRL-EXCL-AMOUNT     PIC Z(10)9.99.
027400     05  FILLER                  PIC X(33) VALUE SPACES.
027500
027600 01  SCV-TOTAL-LINE.
027700     05  FILLER                  PIC X(10) VALUE SPACES.
027800     05  SCV-TOT-LABEL           PIC X(30).
027900     05  SCV-TOT-COUNT           PIC Z(06)9.
028000     05  FILLER                  PIC X(85) VALUE SPACES.
028100
028200 01  SCV-SECTION-LINE.
028300     05  FILLER                  PIC X(05) VALUE SPACES.
028400     05  SCV-SEC-TEXT            PIC X(60).
028500     05  FILLER                  PIC X(67) VALUE SPACES.
028600
028700 01  SCV-NAME-WORK               PIC X(26).
028800
028900 PROCEDURE DIVISION.
029000******************************************************************
029100*    0000-MAINLINE.  SORT BY DEPOSITOR, WRITE THE FILE, REPORT.  *
029200******************************************************************
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029500     SORT SORT-WORK
029600         ON ASCENDING KEY SRT-CLASS
029700                          SRT-DEPOSITOR
029800                          SRT-CUST
029900         INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
030000             THRU 2000-RELEASE-EXIT
030100         OUTPUT PROCEDURE IS 3000-BUILD-VIEW
030200             THRU 3000-BUILD-EXIT.
030300     PERFORM 4000-PRINT-BRANCHES THRU 4000-EXIT.
030400     PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT.
030500     PERFORM 5000-WRAPUP THRU 5000-EXIT.
030600     IF SCV-NORATE-COUNT > ZERO
030700         MOVE 4 TO RETURN-CODE.
030800     STOP RUN.
030900
031000******************************************************************
031100*    1000-INITIALIZE.  COVERAGE LIMIT, FILES, RATE TABLE, SCV    *
031200*    HEADER.  NO HOUSEHOLD, HOLD OR ESCHEATMENT FILE YET SIMPLY  *
031300*    MEANS NONE ON RECORD.                                       *
031400******************************************************************
031500 1000-INITIALIZE.
031600     DISPLAY "DEPOSIT COVERAGE LIMIT PER DEPOSITOR (0=100000): ".
031700     ACCEPT SCV-LIMIT.
031800     IF SCV-LIMIT = ZERO
031900         MOVE 100000 TO SCV-LIMIT.
032000     ACCEPT SCV-RUN-DATE FROM DATE YYYYMMDD.
032100     OPEN INPUT  CUSTOMER-MASTER
032200          INPUT  ACCOUNT-MASTER
032300          OUTPUT SCV-FILE
032400          OUTPUT SCV-REPORT.
032500     IF SCV-MAST-STATUS NOT = "00"
032600         MOVE "CUSTOMER MASTER OPEN FAILED" TO SCV-MSG-TEXT
032700         GO TO 9000-ABEND.
032800     IF SCV-ACCT-STATUS NOT = "00"
032900         MOVE "ACCOUNT MASTER OPEN FAILED" TO SCV-MSG-TEXT
033000         GO TO 9000-ABEND.
033100     IF SCV-OUT-STATUS NOT = "00"
033200         MOVE "SCV FILE OPEN FAILED" TO SCV-MSG-TEXT
033300         GO TO 9000-ABEND.
033400     OPEN INPUT HOUSEHOLD-XRF.
033500     IF SCV-XRF-STATUS = "00"
033600         MOVE "Y" TO SCV-XRF-OPEN-SW.
033700     OPEN INPUT LEGAL-HOLD-FILE.
033800     IF SCV-HLD-STATUS = "00"
033900         MOVE "Y" TO SCV-HLD-OPEN-SW.
034000     OPEN INPUT ESCHEAT-REGISTER.
034100     IF SCV-REG-STATUS = "00"
034200         MOVE "Y" TO SCV-REG-OPEN-SW.
034300     OPEN INPUT FX-RATE-TABLE.
034400     IF SCV-FX-STATUS NOT = "00"
034500         MOVE "Y" TO SCV-FX-EOF-SW.
034600     PERFORM 1100-LOAD-RATE THRU 1100-EXIT
034700         UNTIL SCV-FX-EOF.
034800     IF SCV-FX-STATUS = "00" OR "10"
034900         CLOSE FX-RATE-TABLE.
035000     MOVE SCV-RUN-DATE TO SCV-HDG-DATE.
035100     MOVE SCV-LIMIT TO SCV-HDG-LIMIT.
035200     MOVE SCV-BASE-CURRENCY TO SCV-HDG-CCY.
035300     WRITE REPORT-LINE FROM SCV-HEADING-1
035400         AFTER ADVANCING PAGE.
035500     MOVE SPACES TO SCV-RECORD.
035600     MOVE "H" TO SV-REC-TYPE.
035700     MOVE SCV-RUN-DATE TO SV-HDR-REPORT-DATE.
035800     MOVE SCV-BASE-CURRENCY TO SV-HDR-CURRENCY.
035900     MOVE SCV-LIMIT TO SV-HDR-LIMIT.
036000     WRITE SCV-RECORD.
036100 1000-EXIT.
036200     EXIT.
036300
036400 1100-LOAD-RATE.
036500     READ FX-RATE-TABLE
036600         AT END
036700             MOVE "Y" TO SCV-FX-EOF-SW
036800             GO TO 1100-EXIT
036900     END-READ.
037000     IF SCV-RATE-COUNT >= SCV-RATE-MAX
037100         MOVE "RATE TABLE OVERFLOW" TO SCV-MSG-TEXT
037200         GO TO 9000-ABEND.
037300     ADD 1 TO SCV-RATE-COUNT.
037400     MOVE FX-CURRENCY TO SCV-TBL-CCY (SCV-RATE-COUNT).
037500     MOVE FX-RATE TO SCV-TBL-RATE (SCV-RATE-COUNT).
037600 1100-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000*    2000-RELEASE-CUSTOMERS.  ONE SORT RECORD PER CUSTOMER WITH  *
038100*    A CREDIT BALANCE: AN ELIGIBLE DEPOSIT UNDER ITS DEPOSITOR,  *
038200*    OR AN EXCLUSION WITH THE REASON.                            *
038300******************************************************************
038400 2000-RELEASE-CUSTOMERS.
038500     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
038600     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
038700         UNTIL SCV-MAST-EOF.
038800 2000-RELEASE-EXIT.
038900     EXIT.
039000
039100 2100-RELEASE-ONE.
039200     IF CLOSED
039300         GO TO 2100-READ.
039400     ADD 1 TO SCV-CUST-COUNT.
039500     MOVE SPACES TO SCV-REASON.
039600     MOVE ZERO TO SCV-CUST-AMOUNT.
039700     PERFORM 2200-TOTAL-ACCOUNTS THRU 2200-EXIT.
039800     IF SCV-CUST-AMOUNT = ZERO
039900      AND SCV-REASON = SPACES
040000         GO TO 2100-READ.
040100     IF SCV-REASON = SPACES
040200         PERFORM 2300-CHECK-EXCLUSION THRU 2300-EXIT.
040300     MOVE CUST-NUMBER TO SRT-CUST.
040400     MOVE CUST-NUMBER TO SRT-DEPOSITOR.
040500     MOVE "N" TO SRT-HOUSEHOLD.
040600     MOVE CUST-BRANCH TO SRT-BRANCH.
040700     MOVE SCV-CUST-AMOUNT TO SRT-AMOUNT.
040800     MOVE SCV-REASON TO SRT-REASON.
040900     MOVE LASTNAME TO SRT-LAST.
041000     MOVE FIRSTNAME TO SRT-FIRST.
041100     MOVE BIRTH-DATE TO SRT-BIRTH-DATE.
041200     MOVE STREET (1) TO SRT-STREET.
041300     MOVE HOUSE-NUMBER (1) TO SRT-HOUSE.
041400     MOVE ZIP-CODE2 (1) TO SRT-ZIP.
041500     MOVE CITY-NAME (1) TO SRT-CITY.
041600     MOVE COUNTRY-CODE (1) TO SRT-COUNTRY.
041700     IF SCV-REASON NOT = SPACES
041800         MOVE "2" TO SRT-CLASS
041900         RELEASE SORT-RECORD
042000         GO TO 2100-READ.
042100     MOVE "1" TO SRT-CLASS.
042200     IF SCV-XRF-OPEN
042300         MOVE CUST-NUMBER TO HX-CUST-NUMBER
042400         READ HOUSEHOLD-XRF
042500             INVALID KEY CONTINUE
042600             NOT INVALID KEY
042700                 MOVE HX-HOUSEHOLD-ID TO SRT-DEPOSITOR
042800                 MOVE "Y" TO SRT-HOUSEHOLD
042900         END-READ
043000     END-IF.
043100     RELEASE SORT-RECORD.
043200 2100-READ.
043300     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
043400 2100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    2200-TOTAL-ACCOUNTS.  CREDIT BALANCES OF THE OPEN ACCOUNTS  *
043900*    IN BASE CURRENCY.  A CURRENCY WITH NO RATE ON FILE MAKES    *
044000*    THE CUSTOMER AN EXCLUSION.                                  *
044100******************************************************************
044200 2200-TOTAL-ACCOUNTS.
044300     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
044400     MOVE ZERO TO AC-ACCT-SEQ.
044500     MOVE "N" TO SCV-ACCT-DONE-SW.
044600     START ACCOUNT-MASTER KEY IS NOT LESS THAN AC-KEY
044700         INVALID KEY
044800             GO TO 2200-EXIT
044900     END-START.
045000     PERFORM 2210-TOTAL-ONE THRU 2210-EXIT
045100         UNTIL SCV-ACCT-DONE.
045200 2200-EXIT.
045300     EXIT.
045400
045500 2210-TOTAL-ONE.
045600     READ ACCOUNT-MASTER NEXT RECORD
045700         AT END
045800             MOVE "Y" TO SCV-ACCT-DONE-SW
045900             GO TO 2210-EXIT
046000     END-READ.
046100     IF AC-CUST-NUMBER NOT = CUST-NUMBER
046200         MOVE "Y" TO SCV-ACCT-DONE-SW
046300         GO TO 2210-EXIT.
046400     IF NOT AC-OPEN
046500         GO TO 2210-EXIT.
046600     IF AC-SALDO NOT > ZERO
046700         GO TO 2210-EXIT.
046800     IF AC-CURRENCY-CODE = SCV-BASE-CURRENCY
046900      OR AC-CURRENCY-CODE = SPACES
047000         ADD AC-SALDO TO SCV-CUST-AMOUNT
047100         GO TO 2210-EXIT.
047200     PERFORM 2250-FIND-RATE THRU 2250-EXIT.
047300     IF SCV-RATE = ZERO
047400         IF SCV-REASON = SPACES
047500             ADD 1 TO SCV-NORATE-COUNT
047600             STRING "NO FX RATE FOR " DELIMITED BY SIZE
047700                    AC-CURRENCY-CODE DELIMITED BY SIZE
047800                 INTO SCV-REASON
047900         END-IF
048000         GO TO 2210-EXIT.
048100     COMPUTE SCV-BASE-AMOUNT ROUNDED = AC-SALDO * SCV-RATE.
048200     ADD SCV-BASE-AMOUNT TO SCV-CUST-AMOUNT.
048300 2210-EXIT.
048400     EXIT.
048500
048600 2250-FIND-RATE.
048700     MOVE ZERO TO SCV-RATE.
048800     MOVE ZERO TO SCV-RSUB.
048900     PERFORM 2260-CHECK-RATE THRU 2260-EXIT
049000         UNTIL SCV-RATE NOT = ZERO
049100            OR SCV-RSUB >= SCV-RATE-COUNT.
049200 2250-EXIT.
049300     EXIT.
049400
049500 2260-CHECK-RATE.
049600     ADD 1 TO SCV-RSUB.
049700     IF SCV-TBL-CCY (SCV-RSUB) = AC-CURRENCY-CODE
049800         MOVE SCV-TBL-RATE (SCV-RSUB) TO SCV-RATE.
049900 2260-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300*    2300-CHECK-EXCLUSION.  LEGAL HOLD, FUNDS WITH THE           *
050400*    UNCLAIMED PROPERTY AUTHORITY, DORMANCY - IN THAT ORDER.     *
050500******************************************************************
050600 2300-CHECK-EXCLUSION.
050700     IF SCV-HLD-OPEN
050800         MOVE CUST-NUMBER TO LH-CUST-NUMBER
050900         READ LEGAL-HOLD-FILE
051000             INVALID KEY CONTINUE
051100             NOT INVALID KEY
051200                 IF LH-RELEASED-DATE = ZERO
051300                     MOVE "ACTIVE LEGAL HOLD" TO SCV-REASON
051400                     GO TO 2300-EXIT
051500                 END-IF
051600         END-READ
051700     END-IF.
051800     IF SCV-REG-OPEN
051900         MOVE LOW-VALUES TO ER-KEY
052000         MOVE CUST-NUMBER TO ER-CUST-NUMBER
052100         START ESCHEAT-REGISTER KEY IS NOT LESS THAN ER-KEY
052200             INVALID KEY CONTINUE
052300             NOT INVALID KEY
052400                 PERFORM 2350-CHECK-REGISTER THRU 2350-EXIT
052500         END-START
052600         IF SCV-REASON NOT = SPACES
052700             GO TO 2300-EXIT
052800         END-IF
052900     END-IF.
053000     IF DORMANT
053100         MOVE "DORMANT" TO SCV-REASON.
053200 2300-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    2350-CHECK-REGISTER.  ANY ENTRY STILL ESCHEATED OR UNDER    *
053700*    CLAIM MEANS PART OF THE CUSTOMER'S FUNDS ARE NOT HERE.      *
053800******************************************************************
053900 2350-CHECK-REGISTER.
054000     READ ESCHEAT-REGISTER NEXT RECORD
054100         AT END
054200             GO TO 2350-EXIT
054300     END-READ.
054400     IF ER-CUST-NUMBER NOT = CUST-NUMBER
054500         GO TO 2350-EXIT.
054600     IF ER-ESCHEATED OR ER-CLAIM-FILED
054700         MOVE "ESCHEATED - FUNDS WITH HOLDER" TO SCV-REASON
054800         GO TO 2350-EXIT.
054900     GO TO 2350-CHECK-REGISTER.
055000 2350-EXIT.
055100     EXIT.
055200
055300 2900-READ-MASTER.
055400     READ CUSTOMER-MASTER NEXT RECORD
055500         AT END MOVE "Y" TO SCV-MAST-EOF-SW
055600     END-READ.
055700 2900-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100*    3000-BUILD-VIEW.  DEPOSITS ARE TOTALLED PER DEPOSITOR AND   *
056200*    WRITTEN TO THE SCV FILE; EXCLUSIONS ARE LISTED.             *
056300******************************************************************
056400 3000-BUILD-VIEW.
056500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
056600         UNTIL SCV-SORT-EOF.
056700     IF SCV-PENDING
056800         PERFORM 3300-WRITE-DEPOSITOR THRU 3300-EXIT.
056900     IF NOT SCV-EXCL-HDG-DONE
057000         MOVE "NO EXCLUSIONS" TO SCV-SEC-TEXT
057100         WRITE REPORT-LINE FROM SCV-SECTION-LINE
057200             AFTER ADVANCING 2 LINES.
057300     PERFORM 3600-SCV-TRAILER THRU 3600-EXIT.
057400 3000-BUILD-EXIT.
057500     EXIT.
057600
057700 3100-RETURN-ONE.
057800     RETURN SORT-WORK
057900         AT END
058000             MOVE "Y" TO SCV-SORT-EOF-SW
058100             GO TO 3100-EXIT
058200     END-RETURN.
058300     IF SRT-CLASS = "2"
058400         PERFORM 3500-LIST-EXCLUSION THRU 3500-EXIT
058500         GO TO 3100-EXIT.
058600     IF SCV-PENDING
058700      AND SRT-DEPOSITOR NOT = SCV-DP-ID
058800         PERFORM 3300-WRITE-DEPOSITOR THRU 3300-EXIT.
058900     IF NOT SCV-PENDING
059000         PERFORM 3200-START-DEPOSITOR THRU 3200-EXIT.
059100     ADD 1 TO SCV-DP-MEMBERS.
059200     ADD SRT-AMOUNT TO SCV-DP-AMOUNT.
059300 3100-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700*    3200-START-DEPOSITOR.  THE LOWEST MEMBER NAMES THE          *
059800*    DEPOSITOR AND GIVES IT ITS BRANCH.                          *
059900******************************************************************
060000 3200-START-DEPOSITOR.
060100     MOVE "Y" TO SCV-PENDING-SW.
060200     MOVE SRT-DEPOSITOR TO SCV-DP-ID.
060300     MOVE SRT-HOUSEHOLD TO SCV-DP-HOUSEHOLD.
060400     MOVE ZERO TO SCV-DP-MEMBERS.
060500     MOVE ZERO TO SCV-DP-AMOUNT.
060600     MOVE SRT-BRANCH TO SCV-DP-BRANCH.
060700     MOVE SRT-LAST TO SCV-DP-LAST.
060800     MOVE SRT-FIRST TO SCV-DP-FIRST.
060900     MOVE SRT-BIRTH-DATE TO SCV-DP-BIRTH-DATE.
061000     MOVE SRT-STREET TO SCV-DP-STREET.
061100     MOVE SRT-HOUSE TO SCV-DP-HOUSE.
061200     MOVE SRT-ZIP TO SCV-DP-ZIP.
061300     MOVE SRT-CITY TO SCV-DP-CITY.
061400     MOVE SRT-COUNTRY TO SCV-DP-COUNTRY.
061500 3200-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900*    3300-WRITE-DEPOSITOR.  INSURED UP TO THE LIMIT, THE REST    *
062000*    UNINSURED; ONE SCV DETAIL AND THE BRANCH BUCKET.            *
062100******************************************************************
062200 3300-WRITE-DEPOSITOR.
062300     IF SCV-DP-AMOUNT > SCV-LIMIT
062400         MOVE SCV-LIMIT TO SCV-INSURED
062500         ADD 1 TO SCV-UNINS-COUNT
062600     ELSE
062700         MOVE SCV-DP-AMOUNT TO SCV-INSURED
062800     END-IF.
062900     MOVE SPACES TO SCV-RECORD.
063000     MOVE "D" TO SV-REC-TYPE.
063100     MOVE SCV-DP-ID TO SV-DEPOSITOR-ID.
063200     MOVE SCV-DP-HOUSEHOLD TO SV-HOUSEHOLD-FLAG.
063300     MOVE SCV-DP-MEMBERS TO SV-MEMBER-COUNT.
063400     MOVE SCV-DP-LAST TO SV-OWNER-LAST.
063500     MOVE SCV-DP-FIRST TO SV-OWNER-FIRST.
063600     MOVE SCV-DP-BIRTH-DATE TO SV-OWNER-BIRTH-DATE.
063700     MOVE SCV-DP-STREET TO SV-OWNER-STREET.
063800     MOVE SCV-DP-HOUSE TO SV-OWNER-HOUSE.
063900     MOVE SCV-DP-ZIP TO SV-OWNER-ZIP.
064000     MOVE SCV-DP-CITY TO SV-OWNER-CITY.
064100     MOVE SCV-DP-COUNTRY TO SV-OWNER-COUNTRY.
064200     MOVE SCV-DP-BRANCH TO SV-BRANCH.
064300     MOVE SCV-BASE-CURRENCY TO SV-CURRENCY.
064400     MOVE SCV-DP-AMOUNT TO SV-ELIGIBLE.
064500     MOVE SCV-INSURED TO SV-INSURED.
064600     COMPUTE SV-UNINSURED = SCV-DP-AMOUNT - SCV-INSURED.
064700     WRITE SCV-RECORD.
064800     IF SCV-OUT-STATUS NOT = "00"
064900         MOVE "SCV FILE WRITE FAILED" TO SCV-MSG-TEXT
065000         GO TO 9000-ABEND.
065100     ADD 1 TO SCV-DEP-COUNT.
065200     IF SCV-DP-HOUSEHOLD = "Y"
065300         ADD 1 TO SCV-HH-COUNT.
065400     ADD SV-ELIGIBLE TO SCV-TOT-ELIGIBLE.
065500     ADD SV-INSURED TO SCV-TOT-INSURED.
065600     ADD SV-UNINSURED TO SCV-TOT-UNINSURED.
065700     MOVE SCV-DP-BRANCH TO SCV-SEEK-BRANCH.
065800     PERFORM 3800-FIND-BUCKET THRU 3800-EXIT.
065900     ADD 1 TO SCV-BR-DEPOSITORS (SCV-BR-HIT).
066000     ADD SV-ELIGIBLE TO SCV-BR-ELIGIBLE (SCV-BR-HIT).
066100     ADD SV-INSURED TO SCV-BR-INSURED (SCV-BR-HIT).
066200     ADD SV-UNINSURED TO SCV-BR-UNINSURED (SCV-BR-HIT).
066300     MOVE "N" TO SCV-PENDING-SW.
066400 3300-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800*    3500-LIST-EXCLUSION.  ONE EXCLUDED CUSTOMER WITH REASON.    *
066900******************************************************************
067000 3500-LIST-EXCLUSION.
067100     IF SCV-PENDING
067200         PERFORM 3300-WRITE-DEPOSITOR THRU 3300-EXIT.
067300     IF NOT SCV-EXCL-HDG-DONE
067400         MOVE "Y" TO SCV-EXCL-HDG-SW
067500         MOVE "EXCLUDED FROM THE SINGLE CUSTOMER VIEW"
067600             TO SCV-SEC-TEXT
067700         WRITE REPORT-LINE FROM SCV-SECTION-LINE
067800             AFTER ADVANCING 2 LINES
067900         WRITE REPORT-LINE FROM SCV-HEADING-2
068000             AFTER ADVANCING 2 LINES
068100     END-IF.
068200     MOVE SPACES TO SCV-NAME-WORK.
068300     STRING SRT-FIRST DELIMITED BY "  "
068400            " " DELIMITED BY SIZE
068500            SRT-LAST DELIMITED BY SIZE
068600         INTO SCV-NAME-WORK.
068700     MOVE SRT-CUST TO SCV-EXL-CUST.
068800     MOVE SCV-NAME-WORK TO SCV-EXL-NAME.
068900     MOVE SRT-BRANCH TO SCV-EXL-BRANCH.
069000     MOVE SRT-AMOUNT TO SCV-EXL-AMOUNT.
069100     MOVE SRT-REASON TO SCV-EXL-REASON.
069200     WRITE REPORT-LINE FROM SCV-EXCL-LINE
069300         AFTER ADVANCING 1 LINE.
069400     ADD 1 TO SCV-EXCL-COUNT.
069500     ADD SRT-AMOUNT TO SCV-TOT-EXCLUDED.
069600     MOVE SRT-BRANCH TO SCV-SEEK-BRANCH.
069700     PERFORM 3800-FIND-BUCKET THRU 3800-EXIT.
069800     ADD 1 TO SCV-BR-EXCL-COUNT (SCV-BR-HIT).
069900     ADD SRT-AMOUNT TO SCV-BR-EXCL-AMOUNT (SCV-BR-HIT).
070000 3500-EXIT.
070100     EXIT.
070200
070300 3600-SCV-TRAILER.
070400     MOVE SPACES TO SCV-RECORD.
070500     MOVE "T" TO SV-REC-TYPE.
070600     MOVE SCV-DEP-COUNT TO SV-TRL-COUNT.
070700     MOVE SCV-TOT-ELIGIBLE TO SV-TRL-ELIGIBLE.
070800     MOVE SCV-TOT-INSURED TO SV-TRL-INSURED.
070900     MOVE SCV-TOT-UNINSURED TO SV-TRL-UNINSURED.
071000     WRITE SCV-RECORD.
071100 3600-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500*    3800-FIND-BUCKET.  BRANCH SUMMARY ENTRY FOR                 *
071600*    SCV-SEEK-BRANCH, ADDED ON FIRST USE.                        *
071700******************************************************************
071800 3800-FIND-BUCKET.
071900     MOVE ZERO TO SCV-BR-HIT.
072000     MOVE ZERO TO SCV-BR-SUB.
072100     PERFORM 3810-CHECK-BUCKET THRU 3810-EXIT
072200         UNTIL SCV-BR-HIT NOT = ZERO
072300            OR SCV-BR-SUB >= SCV-BR-COUNT.
072400     IF SCV-BR-HIT NOT = ZERO
072500         GO TO 3800-EXIT.
072600     IF SCV-BR-COUNT >= SCV-BR-MAX
072700         MOVE "BRANCH TABLE OVERFLOW" TO SCV-MSG-TEXT
072800         GO TO 9000-ABEND.
072900     ADD 1 TO SCV-BR-COUNT.
073000     MOVE SCV-BR-COUNT TO SCV-BR-HIT.
073100     MOVE SCV-SEEK-BRANCH TO SCV-BR-CODE (SCV-BR-HIT).
073200     MOVE ZERO TO SCV-BR-DEPOSITORS (SCV-BR-HIT)
073300                  SCV-BR-ELIGIBLE (SCV-BR-HIT)
073400                  SCV-BR-INSURED (SCV-BR-HIT)
073500                  SCV-BR-UNINSURED (SCV-BR-HIT)
073600                  SCV-BR-EXCL-COUNT (SCV-BR-HIT)
073700                  SCV-BR-EXCL-AMOUNT (SCV-BR-HIT).
073800 3800-EXIT.
073900     EXIT.
074000
074100 3810-CHECK-BUCKET.
074200     ADD 1 TO SCV-BR-SUB.
074300     IF SCV-BR-CODE (SCV-BR-SUB) = SCV-SEEK-BRANCH
074400         MOVE SCV-BR-SUB TO SCV-BR-HIT.
074500 3810-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900*    4000-PRINT-BRANCHES.  BRANCH SUMMARY AND ITS GRAND TOTAL.   *
075000******************************************************************
075100 4000-PRINT-BRANCHES.
075200     MOVE "BRANCH SUMMARY" TO SCV-SEC-TEXT.
075300     WRITE REPORT-LINE FROM SCV-SECTION-LINE
075400         AFTER ADVANCING 3 LINES.
075500     WRITE REPORT-LINE FROM SCV-HEADING-3
075600         AFTER ADVANCING 2 LINES.
075700     MOVE ZERO TO SCV-BR-SUB.
075800     PERFORM 4100-BRANCH-LINE THRU 4100-EXIT
075900         UNTIL SCV-BR-SUB >= SCV-BR-COUNT.
076000     MOVE "ALL" TO SCV-BRL-BRANCH.
076100     MOVE SCV-DEP-COUNT TO SCV-BRL-DEPOSITORS.
076200     MOVE SCV-TOT-ELIGIBLE TO SCV-BRL-ELIGIBLE.
076300     MOVE SCV-TOT-INSURED TO SCV-BRL-INSURED.
076400     MOVE SCV-TOT-UNINSURED TO SCV-BRL-UNINSURED.
076500     MOVE SCV-EXCL-COUNT TO SCV-BRL-EXCL-COUNT.
076600     MOVE SCV-TOT-EXCLUDED TO SCV-BRL-EXCL-AMOUNT.
076700     WRITE REPORT-LINE FROM SCV-BRANCH-LINE
076800         AFTER ADVANCING 2 LINES.
076900 4000-EXIT.
077000     EXIT.
077100
077200 4100-BRANCH-LINE.
077300     ADD 1 TO SCV-BR-SUB.
077400     MOVE SCV-BR-CODE (SCV-BR-SUB) TO SCV-BRL-BRANCH.
077500     MOVE SCV-BR-DEPOSITORS (SCV-BR-SUB) TO SCV-BRL-DEPOSITORS.
077600     MOVE SCV-BR-ELIGIBLE (SCV-BR-SUB) TO SCV-BRL-ELIGIBLE.
077700     MOVE SCV-BR-INSURED (SCV-BR-SUB) TO SCV-BRL-INSURED.
077800     MOVE SCV-BR-UNINSURED (SCV-BR-SUB) TO SCV-BRL-UNINSURED.
077900     MOVE SCV-BR-EXCL-COUNT (SCV-BR-SUB) TO SCV-BRL-EXCL-COUNT.
078000     MOVE SCV-BR-EXCL-AMOUNT (SCV-BR-SUB) TO SCV-BRL-EXCL-AMOUNT.
078100     WRITE REPORT-LINE FROM SCV-BRANCH-LINE
078200         AFTER ADVANCING 1 LINE.
078300 4100-EXIT.
078400     EXIT.
078500
078600******************************************************************
078700*    4500-PRINT-TOTALS.  RUN COUNTS.                             *
078800******************************************************************
078900 4500-PRINT-TOTALS.
079000     MOVE "CUSTOMERS EXAMINED" TO SCV-TOT-LABEL.
079100     MOVE SCV-CUST-COUNT TO SCV-TOT-COUNT.
079200     WRITE REPORT-LINE FROM SCV-TOTAL-LINE
079300         AFTER ADVANCING 2 LINES.
079400     MOVE "DEPOSITORS ON SCV FILE" TO SCV-TOT-LABEL.
079500     MOVE SCV-DEP-COUNT TO SCV-TOT-COUNT.
079600     WRITE REPORT-LINE FROM SCV-TOTAL-LINE
079700         AFTER ADVANCING 1 LINE.
079800     MOVE "  OF WHICH HOUSEHOLDS" TO SCV-TOT-LABEL.
079900     MOVE SCV-HH-COUNT TO SCV-TOT-COUNT.
080000     WRITE REPORT-LINE FROM SCV-TOTAL-LINE
080100         AFTER ADVANCING 1 LINE.
080200     MOVE "  OF WHICH OVER THE LIMIT" TO SCV-TOT-LABEL.
080300     MOVE SCV-UNINS-COUNT TO SCV-TOT-COUNT.
080400     WRITE REPORT-LINE FROM SCV-TOTAL-LINE
080500         AFTER ADVANCING 1 LINE.
080600     MOVE "CUSTOMERS EXCLUDED" TO SCV-TOT-LABEL.
080700     MOVE SCV-EXCL-COUNT TO SCV-TOT-COUNT.
080800     WRITE REPORT-LINE FROM SCV-TOTAL-LINE
080900         AFTER ADVANCING 1 LINE.
081000     MOVE "  OF WHICH NO FX RATE" TO SCV-TOT-LABEL.
081100     MOVE SCV-NORATE-COUNT TO SCV-TOT-COUNT.
081200     WRITE REPORT-LINE FROM SCV-TOTAL-LINE
081300         AFTER ADVANCING 1 LINE.
081400 4500-EXIT.
081500     EXIT.
081600
081700******************************************************************
081800*    5000-WRAPUP.  CLOSE FILES.                                  *
081900******************************************************************
082000 5000-WRAPUP.
082100     CLOSE CUSTOMER-MASTER
082200           ACCOUNT-MASTER
082300           SCV-FILE
082400           SCV-REPORT.
082500     IF SCV-XRF-OPEN
082600         CLOSE HOUSEHOLD-XRF.
082700     IF SCV-HLD-OPEN
082800         CLOSE LEGAL-HOLD-FILE.
082900     IF SCV-REG-OPEN
083000         CLOSE ESCHEAT-REGISTER.
083100 5000-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500*    9000-ABEND.  FATAL ERROR - REPORT AND STOP WITH RC=12.      *
083600******************************************************************
083700 9000-ABEND.
083800     DISPLAY "DEPSCV ABEND: " SCV-MSG-TEXT.
083900     MOVE 12 TO RETURN-CODE.
084000     STOP RUN.
