000100******************************************************************
000200* PROGRAM NAME:   ESCHREMT                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* ESCHEATMENT REMITTANCE.  RUNS AFTER DORMANT ON THE DAY THE     *
000600* BALANCES ARE REMITTED TO THE UNCLAIMED PROPERTY AUTHORITY.     *
000700* FOR EACH CUSTOMER ON DORMANT'S CANDIDATE FILE (ESCHCAND) THAT  *
000800* IS STILL DORMANT, EVERY OPEN ACCOUNT WITH A CREDIT BALANCE IS  *
000900* REPORTED ON THE AUTHORITY'S ELECTRONIC HOLDER FILE (HOLDRPT),  *
001000* RECORDED ON THE KEYED ESCHEATMENT REGISTER (ESCHREG) AND       *
001100* EMPTIED BY A REMITTANCE DEBIT ON THE POSTING HISTORY (SOURCE   *
001200* "ESCHEAT "), WITH THE SALDO ROLL-UP JOURNALED THROUGH          *
001300* JRNLWRT.  THE CUSTOMER STAYS DORMANT.  A CUSTOMER REACTIVATED  *
001400* SINCE THE DORMANT RUN, ON SANCTIONS HOLD, UNDER AN ACTIVE      *
001500* GARNISHMENT OR LEVY ORDER, OR WITH AN OPEN ESTATE CASE IS      *
001600* SKIPPED AND LISTED; ANY SKIP ENDS THE STEP WITH RC=4.  THE     *
001700* HOLDER ID IS KEYED AT RUN TIME.                                *
001800*                                                                *
001900* MAINTENANCE LOG                                                *
002000* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002100* --------- ------------  -------------------------------------- *
002200* 15/10/26  MS            CREATED - ESCHEATMENT REMITTANCE       *
002220* 15/10/26  MS            POSTING HISTORY IS KEYED (CUSTOMER,    *
002240*                         DATE, REFERENCE); A POSTING THAT       *
002260*                         REPEATS A KEY TAKES THE NEXT KEY       *
002280*                         SEQUENCE                               *
002286* 15/10/26  MS            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002292*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  ESCHREMT.
002600 AUTHOR. M. SCHREIBER.
002700 INSTALLATION. COBOL DEVELOPMENT CENTER.
002800 DATE-WRITTEN. 15/10/26.
002900 DATE-COMPILED. 15/10/26.
003000 SECURITY. NON-CONFIDENTIAL.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ESCHEAT-CANDIDATES ASSIGN TO ESCHCAND
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS ERM-CND-STATUS.
003800     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CUST-NUMBER
004200         FILE STATUS IS ERM-MAST-STATUS.
004300     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS AC-KEY
004700         FILE STATUS IS ERM-ACCT-STATUS.
004800     SELECT ESCHEAT-REGISTER ASSIGN TO ESCHREG
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS ER-KEY
005200         FILE STATUS IS ERM-REG-STATUS.
005300     SELECT GARNISHMENT-ORDERS ASSIGN TO GARNORD
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS GO-KEY
005700         FILE STATUS IS ERM-GO-STATUS.
005800     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS EC-CUST-NUMBER
006200         FILE STATUS IS ERM-EST-STATUS.
006300     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
006400         ORGANIZATION IS INDEXED
006433         ACCESS MODE IS RANDOM
006466         RECORD KEY IS PH-KEY
006500         FILE STATUS IS ERM-HIST-STATUS.
006600     SELECT HOLDER-FILE ASSIGN TO HOLDRPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS ERM-HLD-STATUS.
006900     SELECT REMIT-REPORT ASSIGN TO ESCHRRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS ERM-RPT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  ESCHEAT-CANDIDATES
007600     RECORD CONTAINS 20 CHARACTERS.
007700 COPY ESCHCAND.
007800
007900 FD  CUSTOMER-MASTER
008000     RECORD CONTAINS 273 CHARACTERS.
008100 COPY CUSTMAST.
008200
008300 FD  ACCOUNT-MASTER
008400     RECORD CONTAINS 100 CHARACTERS.
008500 COPY ACCTMAST.
008600
008700 FD  ESCHEAT-REGISTER
008800     RECORD CONTAINS 120 CHARACTERS.
008900 COPY ESCHREG.
009000
009100 FD  GARNISHMENT-ORDERS
009200     RECORD CONTAINS 120 CHARACTERS.
009300 COPY GARNORD.
009400
009500 FD  ESTATE-REGISTER
009600     RECORD CONTAINS 400 CHARACTERS.
009700 COPY ESTATE.
009800
009900 FD  POSTING-HISTORY
010000     RECORD CONTAINS 100 CHARACTERS.
010100 COPY POSTHIST.
010200
010300 FD  HOLDER-FILE
010400     RECORD CONTAINS 200 CHARACTERS.
010500 COPY HOLDRPT.
010600
010700 FD  REMIT-REPORT
010800     RECORD CONTAINS 132 CHARACTERS.
010900 01  REPORT-LINE                 PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200 77  ERM-CND-STATUS              PIC X(02).
011300 77  ERM-MAST-STATUS             PIC X(02).
011400 77  ERM-ACCT-STATUS             PIC X(02).
011500 77  ERM-REG-STATUS              PIC X(02).
011600 77  ERM-GO-STATUS               PIC X(02).
011700 77  ERM-EST-STATUS              PIC X(02).
011800 77  ERM-HIST-STATUS             PIC X(02).
011900 77  ERM-HLD-STATUS              PIC X(02).
012000 77  ERM-RPT-STATUS              PIC X(02).
012100
012200 77  ERM-CND-EOF-SW              PIC X(01) VALUE "N".
012300     88  ERM-CND-EOF             VALUE "Y".
012400 77  ERM-ACCT-DONE-SW            PIC X(01) VALUE "N".
012500     88  ERM-ACCT-DONE           VALUE "Y".
012600 77  ERM-GO-DONE-SW              PIC X(01) VALUE "N".
012700     88  ERM-GO-DONE             VALUE "Y".
012800 77  ERM-GO-OPEN-SW              PIC X(01) VALUE "N".
012900     88  ERM-GO-OPEN             VALUE "Y".
013000 77  ERM-EST-OPEN-SW             PIC X(01) VALUE "N".
013100     88  ERM-EST-OPEN            VALUE "Y".
013200 77  ERM-SKIP-SW                 PIC X(01) VALUE "N".
013300     88  ERM-SKIPPED             VALUE "Y".
013400
013500 77  ERM-HOLDER-ID               PIC X(10) VALUE SPACES.
013600 77  ERM-SKIP-REASON             PIC X(40) VALUE SPACES.
013700 77  ERM-MSG-TEXT                PIC X(40) VALUE SPACES.
013800
013900 77  ERM-CAND-COUNT              PIC 9(05) COMP VALUE ZERO.
014000 77  ERM-REMIT-CUSTS             PIC 9(05) COMP VALUE ZERO.
014100 77  ERM-SKIP-COUNT              PIC 9(05) COMP VALUE ZERO.
014200 77  ERM-PROPERTY-COUNT          PIC 9(07) COMP VALUE ZERO.
014300 77  ERM-REMIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
014400 77  ERM-CUST-ACCOUNTS           PIC 9(02) COMP VALUE ZERO.
014500 77  ERM-CUST-TOTAL              PIC 9(09)V9(02) VALUE ZERO.
014600
014700 01  ERM-RUN-DATE                PIC 9(08).
014800 01  ERM-RUN-DATE-X REDEFINES ERM-RUN-DATE.
014900     05  ERM-RUN-YYYY            PIC 9(04).
015000     05  FILLER                  PIC X(04).
015100
015200 COPY JRNLPARM.
015300
015400 01  ERM-HEADING-1.
015500     05  FILLER                  PIC X(09) VALUE "ESCHREMT ".
015600     05  FILLER                  PIC X(35)
015700         VALUE "ESCHEATMENT REMITTANCE REGISTER    ".
015800     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
015900     05  ERM-HDG-DATE            PIC 9(08).
016000     05  FILLER                  PIC X(11) VALUE " HOLDER ID:".
016100     05  ERM-HDG-HOLDER          PIC X(10).
016200     05  FILLER                  PIC X(49) VALUE SPACES.
016300
016400 01  ERM-HEADING-2.
016500     05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
016600     05  FILLER                  PIC X(29) VALUE "NAME".
016700     05  FILLER                  PIC X(11) VALUE "DORMANT".
016800     05  FILLER                  PIC X(05) VALUE "ACCT".
016900     05  FILLER                  PIC X(15) VALUE "      REMITTED".
017000     05  FILLER                  PIC X(63) VALUE "RESULT".
017100
017200 01  ERM-DETAIL-LINE.
017300     05  ERM-DTL-CUST            PIC 9(06).
017400     05  FILLER                  PIC X(03) VALUE SPACES.
017500     05  ERM-DTL-NAME            PIC X(26).
017600     05  FILLER                  PIC X(03) VALUE SPACES.
017700     05  ERM-DTL-SINCE           PIC 9(08).
017800     05  FILLER                  PIC X(03) VALUE SPACES.
017900     05  ERM-DTL-ACCOUNTS        PIC Z9.
018000     05  FILLER                  PIC X(03) VALUE SPACES.
018100     05  ERM-DTL-AMOUNT          PIC Z(08)9.99.
018200     05  FILLER                  PIC X(03) VALUE SPACES.
018300     05  ERM-DTL-TEXT            PIC X(40).
018400     05  FILLER                  PIC X(23) VALUE SPACES.
018500
018600 01  ERM-TOTAL-LINE.
018700     05  FILLER                  PIC X(10) VALUE SPACES.
018800     05  ERM-TOT-LABEL           PIC X(30).
018900     05  ERM-TOT-COUNT           PIC Z(06)9.
019000     05  FILLER                  PIC X(05) VALUE SPACES.
019100     05  ERM-TOT-AMOUNT          PIC Z(10)9.99.
019200     05  FILLER                  PIC X(66) VALUE SPACES.
019300
019400 01  ERM-NAME-WORK               PIC X(26).
019500
019600 PROCEDURE DIVISION.
019700******************************************************************
019800*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
019900******************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     PERFORM 2000-REMIT-CUSTOMER THRU 2000-EXIT
020300         UNTIL ERM-CND-EOF.
020400     PERFORM 3000-HOLDER-TRAILER THRU 3000-EXIT.
020500     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
020600     PERFORM 5000-WRAPUP THRU 5000-EXIT.
020700     IF ERM-SKIP-COUNT > ZERO
020800         MOVE 4 TO RETURN-CODE.
020900     STOP RUN.
021000
021100******************************************************************
021200*    1000-INITIALIZE.  HOLDER ID, FILES, HOLDER FILE HEADER.     *
021300*    NO CANDIDATE FILE MEANS NOTHING TO REMIT, BUT THE HOLDER    *
021400*    FILE IS STILL WRITTEN WITH ITS HEADER AND A ZERO TRAILER.   *
021500******************************************************************
021600 1000-INITIALIZE.
021700     DISPLAY "HOLDER ID: ".
021800     ACCEPT ERM-HOLDER-ID.
021900     IF ERM-HOLDER-ID = SPACES
022000         MOVE "NO HOLDER ID KEYED" TO ERM-MSG-TEXT
022100         GO TO 9000-ABEND.
022200     ACCEPT ERM-RUN-DATE FROM DATE YYYYMMDD.
022300     OPEN I-O    CUSTOMER-MASTER
022400          I-O    ACCOUNT-MASTER
022500          OUTPUT HOLDER-FILE
022600          OUTPUT REMIT-REPORT.
022700     IF ERM-MAST-STATUS NOT = "00"
022800         MOVE "CUSTOMER MASTER OPEN FAILED" TO ERM-MSG-TEXT
022900         GO TO 9000-ABEND.
023000     IF ERM-ACCT-STATUS NOT = "00"
023100         MOVE "ACCOUNT MASTER OPEN FAILED" TO ERM-MSG-TEXT
023200         GO TO 9000-ABEND.
023300     IF ERM-HLD-STATUS NOT = "00"
023400         MOVE "HOLDER FILE OPEN FAILED" TO ERM-MSG-TEXT
023500         GO TO 9000-ABEND.
023600     OPEN I-O ESCHEAT-REGISTER.
023700     IF ERM-REG-STATUS = "35"
023800         OPEN OUTPUT ESCHEAT-REGISTER
023900         CLOSE ESCHEAT-REGISTER
024000         OPEN I-O ESCHEAT-REGISTER.
024100     IF ERM-REG-STATUS NOT = "00"
024200         MOVE "ESCHEATMENT REGISTER OPEN FAILED" TO ERM-MSG-TEXT
024300         GO TO 9000-ABEND.
024400     OPEN I-O POSTING-HISTORY.
024500     IF ERM-HIST-STATUS = "35"
024600         OPEN OUTPUT POSTING-HISTORY
024633         CLOSE POSTING-HISTORY
024666         OPEN I-O POSTING-HISTORY.
024700     IF ERM-HIST-STATUS NOT = "00"
024800         MOVE "POSTING HISTORY OPEN FAILED" TO ERM-MSG-TEXT
024900         GO TO 9000-ABEND.
025000*    NO ORDER REGISTER MEANS NO GARNISHMENT OR LEVY HAS BEEN
025100*    SERVED; NO ESTATE REGISTER MEANS NO BEREAVEMENT NOTICE
025200     OPEN INPUT GARNISHMENT-ORDERS.
025300     IF ERM-GO-STATUS = "00"
025400         MOVE "Y" TO ERM-GO-OPEN-SW.
025500     OPEN INPUT ESTATE-REGISTER.
025600     IF ERM-EST-STATUS = "00"
025700         MOVE "Y" TO ERM-EST-OPEN-SW.
025800     OPEN INPUT ESCHEAT-CANDIDATES.
025900     IF ERM-CND-STATUS NOT = "00"
026000         MOVE "Y" TO ERM-CND-EOF-SW.
026100     MOVE ERM-RUN-DATE TO ERM-HDG-DATE.
026200     MOVE ERM-HOLDER-ID TO ERM-HDG-HOLDER.
026300     WRITE REPORT-LINE FROM ERM-HEADING-1
026400         AFTER ADVANCING PAGE.
026500     WRITE REPORT-LINE FROM ERM-HEADING-2
026600         AFTER ADVANCING 2 LINES.
026700     MOVE SPACES TO HOLDER-REPORT-RECORD.
026800     MOVE "H" TO HR-REC-TYPE.
026900     MOVE ERM-HOLDER-ID TO HR-HOLDER-ID.
027000     MOVE ERM-RUN-DATE TO HR-HDR-REPORT-DATE.
027100     MOVE ERM-RUN-YYYY TO HR-HDR-REPORT-YEAR.
027200     WRITE HOLDER-REPORT-RECORD.
027300 1000-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    2000-REMIT-CUSTOMER.  ONE CANDIDATE: CHECK, THEN REMIT      *
027800*    EVERY OPEN ACCOUNT IN CREDIT.  A SKIP CHANGES NOTHING.      *
027900******************************************************************
028000 2000-REMIT-CUSTOMER.
028100     READ ESCHEAT-CANDIDATES
028200         AT END
028300             MOVE "Y" TO ERM-CND-EOF-SW
028400             GO TO 2000-EXIT
028500     END-READ.
028600     ADD 1 TO ERM-CAND-COUNT.
028700     MOVE "N" TO ERM-SKIP-SW.
028800     MOVE ZERO TO ERM-CUST-ACCOUNTS.
028900     MOVE ZERO TO ERM-CUST-TOTAL.
029000     MOVE EK-CUST-NUMBER TO CUST-NUMBER.
029100     READ CUSTOMER-MASTER
029200         INVALID KEY
029300             MOVE SPACES TO FIRSTNAME LASTNAME
029400             MOVE "SKIPPED - NOT ON CUSTOMER MASTER"
029500                 TO ERM-SKIP-REASON
029600             GO TO 2000-SKIP
029700     END-READ.
029800     IF NOT DORMANT
029900         MOVE "SKIPPED - NO LONGER DORMANT" TO ERM-SKIP-REASON
030000         GO TO 2000-SKIP.
030100     IF SANCTION-HOLD
030200         MOVE "SKIPPED - ON SANCTIONS HOLD" TO ERM-SKIP-REASON
030300         GO TO 2000-SKIP.
030400     IF ERM-GO-OPEN
030500         PERFORM 2100-CHECK-ORDERS THRU 2100-EXIT
030600         IF ERM-SKIPPED
030700             GO TO 2000-SKIP
030800         END-IF
030900     END-IF.
031000     IF ERM-EST-OPEN
031100         MOVE CUST-NUMBER TO EC-CUST-NUMBER
031200         READ ESTATE-REGISTER
031300             INVALID KEY CONTINUE
031400             NOT INVALID KEY
031500                 IF EC-CASE-OPEN
031600                     MOVE "SKIPPED - ESTATE CASE OPEN"
031700                         TO ERM-SKIP-REASON
031800                     GO TO 2000-SKIP
031900                 END-IF
032000         END-READ
032100     END-IF.
032200     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
032300     PERFORM 2200-REMIT-ACCOUNTS THRU 2200-EXIT.
032400     IF ERM-CUST-ACCOUNTS = ZERO
032500         MOVE "NOTHING TO REMIT - NO ACCOUNT IN CREDIT"
032600             TO ERM-DTL-TEXT
032700         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
032800         GO TO 2000-EXIT.
032900     SUBTRACT ERM-CUST-TOTAL FROM SALDO.
033000     REWRITE CUSTOMER-RECORD.
033100     IF ERM-MAST-STATUS NOT = "00"
033200         MOVE "MASTER REWRITE FAILED" TO ERM-MSG-TEXT
033300         GO TO 9000-ABEND.
033400     MOVE "C" TO JP-ACTION.
033500     MOVE "ESCHREMT" TO JP-PROGRAM.
033600     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
033700     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
033800     CALL "JRNLWRT" USING JRNL-PARM.
033900     ADD 1 TO ERM-REMIT-CUSTS.
034000     MOVE "REMITTED - ON HOLDER FILE AND REGISTER"
034100         TO ERM-DTL-TEXT.
034200     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
034300     GO TO 2000-EXIT.
034400 2000-SKIP.
034500     ADD 1 TO ERM-SKIP-COUNT.
034600     MOVE ERM-SKIP-REASON TO ERM-DTL-TEXT.
034700     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
034800 2000-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    2100-CHECK-ORDERS.  AN ACTIVE, UNEXPIRED GARNISHMENT OR     *
035300*    LEVY ORDER HAS FIRST CALL ON THE FUNDS.                     *
035400******************************************************************
035500 2100-CHECK-ORDERS.
035600     MOVE CUST-NUMBER TO GO-CUST-NUMBER.
035700     MOVE LOW-VALUES TO GO-ORDER-NUMBER.
035800     MOVE "N" TO ERM-GO-DONE-SW.
035900     START GARNISHMENT-ORDERS KEY IS NOT LESS THAN GO-KEY
036000         INVALID KEY
036100             GO TO 2100-EXIT
036200     END-START.
036300     PERFORM 2110-CHECK-ONE-ORDER THRU 2110-EXIT
036400         UNTIL ERM-GO-DONE OR ERM-SKIPPED.
036500 2100-EXIT.
036600     EXIT.
036700
036800 2110-CHECK-ONE-ORDER.
036900     READ GARNISHMENT-ORDERS NEXT RECORD
037000         AT END
037100             MOVE "Y" TO ERM-GO-DONE-SW
037200             GO TO 2110-EXIT
037300     END-READ.
037400     IF GO-CUST-NUMBER NOT = CUST-NUMBER
037500         MOVE "Y" TO ERM-GO-DONE-SW
037600         GO TO 2110-EXIT.
037700     IF NOT GO-ACTIVE
037800         GO TO 2110-EXIT.
037900     IF GO-EXPIRY-DATE NOT = ZERO
038000      AND GO-EXPIRY-DATE < ERM-RUN-DATE
038100         GO TO 2110-EXIT.
038200     MOVE "SKIPPED - ACTIVE GARNISHMENT OR LEVY"
038300         TO ERM-SKIP-REASON.
038400     MOVE "Y" TO ERM-SKIP-SW.
038500 2110-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    2200-REMIT-ACCOUNTS.  WALK THE CUSTOMER'S ACCOUNTS.         *
039000******************************************************************
039100 2200-REMIT-ACCOUNTS.
039200     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
039300     MOVE ZERO TO AC-ACCT-SEQ.
039400     MOVE "N" TO ERM-ACCT-DONE-SW.
039500     START ACCOUNT-MASTER KEY IS NOT LESS THAN AC-KEY
039600         INVALID KEY
039700             GO TO 2200-EXIT
039800     END-START.
039900     PERFORM 2210-REMIT-ONE THRU 2210-EXIT
040000         UNTIL ERM-ACCT-DONE.
040100 2200-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    2210-REMIT-ONE.  AN OPEN ACCOUNT IN CREDIT: REGISTER ENTRY, *
040600*    HOLDER FILE DETAIL, REMITTANCE DEBIT, ACCOUNT AT ZERO.      *
040700******************************************************************
040800 2210-REMIT-ONE.
040900     READ ACCOUNT-MASTER NEXT RECORD
041000         AT END
041100             MOVE "Y" TO ERM-ACCT-DONE-SW
041200             GO TO 2210-EXIT
041300     END-READ.
041400     IF AC-CUST-NUMBER NOT = CUST-NUMBER
041500         MOVE "Y" TO ERM-ACCT-DONE-SW
041600         GO TO 2210-EXIT.
041700     IF NOT AC-OPEN
041800         GO TO 2210-EXIT.
041900     IF AC-SALDO NOT > ZERO
042000         GO TO 2210-EXIT.
042100     MOVE SPACES TO ESCHEAT-REGISTER-RECORD.
042200     MOVE CUST-NUMBER TO ER-CUST-NUMBER.
042300     MOVE AC-ACCT-SEQ TO ER-ACCT-SEQ.
042400     MOVE ERM-RUN-DATE TO ER-REMIT-DATE.
042500     MOVE "E" TO ER-STATUS.
042600     MOVE AC-SALDO TO ER-AMOUNT.
042700     MOVE AC-CURRENCY-CODE TO ER-CURRENCY.
042800     MOVE EK-DORMANT-SINCE TO ER-DORMANT-SINCE.
042900     MOVE CUST-BRANCH TO ER-BRANCH.
043000     MOVE ERM-HOLDER-ID TO ER-HOLDER-ID.
043100     MOVE ZERO TO ER-CLAIM-DATE
043200                  ER-RETURN-DATE
043300                  ER-RETURN-AMOUNT.
043400     WRITE ESCHEAT-REGISTER-RECORD
043500         INVALID KEY
043600             MOVE "REGISTER WRITE FAILED" TO ERM-MSG-TEXT
043700             GO TO 9000-ABEND
043800     END-WRITE.
043900     PERFORM 2250-HOLDER-DETAIL THRU 2250-EXIT.
044000     MOVE CUST-NUMBER TO PH-CUST-NUMBER.
044100     MOVE ERM-RUN-DATE TO PH-POST-DATE.
044200     MOVE "D" TO PH-TXN-TYPE.
044300     MOVE AC-SALDO TO PH-AMOUNT.
044400     MOVE ZERO TO PH-BALANCE-AFTER.
044500     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
044600     MOVE "ESCHEAT" TO PH-REFERENCE.
044700     MOVE "ESCHEAT " TO PH-SOURCE.
044800     MOVE CUST-BRANCH TO PH-BRANCH.
044900     MOVE ERM-RUN-DATE TO PH-PROC-DATE.
045000     MOVE ZERO TO PH-ADJ-PERIOD.
045100     MOVE SPACES TO PH-ORIG-CURRENCY.
045200     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
045300     PERFORM 2260-WRITE-HISTORY THRU 2260-EXIT.
045700     ADD 1 TO ERM-CUST-ACCOUNTS.
045800     ADD 1 TO ERM-PROPERTY-COUNT.
045900     ADD AC-SALDO TO ERM-CUST-TOTAL.
046000     ADD AC-SALDO TO ERM-REMIT-TOTAL.
046100     MOVE ZERO TO AC-SALDO.
046200     REWRITE ACCOUNT-RECORD.
046300     IF ERM-ACCT-STATUS NOT = "00"
046400         MOVE "ACCOUNT REWRITE FAILED" TO ERM-MSG-TEXT
046500         GO TO 9000-ABEND.
046600 2210-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000*    2250-HOLDER-DETAIL.  ONE PROPERTY ON THE AUTHORITY FILE,    *
047100*    WITH THE OWNER AT THE PRIMARY ADDRESS.                      *
047200******************************************************************
047300 2250-HOLDER-DETAIL.
047400     MOVE SPACES TO HOLDER-REPORT-RECORD.
047500     MOVE "D" TO HR-REC-TYPE.
047600     MOVE ERM-HOLDER-ID TO HR-HOLDER-ID.
047700     MOVE ER-PROPERTY-ID TO HR-PROPERTY-ID.
047800     IF AC-SAVINGS
047900         MOVE "AC02" TO HR-PROPERTY-TYPE
048000     ELSE
048100         MOVE "AC01" TO HR-PROPERTY-TYPE
048200     END-IF.
048300     MOVE LASTNAME TO HR-OWNER-LAST.
048400     MOVE FIRSTNAME TO HR-OWNER-FIRST.
048500     MOVE BIRTH-DATE TO HR-OWNER-BIRTH-DATE.
048600     MOVE STREET (1) TO HR-OWNER-STREET.
048700     MOVE HOUSE-NUMBER (1) TO HR-OWNER-HOUSE.
048800     MOVE ZIP-CODE2 (1) TO HR-OWNER-ZIP.
048900     MOVE CITY-NAME (1) TO HR-OWNER-CITY.
049000     MOVE COUNTRY-CODE (1) TO HR-OWNER-COUNTRY.
049100     MOVE EK-DORMANT-SINCE TO HR-LAST-ACTIVITY.
049200     MOVE AC-SALDO TO HR-AMOUNT.
049300     MOVE AC-CURRENCY-CODE TO HR-CURRENCY.
049400     MOVE ERM-RUN-DATE TO HR-REMIT-DATE.
049500     WRITE HOLDER-REPORT-RECORD.
049600     IF ERM-HLD-STATUS NOT = "00"
049700         MOVE "HOLDER FILE WRITE FAILED" TO ERM-MSG-TEXT
049800         GO TO 9000-ABEND.
049900 2250-EXIT.
050000     EXIT.
050005
050010******************************************************************
050015*    2260-WRITE-HISTORY.  ADD THE REMITTANCE POSTING.  A SECOND  *
050020*    ACCOUNT OF THE SAME CUSTOMER SHARES CUSTOMER, DATE AND      *
050025*    REFERENCE, SO IT TAKES THE NEXT KEY SEQUENCE.               *
050030******************************************************************
050035 2260-WRITE-HISTORY.
050040     MOVE ZERO TO PH-KEY-SEQ.
050045 2260-WRITE-TRY.
050050     WRITE POSTING-HISTORY-RECORD.
050055     IF ERM-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
050060         ADD 1 TO PH-KEY-SEQ
050065         GO TO 2260-WRITE-TRY.
050070     IF ERM-HIST-STATUS NOT = "00"
050075         MOVE "POSTING HISTORY WRITE FAILED" TO ERM-MSG-TEXT
050080         GO TO 9000-ABEND.
050085 2260-EXIT.
050090     EXIT.
050100
050200******************************************************************
050300*    2900-REPORT-LINE.  ONE REGISTER LINE PER CANDIDATE.         *
050400******************************************************************
050500 2900-REPORT-LINE.
050600     MOVE SPACES TO ERM-NAME-WORK.
050700     STRING FIRSTNAME DELIMITED BY "  "
050800            " " DELIMITED BY SIZE
050900            LASTNAME DELIMITED BY SIZE
051000         INTO ERM-NAME-WORK.
051100     MOVE EK-CUST-NUMBER TO ERM-DTL-CUST.
051200     MOVE ERM-NAME-WORK TO ERM-DTL-NAME.
051300     MOVE EK-DORMANT-SINCE TO ERM-DTL-SINCE.
051400     MOVE ERM-CUST-ACCOUNTS TO ERM-DTL-ACCOUNTS.
051500     MOVE ERM-CUST-TOTAL TO ERM-DTL-AMOUNT.
051600     WRITE REPORT-LINE FROM ERM-DETAIL-LINE
051700         AFTER ADVANCING 1 LINE.
051800 2900-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    3000-HOLDER-TRAILER.  PROPERTY COUNT AND AMOUNT TOTAL.      *
052300******************************************************************
052400 3000-HOLDER-TRAILER.
052500     MOVE SPACES TO HOLDER-REPORT-RECORD.
052600     MOVE "T" TO HR-REC-TYPE.
052700     MOVE ERM-HOLDER-ID TO HR-HOLDER-ID.
052800     MOVE ERM-PROPERTY-COUNT TO HR-TRL-COUNT.
052900     MOVE ERM-REMIT-TOTAL TO HR-TRL-AMOUNT.
053000     WRITE HOLDER-REPORT-RECORD.
053100 3000-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500*    4000-PRINT-TOTALS.  RUN TOTALS; THE PROPERTY COUNT AND      *
053600*    AMOUNT AGREE WITH THE HOLDER FILE TRAILER.                  *
053700******************************************************************
053800 4000-PRINT-TOTALS.
053900     MOVE "CANDIDATES READ" TO ERM-TOT-LABEL.
054000     MOVE ERM-CAND-COUNT TO ERM-TOT-COUNT.
054100     MOVE ZERO TO ERM-TOT-AMOUNT.
054200     WRITE REPORT-LINE FROM ERM-TOTAL-LINE
054300         AFTER ADVANCING 2 LINES.
054400     MOVE "CUSTOMERS REMITTED" TO ERM-TOT-LABEL.
054500     MOVE ERM-REMIT-CUSTS TO ERM-TOT-COUNT.
054600     WRITE REPORT-LINE FROM ERM-TOTAL-LINE
054700         AFTER ADVANCING 1 LINE.
054800     MOVE "CUSTOMERS SKIPPED" TO ERM-TOT-LABEL.
054900     MOVE ERM-SKIP-COUNT TO ERM-TOT-COUNT.
055000     WRITE REPORT-LINE FROM ERM-TOTAL-LINE
055100         AFTER ADVANCING 1 LINE.
055200     MOVE "PROPERTIES ON HOLDER FILE" TO ERM-TOT-LABEL.
055300     MOVE ERM-PROPERTY-COUNT TO ERM-TOT-COUNT.
055400     MOVE ERM-REMIT-TOTAL TO ERM-TOT-AMOUNT.
055500     WRITE REPORT-LINE FROM ERM-TOTAL-LINE
055600         AFTER ADVANCING 1 LINE.
055700 4000-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100*    5000-WRAPUP.  JOURNAL CLOSE AND FILE CLOSES.                *
056200******************************************************************
056300 5000-WRAPUP.
056400     MOVE "X" TO JP-ACTION.
056500     CALL "JRNLWRT" USING JRNL-PARM.
056600     CLOSE CUSTOMER-MASTER
056700           ACCOUNT-MASTER
056800           ESCHEAT-REGISTER
056900           POSTING-HISTORY
057000           HOLDER-FILE
057100           REMIT-REPORT.
057200     IF ERM-CND-STATUS = "00"
057300         CLOSE ESCHEAT-CANDIDATES.
057400     IF ERM-GO-OPEN
057500         CLOSE GARNISHMENT-ORDERS.
057600     IF ERM-EST-OPEN
057700         CLOSE ESTATE-REGISTER.
057800 5000-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200*    9000-ABEND.  FATAL ERROR - REPORT AND STOP WITH RC=12.      *
058300******************************************************************
058400 9000-ABEND.
058500     DISPLAY "ESCHREMT ABEND: " ERM-MSG-TEXT.
058600     MOVE 12 TO RETURN-CODE.
058700     STOP RUN.
