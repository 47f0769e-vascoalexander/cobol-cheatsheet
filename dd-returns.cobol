000100******************************************************************
000200* PROGRAM NAME:   DDRETLD                                        *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* DIRECT-DEBIT RETURN LOAD.  READS THE CLEARING HOUSE'S FILE OF  *
000600* STANDING-ORDER DEBITS SENT BACK UNPAID AND MATCHES EACH RETURN *
000700* TO THE ORIGINAL POSTING ON THE POSTING HISTORY (CUSTOMER, DEBIT*
000800* DATE AND THE ORDER'S REFERENCE) AND TO THE STANDING ORDER THAT *
000900* RAISED IT.  A MATCHED RETURN IS STAGED FOR POSTRUN AS A TYPE   *
001000* "R" REVERSAL OF THE ORIGINAL, DATED AS THE ORIGINAL SO THE     *
001100* POSTING RUN PAIRS IT WITH THAT DEBIT AND NO OTHER, PLUS THE    *
001200* RETURNED-ITEM FEE AS A DEBIT.  BOTH GO OUT IN DAILY TRANSACTION*
001300* LAYOUT WITH A BALANCING TRAILER (DDRTXN) FOR TXNCOLCT.  A      *
001400* REFUSED DEBIT COUNTS AGAINST THE ORDER'S RETRY LIMIT; A FINAL  *
001500* RETURN (ACCOUNT CLOSED, NO MANDATE) OR ONE PAST THE LIMIT      *
001600* SUSPENDS THE ORDER WITH THE RETURN AS ITS REASON AND QUEUES    *
001700* A LETTER THROUGH LTRTRIG AND A SUSPENDED-ORDER ALERT EVENT     *
001750* THROUGH ALRTEVT.  RETURNS THAT CANNOT BE MATCHED ARE LISTED ON *
001800* THE EXCEPTIONS REPORT FOR MANUAL REPAIR.                       *
001900*                                                                *
002000* MAINTENANCE LOG                                                *
002100* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002200* --------- ------------  -------------------------------------- *
002300* 15/10/26  HK            CREATED - DIRECT-DEBIT RETURN LOAD     *
002333* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 140   *
002366*                         BYTES FOR THE PAYEE                    *
002377* 15/10/26  HK            A SUSPENDED ORDER ALSO RAISES AN       *
002388*                         ALRTEVT EVENT FOR THE ALERTRUN STEP    *
002391* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 150   *
002394*                         BYTES; ORDER CREATED DATE HELD AS A    *
002397*                         DISPLAY DATE                           *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  DDRETLD.
002700 AUTHOR. H. KELLER.
002800 INSTALLATION. COBOL DEVELOPMENT CENTER.
002900 DATE-WRITTEN. 15/10/26.
003000 DATE-COMPILED. 15/10/26.
003100 SECURITY. NON-CONFIDENTIAL.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RETURN-FILE ASSIGN TO DDRETIN
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS DDR-RET-STATUS.
003900     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PH-KEY
004300         FILE STATUS IS DDR-HIST-STATUS.
004400     SELECT STANDING-ORDER-FILE ASSIGN TO STORDFIL
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS SO-KEY
004800         FILE STATUS IS DDR-ORD-STATUS.
004900     SELECT RETURN-TXN-FILE ASSIGN TO DDRTXN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS DDR-TXN-STATUS.
005200     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS DDR-TRG-STATUS.
005425     SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVT
005450         ORGANIZATION IS SEQUENTIAL
005475         FILE STATUS IS DDR-AE-STATUS.
005500     SELECT EXCEPTION-REPORT ASSIGN TO DDRETRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DDR-RPT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  RETURN-FILE
006200     RECORD CONTAINS 50 CHARACTERS.
006300 COPY DDRETURN.
006400
006500 FD  POSTING-HISTORY
006600     RECORD CONTAINS 100 CHARACTERS.
006700 COPY POSTHIST.
006800
006900 FD  STANDING-ORDER-FILE
007000     RECORD CONTAINS 150 CHARACTERS.
007100 COPY STANDORD.
007200
007300 FD  RETURN-TXN-FILE
007400     RECORD CONTAINS 60 CHARACTERS.
007500 COPY POSTTXN.
007600
007700 FD  TRIGGER-FILE
007800     RECORD CONTAINS 40 CHARACTERS.
007900 COPY LTRTRIG.
007920
007940 FD  ALERT-EVENT-FILE
007960     RECORD CONTAINS 60 CHARACTERS.
007980 COPY ALRTEVNT.
008000
008100 FD  EXCEPTION-REPORT
008200     RECORD CONTAINS 132 CHARACTERS.
008300 01  REPORT-LINE                 PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600 77  DDR-RET-STATUS              PIC X(02).
008700 77  DDR-HIST-STATUS             PIC X(02).
008800 77  DDR-ORD-STATUS              PIC X(02).
008900 77  DDR-TXN-STATUS              PIC X(02).
009000 77  DDR-TRG-STATUS              PIC X(02).
009100 77  DDR-RPT-STATUS              PIC X(02).
009150 77  DDR-AE-STATUS               PIC X(02).
009200
009300 77  DDR-RET-EOF-SW              PIC X(01) VALUE "N".
009400     88  DDR-RET-EOF             VALUE "Y".
009500 77  DDR-SCAN-DONE-SW            PIC X(01) VALUE "N".
009600     88  DDR-SCAN-DONE           VALUE "Y".
009700 77  DDR-DEBIT-SW                PIC X(01) VALUE "N".
009800     88  DDR-DEBIT-FOUND         VALUE "Y".
009900 77  DDR-REVD-SW                 PIC X(01) VALUE "N".
010000     88  DDR-ALREADY-REVERSED    VALUE "Y".
010100 77  DDR-ORDER-SW                PIC X(01) VALUE "N".
010200     88  DDR-ORDER-FOUND         VALUE "Y".
010300 77  DDR-DUP-SW                  PIC X(01) VALUE "N".
010400     88  DDR-DUPLICATE           VALUE "Y".
010500
010600* RETURNED-ITEM FEE FROM THE STANDARD TERMS, AND THE REFUSED
010700* RETURNS AN ACTIVE ORDER IS ALLOWED BEFORE IT IS SUSPENDED;
010800* BOTH MAINTAINED HERE
010900 77  DDR-RETURN-FEE              PIC 9(05)V9(02) VALUE 25.00.
011000 77  DDR-RETRY-LIMIT             PIC 9(02) VALUE 02.
011100
011200 77  DDR-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
011300 77  DDR-MATCH-COUNT             PIC 9(07) COMP VALUE ZERO.
011400 77  DDR-UNMATCH-COUNT           PIC 9(07) COMP VALUE ZERO.
011500 77  DDR-SUSPEND-COUNT           PIC 9(07) COMP VALUE ZERO.
011600 77  DDR-TXN-COUNT               PIC 9(07) COMP VALUE ZERO.
011700 77  DDR-HASH-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
011800 77  DDR-RETURNED-AMOUNT         PIC 9(11)V9(02) VALUE ZERO.
011900 77  DDR-FEE-AMOUNT              PIC 9(11)V9(02) VALUE ZERO.
012000
012100 77  DDR-TAB-MAX                 PIC 9(04) COMP VALUE 2000.
012200 77  DDR-TAB-COUNT               PIC 9(04) COMP VALUE ZERO.
012300 77  DDR-TAB-SUB                 PIC 9(04) COMP VALUE ZERO.
012400
012500 01  DDR-RUN-DATE                PIC 9(08).
012600 01  DDR-FND-ACCT                PIC 9(02).
012700 01  DDR-FND-AMOUNT              PIC 9(07)V9(02).
012800
012900* RETURNS ALREADY STAGED IN THIS RUN, SO A RETURN SENT TWICE
013000* IN ONE FILE IS NOT REVERSED OR CHARGED TWICE
013100 01  DDR-DONE-TABLE.
013200     05  DDR-DONE-KEY OCCURS 2000 TIMES
013300                                 PIC X(24).
013400 01  DDR-THIS-KEY.
013500     05  DDR-KEY-CUST            PIC 9(06).
013600     05  DDR-KEY-DATE            PIC 9(08).
013700     05  DDR-KEY-REF             PIC X(10).
013800
013900 01  DDR-HEADING-1.
014000     05  FILLER                  PIC X(08) VALUE "DDRETLD ".
014100     05  FILLER                  PIC X(36)
014200         VALUE "DIRECT-DEBIT RETURNS EXCEPTIONS    ".
014300     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
014400     05  DDR-HDG-DATE            PIC 9(08).
014500     05  FILLER                  PIC X(70) VALUE SPACES.
014600
014700 01  DDR-HEADING-2.
014800     05  FILLER                  PIC X(11) VALUE "CUSTOMER".
014900     05  FILLER                  PIC X(13) VALUE "REFERENCE".
015000     05  FILLER                  PIC X(11) VALUE "DEBIT DATE".
015100     05  FILLER                  PIC X(14) VALUE "      AMOUNT".
015200     05  FILLER                  PIC X(05) VALUE "CODE".
015300     05  FILLER                  PIC X(78) VALUE "ACTION".
015400
015500 01  DDR-DETAIL-LINE.
015600     05  DDR-DTL-CUST            PIC X(06).
015700     05  FILLER                  PIC X(05) VALUE SPACES.
015800     05  DDR-DTL-REF             PIC X(10).
015900     05  FILLER                  PIC X(03) VALUE SPACES.
016000     05  DDR-DTL-DATE            PIC X(08).
016100     05  FILLER                  PIC X(03) VALUE SPACES.
016200     05  DDR-DTL-AMOUNT          PIC Z(06)9.99.
016300     05  FILLER                  PIC X(04) VALUE SPACES.
016400     05  DDR-DTL-CODE            PIC X(02).
016500     05  FILLER                  PIC X(03) VALUE SPACES.
016600     05  DDR-DTL-TEXT            PIC X(50).
016700     05  FILLER                  PIC X(28) VALUE SPACES.
016800
016900 01  DDR-TOTAL-LINE.
017000     05  FILLER                  PIC X(10) VALUE SPACES.
017100     05  DDR-TOT-LABEL           PIC X(30).
017200     05  DDR-TOT-COUNT           PIC Z(06)9.
017300     05  FILLER                  PIC X(05) VALUE SPACES.
017400     05  DDR-TOT-AMOUNT          PIC Z(10)9.99.
017500     05  FILLER                  PIC X(66) VALUE SPACES.
017600
017700 PROCEDURE DIVISION.
017800******************************************************************
017900*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
018000******************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018300     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
018400         UNTIL DDR-RET-EOF.
018500     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
018600     PERFORM 5000-WRAPUP THRU 5000-EXIT.
018700     STOP RUN.
018800
018900******************************************************************
019000*    1000-INITIALIZE.  OPEN FILES AND PRIME THE INPUT.           *
019100******************************************************************
019200 1000-INITIALIZE.
019300     OPEN INPUT  RETURN-FILE
019400          INPUT  POSTING-HISTORY
019500          I-O    STANDING-ORDER-FILE
019600          OUTPUT RETURN-TXN-FILE
019700          OUTPUT EXCEPTION-REPORT.
019800     IF DDR-RET-STATUS NOT = "00"
019900         DISPLAY "DDRETLD: RETURN FILE OPEN FAILED "
020000             DDR-RET-STATUS
020100         MOVE 12 TO RETURN-CODE
020200         STOP RUN.
020300     IF DDR-HIST-STATUS NOT = "00"
020400         DISPLAY "DDRETLD: POSTING HISTORY OPEN FAILED "
020500             DDR-HIST-STATUS
020600         MOVE 12 TO RETURN-CODE
020700         STOP RUN.
020800     IF DDR-ORD-STATUS NOT = "00"
020900         DISPLAY "DDRETLD: ORDER FILE OPEN FAILED "
021000             DDR-ORD-STATUS
021100         MOVE 12 TO RETURN-CODE
021200         STOP RUN.
021300     IF DDR-TXN-STATUS NOT = "00"
021400         DISPLAY "DDRETLD: DDRTXN OPEN FAILED "
021500             DDR-TXN-STATUS
021600         MOVE 12 TO RETURN-CODE
021700         STOP RUN.
021800     OPEN EXTEND TRIGGER-FILE.
021900     IF DDR-TRG-STATUS = "35"
022000         OPEN OUTPUT TRIGGER-FILE.
022100     IF DDR-TRG-STATUS NOT = "00"
022200         DISPLAY "DDRETLD: TRIGGER FILE OPEN FAILED "
022300             DDR-TRG-STATUS
022400         MOVE 12 TO RETURN-CODE
022500         STOP RUN.
022511     OPEN EXTEND ALERT-EVENT-FILE.
022522     IF DDR-AE-STATUS = "35"
022533         OPEN OUTPUT ALERT-EVENT-FILE.
022544     IF DDR-AE-STATUS NOT = "00"
022555         DISPLAY "DDRETLD: ALERT EVENT FILE OPEN FAILED "
022566             DDR-AE-STATUS
022577         MOVE 12 TO RETURN-CODE
022588         STOP RUN.
022600     ACCEPT DDR-RUN-DATE FROM DATE YYYYMMDD.
022700     MOVE DDR-RUN-DATE TO DDR-HDG-DATE.
022800     WRITE REPORT-LINE FROM DDR-HEADING-1
022900         AFTER ADVANCING PAGE.
023000     WRITE REPORT-LINE FROM DDR-HEADING-2
023100         AFTER ADVANCING 2 LINES.
023200     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700*    2000-PROCESS-RETURN.  ONE RETURNED DEBIT: MATCH IT TO THE   *
023800*    ORIGINAL POSTING AND THE ORDER, OR REPORT WHY IT CANNOT BE. *
023900******************************************************************
024000 2000-PROCESS-RETURN.
024100     ADD 1 TO DDR-READ-COUNT.
024200     MOVE DR-CUST-NUMBER TO DDR-DTL-CUST.
024300     MOVE DR-REFERENCE TO DDR-DTL-REF.
024400     MOVE DR-DEBIT-DATE TO DDR-DTL-DATE.
024500     MOVE DR-RETURN-CODE TO DDR-DTL-CODE.
024600     MOVE ZERO TO DDR-DTL-AMOUNT.
024700     IF DR-CUST-NUMBER NOT NUMERIC
024800      OR DR-DEBIT-DATE NOT NUMERIC
024900      OR DR-AMOUNT NOT NUMERIC
025000         MOVE "UNMATCHED - RETURN ITEM UNREADABLE"
025100             TO DDR-DTL-TEXT
025200         GO TO 2000-UNMATCHED.
025300     MOVE DR-AMOUNT TO DDR-DTL-AMOUNT.
025400     IF NOT DR-CODE-VALID
025500         MOVE "UNMATCHED - RETURN CODE NOT RECOGNIZED"
025600             TO DDR-DTL-TEXT
025700         GO TO 2000-UNMATCHED.
025800     PERFORM 2100-FIND-DEBIT THRU 2100-EXIT.
025900     IF NOT DDR-DEBIT-FOUND
026000         MOVE "UNMATCHED - NO STANDING-ORDER DEBIT ON HISTORY"
026100             TO DDR-DTL-TEXT
026200         GO TO 2000-UNMATCHED.
026300     IF DDR-ALREADY-REVERSED
026400         MOVE "UNMATCHED - DEBIT ALREADY REVERSED"
026500             TO DDR-DTL-TEXT
026600         GO TO 2000-UNMATCHED.
026700     IF DR-AMOUNT NOT = DDR-FND-AMOUNT
026800         MOVE "UNMATCHED - AMOUNT DIFFERS FROM THE DEBIT"
026900             TO DDR-DTL-TEXT
027000         GO TO 2000-UNMATCHED.
027100     PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT.
027200     IF DDR-DUPLICATE
027300         MOVE "UNMATCHED - RETURN REPEATED IN THIS FILE"
027400             TO DDR-DTL-TEXT
027500         GO TO 2000-UNMATCHED.
027600     PERFORM 2300-FIND-ORDER THRU 2300-EXIT.
027700     IF NOT DDR-ORDER-FOUND
027800         MOVE "UNMATCHED - NO STANDING ORDER WITH THIS REFERENCE"
027900             TO DDR-DTL-TEXT
028000         GO TO 2000-UNMATCHED.
028100     ADD 1 TO DDR-MATCH-COUNT.
028200     PERFORM 2400-STAGE-REVERSAL THRU 2400-EXIT.
028300     PERFORM 2500-STAGE-FEE THRU 2500-EXIT.
028400     PERFORM 3000-UPDATE-ORDER THRU 3000-EXIT.
028500     GO TO 2000-READ-NEXT.
028600 2000-UNMATCHED.
028700     ADD 1 TO DDR-UNMATCH-COUNT.
028800     WRITE REPORT-LINE FROM DDR-DETAIL-LINE
028900         AFTER ADVANCING 1 LINE.
029000 2000-READ-NEXT.
029100     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*    2100-FIND-DEBIT.  READ THE CUSTOMER'S POSTINGS FOR THE DEBIT*
029700*    DATE AND REFERENCE BY KEY.  THE ORIGINAL IS THE STANDORD    *
029800*    DEBIT; A "REVERSAL" ENTRY UNDER THE SAME KEY MEANS IT HAS   *
029900*    ALREADY BEEN BACKED OUT (BY HAND THROUGH REJRPAIR OR BY AN  *
030000*    EARLIER RETURN).                                            *
030100******************************************************************
030200 2100-FIND-DEBIT.
030300     MOVE "N" TO DDR-DEBIT-SW.
030400     MOVE "N" TO DDR-REVD-SW.
030500     MOVE "N" TO DDR-SCAN-DONE-SW.
030600     MOVE DR-CUST-NUMBER TO PH-CUST-NUMBER.
030700     MOVE DR-DEBIT-DATE TO PH-POST-DATE.
030800     MOVE DR-REFERENCE TO PH-REFERENCE.
030900     MOVE ZERO TO PH-KEY-SEQ.
031000     START POSTING-HISTORY KEY IS NOT LESS THAN PH-KEY
031100         INVALID KEY
031200             GO TO 2100-EXIT
031300     END-START.
031400     PERFORM 2110-SCAN-ONE THRU 2110-EXIT
031500         UNTIL DDR-SCAN-DONE.
031600 2100-EXIT.
031700     EXIT.
031800
031900 2110-SCAN-ONE.
032000     READ POSTING-HISTORY NEXT RECORD
032100         AT END
032200             MOVE "Y" TO DDR-SCAN-DONE-SW
032300             GO TO 2110-EXIT
032400     END-READ.
032500     IF PH-CUST-NUMBER NOT = DR-CUST-NUMBER
032600      OR PH-POST-DATE NOT = DR-DEBIT-DATE
032700      OR PH-REFERENCE NOT = DR-REFERENCE
032800         MOVE "Y" TO DDR-SCAN-DONE-SW
032900         GO TO 2110-EXIT.
033000     IF PH-SOURCE = "REVERSAL"
033100         MOVE "Y" TO DDR-REVD-SW
033200         GO TO 2110-EXIT.
033300     IF PH-SOURCE NOT = "STANDORD" OR NOT PH-DEBIT
033400         GO TO 2110-EXIT.
033500     MOVE "Y" TO DDR-DEBIT-SW.
033600     MOVE PH-AMOUNT TO DDR-FND-AMOUNT.
033700     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
033800         MOVE PH-ACCT-SEQ TO DDR-FND-ACCT
033900     ELSE
034000         MOVE 1 TO DDR-FND-ACCT
034100     END-IF.
034200 2110-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    2200-CHECK-DUPLICATE.  HAS THIS DEBIT ALREADY BEEN STAGED   *
034700*    TONIGHT?  IF NOT, REMEMBER IT.                              *
034800******************************************************************
034900 2200-CHECK-DUPLICATE.
035000     MOVE "N" TO DDR-DUP-SW.
035100     MOVE DR-CUST-NUMBER TO DDR-KEY-CUST.
035200     MOVE DR-DEBIT-DATE TO DDR-KEY-DATE.
035300     MOVE DR-REFERENCE TO DDR-KEY-REF.
035400     MOVE ZERO TO DDR-TAB-SUB.
035500     PERFORM 2210-SCAN-DONE THRU 2210-EXIT
035600         UNTIL DDR-DUPLICATE
035700            OR DDR-TAB-SUB >= DDR-TAB-COUNT.
035800     IF DDR-DUPLICATE
035900         GO TO 2200-EXIT.
036000     IF DDR-TAB-COUNT >= DDR-TAB-MAX
036100         DISPLAY "DDRETLD: RETURN TABLE OVERFLOW"
036200         MOVE 12 TO RETURN-CODE
036300         STOP RUN.
036400     ADD 1 TO DDR-TAB-COUNT.
036500     MOVE DDR-THIS-KEY TO DDR-DONE-KEY (DDR-TAB-COUNT).
036600 2200-EXIT.
036700     EXIT.
036800
036900 2210-SCAN-DONE.
037000     ADD 1 TO DDR-TAB-SUB.
037100     IF DDR-DONE-KEY (DDR-TAB-SUB) = DDR-THIS-KEY
037200         MOVE "Y" TO DDR-DUP-SW.
037300 2210-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    2300-FIND-ORDER.  THE CUSTOMER'S DEBIT ORDER CARRYING THE   *
037800*    RETURNED REFERENCE.                                         *
037900******************************************************************
038000 2300-FIND-ORDER.
038100     MOVE "N" TO DDR-ORDER-SW.
038200     MOVE "N" TO DDR-SCAN-DONE-SW.
038300     MOVE DR-CUST-NUMBER TO SO-CUST-NUMBER.
038400     MOVE ZERO TO SO-SEQUENCE.
038500     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
038600         INVALID KEY
038700             GO TO 2300-EXIT
038800     END-START.
038900     PERFORM 2310-ORDER-ONE THRU 2310-EXIT
039000         UNTIL DDR-SCAN-DONE.
039100 2300-EXIT.
039200     EXIT.
039300
039400 2310-ORDER-ONE.
039500     READ STANDING-ORDER-FILE NEXT RECORD
039600         AT END
039700             MOVE "Y" TO DDR-SCAN-DONE-SW
039800             GO TO 2310-EXIT
039900     END-READ.
040000     IF SO-CUST-NUMBER NOT = DR-CUST-NUMBER
040100         MOVE "Y" TO DDR-SCAN-DONE-SW
040200         GO TO 2310-EXIT.
040300     IF SO-REFERENCE = DR-REFERENCE AND SO-DEBIT
040400         MOVE "Y" TO DDR-ORDER-SW
040500         MOVE "Y" TO DDR-SCAN-DONE-SW.
040600 2310-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000*    2400-STAGE-REVERSAL.  TYPE "R" NAMING THE ORIGINAL DEBIT.   *
041100*    IT CARRIES THE ORIGINAL'S DATE: POSTRUN PAIRS A DDRETURN    *
041200*    REVERSAL WITH THE POSTING OF THAT DATE ONLY, AS EVERY DEBIT *
041300*    OF AN ORDER SHARES ITS REFERENCE.                           *
041400******************************************************************
041500 2400-STAGE-REVERSAL.
041600     MOVE SPACES TO POSTING-TRANSACTION.
041700     MOVE "R" TO TXN-REC-TYPE.
041800     MOVE DR-CUST-NUMBER TO TXN-CUST-NUMBER.
041900     MOVE DR-DEBIT-DATE TO TXN-POST-DATE.
042000     MOVE DDR-FND-AMOUNT TO TXN-AMOUNT.
042100     MOVE DR-REFERENCE TO TXN-REFERENCE.
042200     MOVE "DDRETURN" TO TXN-SOURCE.
042300     MOVE DDR-FND-ACCT TO TXN-ACCT-SEQ.
042400     PERFORM 2800-WRITE-TXN THRU 2800-EXIT.
042500     ADD DDR-FND-AMOUNT TO DDR-RETURNED-AMOUNT.
042600 2400-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    2500-STAGE-FEE.  THE RETURNED-ITEM FEE, DEBITED TO THE      *
043100*    ACCOUNT THE ORDER RAN AGAINST ON TONIGHT'S DATE.            *
043200******************************************************************
043300 2500-STAGE-FEE.
043400     MOVE SPACES TO POSTING-TRANSACTION.
043500     MOVE "D" TO TXN-REC-TYPE.
043600     MOVE DR-CUST-NUMBER TO TXN-CUST-NUMBER.
043700     MOVE DDR-RUN-DATE TO TXN-POST-DATE.
043800     MOVE DDR-RETURN-FEE TO TXN-AMOUNT.
043900     MOVE "DDRETFEE" TO TXN-REFERENCE.
044000     MOVE "DDRETURN" TO TXN-SOURCE.
044100     MOVE DDR-FND-ACCT TO TXN-ACCT-SEQ.
044200     PERFORM 2800-WRITE-TXN THRU 2800-EXIT.
044300     ADD DDR-RETURN-FEE TO DDR-FEE-AMOUNT.
044400 2500-EXIT.
044500     EXIT.
044600
044700 2800-WRITE-TXN.
044800     WRITE POSTING-TRANSACTION.
044900     IF DDR-TXN-STATUS NOT = "00"
045000         DISPLAY "DDRETLD: DDRTXN WRITE FAILED "
045100             DDR-TXN-STATUS
045200         MOVE 12 TO RETURN-CODE
045300         STOP RUN.
045400     ADD 1 TO DDR-TXN-COUNT.
045500     ADD TXN-AMOUNT TO DDR-HASH-AMOUNT.
045600 2800-EXIT.
045700     EXIT.
045800
045900 2900-READ-RETURN.
046000     READ RETURN-FILE
046100         AT END MOVE "Y" TO DDR-RET-EOF-SW
046200     END-READ.
046300 2900-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700*    3000-UPDATE-ORDER.  A REFUSAL COUNTS AGAINST THE RETRY      *
046800*    LIMIT AND IS LEFT AS THE ORDER'S LAST FAILURE REASON, WHICH *
046900*    KEEPS STANDORD FROM CLEARING THE COUNT; PAST THE LIMIT THE  *
047000*    ORDER IS SUSPENDED.  A FINAL RETURN SUSPENDS AT ONCE.  AN   *
047100*    ORDER NO LONGER ACTIVE IS LEFT AS IT IS.                    *
047200******************************************************************
047300 3000-UPDATE-ORDER.
047400     IF NOT SO-ACTIVE
047500         GO TO 3000-EXIT.
047600     IF DR-REFUSED
047700         IF SO-RETRY-COUNT NOT NUMERIC
047800             MOVE ZERO TO SO-RETRY-COUNT
047900         END-IF
048000         ADD 1 TO SO-RETRY-COUNT
048100         MOVE "REFUSED " TO SO-SUSPEND-REASON
048200         IF SO-RETRY-COUNT NOT > DDR-RETRY-LIMIT
048300             GO TO 3000-REWRITE
048400         END-IF
048500     END-IF.
048600     EVALUATE TRUE
048700         WHEN DR-ACCT-CLOSED
048800             MOVE "ACCTCLSD" TO SO-SUSPEND-REASON
048900         WHEN DR-NO-MANDATE
049000             MOVE "NOMANDAT" TO SO-SUSPEND-REASON
049100     END-EVALUATE.
049200     MOVE "S" TO SO-STATUS.
049300     ADD 1 TO DDR-SUSPEND-COUNT.
049400     MOVE SPACES TO LETTER-TRIGGER-RECORD.
049500     MOVE "SORETURN" TO TG-TEMPLATE-ID.
049600     MOVE SO-CUST-NUMBER TO TG-CUST-NUMBER.
049700     MOVE DDR-RUN-DATE TO TG-REQUEST-DATE.
049800     MOVE "DDRETLD " TO TG-SOURCE.
049900     WRITE LETTER-TRIGGER-RECORD.
049910     MOVE SPACES TO ALERT-EVENT-RECORD.
049920     MOVE SO-CUST-NUMBER TO AE-CUST-NUMBER.
049930     MOVE SO-ACCT-SEQ TO AE-ACCT-SEQ.
049940     MOVE "SS" TO AE-EVENT-TYPE.
049950     MOVE DDR-RUN-DATE TO AE-EVENT-DATE.
049960     MOVE "DDRETLD " TO AE-SOURCE.
049970     MOVE DR-AMOUNT TO AE-AMOUNT.
049980     MOVE SO-REFERENCE TO AE-REFERENCE.
049990     WRITE ALERT-EVENT-RECORD.
050000     MOVE SPACES TO DDR-DTL-TEXT.
050100     STRING "REVERSED - ORDER " DELIMITED BY SIZE
050200            SO-SEQUENCE DELIMITED BY SIZE
050300            " SUSPENDED " DELIMITED BY SIZE
050400            SO-SUSPEND-REASON DELIMITED BY SIZE
050500         INTO DDR-DTL-TEXT.
050600     WRITE REPORT-LINE FROM DDR-DETAIL-LINE
050700         AFTER ADVANCING 1 LINE.
050800 3000-REWRITE.
050900     REWRITE STANDING-ORDER-RECORD.
051000     IF DDR-ORD-STATUS NOT = "00"
051100         DISPLAY "DDRETLD: ORDER REWRITE FAILED "
051200             DDR-ORD-STATUS
051300         MOVE 12 TO RETURN-CODE
051400         STOP RUN.
051500 3000-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900*    4000-WRITE-TRAILER.  BALANCING TRAILER AND RUN TOTALS.      *
052000******************************************************************
052100 4000-WRITE-TRAILER.
052200     MOVE SPACES TO POSTING-TRANSACTION.
052300     MOVE "T" TO TXN-REC-TYPE.
052400     MOVE DDR-TXN-COUNT TO TXN-TRL-COUNT.
052500     MOVE DDR-HASH-AMOUNT TO TXN-TRL-AMOUNT.
052600     WRITE POSTING-TRANSACTION.
052700     MOVE "RETURNS READ" TO DDR-TOT-LABEL.
052800     MOVE DDR-READ-COUNT TO DDR-TOT-COUNT.
052900     MOVE ZERO TO DDR-TOT-AMOUNT.
053000     WRITE REPORT-LINE FROM DDR-TOTAL-LINE
053100         AFTER ADVANCING 2 LINES.
053200     MOVE "RETURNS REVERSED" TO DDR-TOT-LABEL.
053300     MOVE DDR-MATCH-COUNT TO DDR-TOT-COUNT.
053400     MOVE DDR-RETURNED-AMOUNT TO DDR-TOT-AMOUNT.
053500     WRITE REPORT-LINE FROM DDR-TOTAL-LINE
053600         AFTER ADVANCING 1 LINE.
053700     MOVE "RETURNED-ITEM FEES CHARGED" TO DDR-TOT-LABEL.
053800     MOVE DDR-FEE-AMOUNT TO DDR-TOT-AMOUNT.
053900     WRITE REPORT-LINE FROM DDR-TOTAL-LINE
054000         AFTER ADVANCING 1 LINE.
054100     MOVE "ORDERS SUSPENDED" TO DDR-TOT-LABEL.
054200     MOVE DDR-SUSPEND-COUNT TO DDR-TOT-COUNT.
054300     MOVE ZERO TO DDR-TOT-AMOUNT.
054400     WRITE REPORT-LINE FROM DDR-TOTAL-LINE
054500         AFTER ADVANCING 1 LINE.
054600     MOVE "RETURNS UNMATCHED" TO DDR-TOT-LABEL.
054700     MOVE DDR-UNMATCH-COUNT TO DDR-TOT-COUNT.
054800     WRITE REPORT-LINE FROM DDR-TOTAL-LINE
054900         AFTER ADVANCING 1 LINE.
055000 4000-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400*    5000-WRAPUP.  CLOSE EVERYTHING.  UNMATCHED RETURNS NEED     *
055500*    MANUAL REPAIR, SO THEY END THE STEP WITH RC=4.              *
055600******************************************************************
055700 5000-WRAPUP.
055800     CLOSE RETURN-FILE
055900           POSTING-HISTORY
056000           STANDING-ORDER-FILE
056100           RETURN-TXN-FILE
056200           TRIGGER-FILE
056250           ALERT-EVENT-FILE
056300           EXCEPTION-REPORT.
056400     IF DDR-UNMATCH-COUNT > ZERO
056500         MOVE 4 TO RETURN-CODE.
056600     DISPLAY "DDRETLD: RETURNS READ " DDR-READ-COUNT
056700         " REVERSED " DDR-MATCH-COUNT
056800         " UNMATCHED " DDR-UNMATCH-COUNT.
056900 5000-EXIT.
057000     EXIT.
