000100******************************************************************
000200* PROGRAM NAME:   PAYRECON                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* OUTBOUND PAYMENT RECONCILIATION.  RUN AFTER POSTRUN AND BEFORE *
000600* THE STANDING-ORDER PAYMENT INSTRUCTION FILE (SOPAYOUT) IS      *
000700* RELEASED TO THE CLEARING HOUSE.  PROVES THE FILE AGAINST ITS   *
000800* OWN CONTROL TRAILER (DETAIL COUNT AND HASH AMOUNT) AND MATCHES *
000900* EVERY INSTRUCTION TO THE DEBIT POSTRUN POSTED FOR IT: A        *
001000* STANDORD DEBIT ON THE POSTING HISTORY FOR THE SAME CUSTOMER,   *
001100* VALUE DATE, REFERENCE, ACCOUNT AND AMOUNT.  EACH POSTED DEBIT  *
001200* PAYS FOR ONE INSTRUCTION ONLY.  AN INSTRUCTION WITH NO POSTED  *
001300* DEBIT (POSTRUN REJECTED IT, OR IT NEVER REACHED THE RUN) WOULD *
001400* PAY OUT MONEY NEVER TAKEN FROM THE CUSTOMER; IT IS LISTED AND  *
001500* THE STEP ENDS WITH RC=4 SO OPERATIONS PULLS IT BEFORE RELEASE. *
001600* A FILE THAT DOES NOT AGREE WITH ITS TRAILER, OR HAS NONE, IS   *
001700* NOT TO BE RELEASED AT ALL AND ENDS THE STEP WITH RC=8.         *
001800*                                                                *
001900* MAINTENANCE LOG                                                *
002000* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002100* --------- ------------  -------------------------------------- *
002200* 15/10/26  HK            CREATED - OUTBOUND PAYMENT RECONCILE   *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  PAYRECON.
002600 AUTHOR. H. KELLER.
002700 INSTALLATION. COBOL DEVELOPMENT CENTER.
002800 DATE-WRITTEN. 15/10/26.
002900 DATE-COMPILED. 15/10/26.
003000 SECURITY. NON-CONFIDENTIAL.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PAYMENT-FILE ASSIGN TO SOPAYOUT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS PRC-PAY-STATUS.
003800     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PH-KEY
004200         FILE STATUS IS PRC-HIST-STATUS.
004300     SELECT RECON-REPORT ASSIGN TO PAYRCRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS PRC-RPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PAYMENT-FILE
005000     RECORD CONTAINS 150 CHARACTERS.
005100 COPY PAYXFER.
005200
005300 FD  POSTING-HISTORY
005400     RECORD CONTAINS 100 CHARACTERS.
005500 COPY POSTHIST.
005600
005700 FD  RECON-REPORT
005800     RECORD CONTAINS 132 CHARACTERS.
005900 01  REPORT-LINE                 PIC X(132).
006000
006100 WORKING-STORAGE SECTION.
006200 77  PRC-PAY-STATUS              PIC X(02).
006300 77  PRC-HIST-STATUS             PIC X(02).
006400 77  PRC-RPT-STATUS              PIC X(02).
006500
006600 77  PRC-PAY-EOF-SW              PIC X(01) VALUE "N".
006700     88  PRC-PAY-EOF             VALUE "Y".
006800 77  PRC-SCAN-DONE-SW            PIC X(01) VALUE "N".
006900     88  PRC-SCAN-DONE           VALUE "Y".
007000 77  PRC-POSTED-SW               PIC X(01) VALUE "N".
007100     88  PRC-POSTED              VALUE "Y".
007200 77  PRC-USED-SW                 PIC X(01) VALUE "N".
007300     88  PRC-USED                VALUE "Y".
007400 77  PRC-TRAILER-SW              PIC X(01) VALUE "N".
007500     88  PRC-TRAILER-SEEN        VALUE "Y".
007600 77  PRC-BALANCE-SW              PIC X(01) VALUE "N".
007700     88  PRC-OUT-OF-BALANCE      VALUE "Y".
007800
007900 77  PRC-FILE-COUNT              PIC 9(07) COMP VALUE ZERO.
008000 77  PRC-FILE-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
008100 77  PRC-POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
008200 77  PRC-POSTED-AMOUNT           PIC 9(11)V9(02) VALUE ZERO.
008300 77  PRC-UNPOSTED-COUNT          PIC 9(07) COMP VALUE ZERO.
008400 77  PRC-UNPOSTED-AMOUNT         PIC 9(11)V9(02) VALUE ZERO.
008500 77  PRC-TRL-COUNT               PIC 9(07) VALUE ZERO.
008600 77  PRC-TRL-AMOUNT              PIC 9(11)V9(02) VALUE ZERO.
008700 77  PRC-AFTER-TRAILER           PIC 9(07) COMP VALUE ZERO.
008800
008900 77  PRC-TAB-MAX                 PIC 9(04) COMP VALUE 5000.
009000 77  PRC-TAB-COUNT               PIC 9(04) COMP VALUE ZERO.
009100 77  PRC-TAB-SUB                 PIC 9(04) COMP VALUE ZERO.
009200
009300 01  PRC-RUN-DATE                PIC 9(08).
009400 01  PRC-PH-ACCT                 PIC 9(02).
009500
009600* POSTED DEBITS ALREADY MATCHED IN THIS RUN, SO TWO INSTRUCTIONS
009700* CANNOT BOTH BE PROVED BY THE SAME POSTING
009800 01  PRC-USED-TABLE.
009900     05  PRC-USED-KEY OCCURS 5000 TIMES
010000                                 PIC X(27).
010100
010200 01  PRC-HEADING-1.
010300     05  FILLER                  PIC X(09) VALUE "PAYRECON ".
010400     05  FILLER                  PIC X(35)
010500         VALUE "OUTBOUND PAYMENT RECONCILIATION    ".
010600     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
010700     05  PRC-HDG-DATE            PIC 9(08).
010800     05  FILLER                  PIC X(70) VALUE SPACES.
010900
011000 01  PRC-HEADING-2.
011100     05  FILLER                  PIC X(11) VALUE "CUSTOMER".
011200     05  FILLER                  PIC X(05) VALUE "ORD".
011300     05  FILLER                  PIC X(05) VALUE "ACC".
011400     05  FILLER                  PIC X(13) VALUE "REFERENCE".
011500     05  FILLER                  PIC X(11) VALUE "VALUE DATE".
011600     05  FILLER                  PIC X(14) VALUE "      AMOUNT".
011700     05  FILLER                  PIC X(73) VALUE "EXCEPTION".
011800
011900 01  PRC-DETAIL-LINE.
012000     05  PRC-DTL-CUST            PIC 9(06).
012100     05  FILLER                  PIC X(05) VALUE SPACES.
012200     05  PRC-DTL-SEQ             PIC 9(02).
012300     05  FILLER                  PIC X(03) VALUE SPACES.
012400     05  PRC-DTL-ACCT            PIC 9(02).
012500     05  FILLER                  PIC X(03) VALUE SPACES.
012600     05  PRC-DTL-REF             PIC X(10).
012700     05  FILLER                  PIC X(03) VALUE SPACES.
012800     05  PRC-DTL-DATE            PIC 9(08).
012900     05  FILLER                  PIC X(03) VALUE SPACES.
013000     05  PRC-DTL-AMOUNT          PIC Z(06)9.99.
013100     05  FILLER                  PIC X(04) VALUE SPACES.
013200     05  PRC-DTL-TEXT            PIC X(50).
013300     05  FILLER                  PIC X(23) VALUE SPACES.
013400
013500 01  PRC-TOTAL-LINE.
013600     05  FILLER                  PIC X(10) VALUE SPACES.
013700     05  PRC-TOT-LABEL           PIC X(30).
013800     05  PRC-TOT-COUNT           PIC Z(06)9.
013900     05  FILLER                  PIC X(05) VALUE SPACES.
014000     05  PRC-TOT-AMOUNT          PIC Z(10)9.99.
014100     05  FILLER                  PIC X(66) VALUE SPACES.
014200
014300 PROCEDURE DIVISION.
014400******************************************************************
014500*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
014600******************************************************************
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
015000         UNTIL PRC-PAY-EOF.
015100     PERFORM 3000-PROVE-TRAILER THRU 3000-EXIT.
015200     PERFORM 4000-TOTALS THRU 4000-EXIT.
015300     PERFORM 5000-WRAPUP THRU 5000-EXIT.
015400     STOP RUN.
015500
015600******************************************************************
015700*    1000-INITIALIZE.  OPEN FILES AND PRIME THE INPUT.           *
015800******************************************************************
015900 1000-INITIALIZE.
016000     OPEN INPUT  PAYMENT-FILE
016100          INPUT  POSTING-HISTORY
016200          OUTPUT RECON-REPORT.
016300     IF PRC-PAY-STATUS NOT = "00"
016400         DISPLAY "PAYRECON: PAYMENT FILE OPEN FAILED "
016500             PRC-PAY-STATUS
016600         MOVE 12 TO RETURN-CODE
016700         STOP RUN.
016800     IF PRC-HIST-STATUS NOT = "00"
016900         DISPLAY "PAYRECON: POSTING HISTORY OPEN FAILED "
017000             PRC-HIST-STATUS
017100         MOVE 12 TO RETURN-CODE
017200         STOP RUN.
017300     IF PRC-RPT-STATUS NOT = "00"
017400         DISPLAY "PAYRECON: REPORT OPEN FAILED " PRC-RPT-STATUS
017500         MOVE 12 TO RETURN-CODE
017600         STOP RUN.
017700     ACCEPT PRC-RUN-DATE FROM DATE YYYYMMDD.
017800     MOVE PRC-RUN-DATE TO PRC-HDG-DATE.
017900     WRITE REPORT-LINE FROM PRC-HEADING-1
018000         AFTER ADVANCING PAGE.
018100     WRITE REPORT-LINE FROM PRC-HEADING-2
018200         AFTER ADVANCING 2 LINES.
018300     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600
018700******************************************************************
018800*    2000-PROCESS-RECORD.  A DETAIL IS ADDED TO THE FILE TOTALS  *
018900*    AND MATCHED TO ITS POSTED DEBIT; THE TRAILER IS KEPT FOR THE*
019000*    PROOF.  ANYTHING AFTER THE TRAILER IS COUNTED AS A BREAK.   *
019100******************************************************************
019200 2000-PROCESS-RECORD.
019300     IF PRC-TRAILER-SEEN
019400         ADD 1 TO PRC-AFTER-TRAILER
019500         GO TO 2000-READ-NEXT.
019600     IF PX-TRAILER
019700         MOVE "Y" TO PRC-TRAILER-SW
019800         MOVE PX-TRL-COUNT TO PRC-TRL-COUNT
019900         MOVE PX-TRL-AMOUNT TO PRC-TRL-AMOUNT
020000         GO TO 2000-READ-NEXT.
020100     ADD 1 TO PRC-FILE-COUNT.
020200     ADD PX-AMOUNT TO PRC-FILE-AMOUNT.
020300     MOVE PX-CUST-NUMBER TO PRC-DTL-CUST.
020400     MOVE PX-SO-SEQUENCE TO PRC-DTL-SEQ.
020500     MOVE PX-ACCT-SEQ TO PRC-DTL-ACCT.
020600     MOVE PX-REFERENCE TO PRC-DTL-REF.
020700     MOVE PX-VALUE-DATE TO PRC-DTL-DATE.
020800     MOVE PX-AMOUNT TO PRC-DTL-AMOUNT.
020900     PERFORM 2100-FIND-DEBIT THRU 2100-EXIT.
021000     IF PRC-POSTED
021100         ADD 1 TO PRC-POSTED-COUNT
021200         ADD PX-AMOUNT TO PRC-POSTED-AMOUNT
021300         GO TO 2000-READ-NEXT.
021400     ADD 1 TO PRC-UNPOSTED-COUNT.
021500     ADD PX-AMOUNT TO PRC-UNPOSTED-AMOUNT.
021600     MOVE "UNPOSTED - NO MATCHING DEBIT ON POSTING HISTORY"
021700         TO PRC-DTL-TEXT.
021800     WRITE REPORT-LINE FROM PRC-DETAIL-LINE
021900         AFTER ADVANCING 1 LINE.
022000 2000-READ-NEXT.
022100     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
022200 2000-EXIT.
022300     EXIT.
022400
022500******************************************************************
022600*    2100-FIND-DEBIT.  READ THE CUSTOMER'S POSTINGS FOR THE VALUE*
022700*    DATE AND REFERENCE BY KEY, FOR A STANDORD DEBIT OF THE SAME *
022800*    ACCOUNT AND AMOUNT NOT ALREADY MATCHED TONIGHT.             *
022900******************************************************************
023000 2100-FIND-DEBIT.
023100     MOVE "N" TO PRC-POSTED-SW.
023200     MOVE "N" TO PRC-SCAN-DONE-SW.
023300     MOVE PX-CUST-NUMBER TO PH-CUST-NUMBER.
023400     MOVE PX-VALUE-DATE TO PH-POST-DATE.
023500     MOVE PX-REFERENCE TO PH-REFERENCE.
023600     MOVE ZERO TO PH-KEY-SEQ.
023700     START POSTING-HISTORY KEY IS NOT LESS THAN PH-KEY
023800         INVALID KEY
023900             GO TO 2100-EXIT
024000     END-START.
024100     PERFORM 2110-SCAN-ONE THRU 2110-EXIT
024200         UNTIL PRC-SCAN-DONE.
024300 2100-EXIT.
024400     EXIT.
024500
024600 2110-SCAN-ONE.
024700     READ POSTING-HISTORY NEXT RECORD
024800         AT END
024900             MOVE "Y" TO PRC-SCAN-DONE-SW
025000             GO TO 2110-EXIT
025100     END-READ.
025200     IF PH-CUST-NUMBER NOT = PX-CUST-NUMBER
025300      OR PH-POST-DATE NOT = PX-VALUE-DATE
025400      OR PH-REFERENCE NOT = PX-REFERENCE
025500         MOVE "Y" TO PRC-SCAN-DONE-SW
025600         GO TO 2110-EXIT.
025700     IF PH-SOURCE NOT = "STANDORD" OR NOT PH-DEBIT
025800         GO TO 2110-EXIT.
025900     IF PH-AMOUNT NOT = PX-AMOUNT
026000         GO TO 2110-EXIT.
026100     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
026200         MOVE PH-ACCT-SEQ TO PRC-PH-ACCT
026300     ELSE
026400         MOVE 1 TO PRC-PH-ACCT
026500     END-IF.
026600     IF PRC-PH-ACCT NOT = PX-ACCT-SEQ
026700         GO TO 2110-EXIT.
026800     PERFORM 2200-CHECK-USED THRU 2200-EXIT.
026900     IF PRC-USED
027000         GO TO 2110-EXIT.
027100     MOVE "Y" TO PRC-POSTED-SW.
027200     MOVE "Y" TO PRC-SCAN-DONE-SW.
027300 2110-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    2200-CHECK-USED.  HAS THIS POSTING ALREADY PROVED AN        *
027800*    INSTRUCTION TONIGHT?  IF NOT, REMEMBER IT.                  *
027900******************************************************************
028000 2200-CHECK-USED.
028100     MOVE "N" TO PRC-USED-SW.
028200     MOVE ZERO TO PRC-TAB-SUB.
028300     PERFORM 2210-SCAN-USED THRU 2210-EXIT
028400         UNTIL PRC-USED
028500            OR PRC-TAB-SUB >= PRC-TAB-COUNT.
028600     IF PRC-USED
028700         GO TO 2200-EXIT.
028800     IF PRC-TAB-COUNT >= PRC-TAB-MAX
028900         DISPLAY "PAYRECON: MATCHED POSTING TABLE OVERFLOW"
029000         MOVE 12 TO RETURN-CODE
029100         STOP RUN.
029200     ADD 1 TO PRC-TAB-COUNT.
029300     MOVE PH-KEY TO PRC-USED-KEY (PRC-TAB-COUNT).
029400 2200-EXIT.
029500     EXIT.
029600
029700 2210-SCAN-USED.
029800     ADD 1 TO PRC-TAB-SUB.
029900     IF PRC-USED-KEY (PRC-TAB-SUB) = PH-KEY
030000         MOVE "Y" TO PRC-USED-SW.
030100 2210-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    2900-READ-PAYMENT.  NEXT INSTRUCTION OR THE TRAILER.        *
030600******************************************************************
030700 2900-READ-PAYMENT.
030800     READ PAYMENT-FILE
030900         AT END
031000             MOVE "Y" TO PRC-PAY-EOF-SW
031100     END-READ.
031200 2900-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600*    3000-PROVE-TRAILER.  THE DETAILS READ MUST AGREE WITH THE   *
031700*    TRAILER'S COUNT AND HASH AMOUNT, AND NOTHING MAY FOLLOW IT. *
031800******************************************************************
031900 3000-PROVE-TRAILER.
032000     MOVE SPACES TO REPORT-LINE.
032100     IF NOT PRC-TRAILER-SEEN
032200         MOVE "Y" TO PRC-BALANCE-SW
032300         MOVE "*** NO CONTROL TRAILER ON THE PAYMENT FILE ***"
032400             TO REPORT-LINE
032500         WRITE REPORT-LINE AFTER ADVANCING 2 LINES
032600         GO TO 3000-EXIT.
032700     IF PRC-AFTER-TRAILER > ZERO
032800         MOVE "Y" TO PRC-BALANCE-SW
032900         MOVE "*** RECORDS FOLLOW THE CONTROL TRAILER ***"
033000             TO REPORT-LINE
033100         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
033200     IF PRC-TRL-COUNT NOT = PRC-FILE-COUNT
033300      OR PRC-TRL-AMOUNT NOT = PRC-FILE-AMOUNT
033400         MOVE "Y" TO PRC-BALANCE-SW
033500         MOVE SPACES TO REPORT-LINE
033600         MOVE "*** FILE DOES NOT AGREE WITH ITS TRAILER ***"
033700             TO REPORT-LINE
033800         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
033900 3000-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300*    4000-TOTALS.  TRAILER AGAINST FILE, FILE AGAINST POSTED.    *
034400******************************************************************
034500 4000-TOTALS.
034600     MOVE "TRAILER CONTROL TOTAL" TO PRC-TOT-LABEL.
034700     MOVE PRC-TRL-COUNT TO PRC-TOT-COUNT.
034800     MOVE PRC-TRL-AMOUNT TO PRC-TOT-AMOUNT.
034900     WRITE REPORT-LINE FROM PRC-TOTAL-LINE
035000         AFTER ADVANCING 2 LINES.
035100     MOVE "INSTRUCTIONS ON FILE" TO PRC-TOT-LABEL.
035200     MOVE PRC-FILE-COUNT TO PRC-TOT-COUNT.
035300     MOVE PRC-FILE-AMOUNT TO PRC-TOT-AMOUNT.
035400     WRITE REPORT-LINE FROM PRC-TOTAL-LINE
035500         AFTER ADVANCING 1 LINE.
035600     MOVE "MATCHED TO POSTED DEBITS" TO PRC-TOT-LABEL.
035700     MOVE PRC-POSTED-COUNT TO PRC-TOT-COUNT.
035800     MOVE PRC-POSTED-AMOUNT TO PRC-TOT-AMOUNT.
035900     WRITE REPORT-LINE FROM PRC-TOTAL-LINE
036000         AFTER ADVANCING 1 LINE.
036100     MOVE "UNPOSTED INSTRUCTIONS" TO PRC-TOT-LABEL.
036200     MOVE PRC-UNPOSTED-COUNT TO PRC-TOT-COUNT.
036300     MOVE PRC-UNPOSTED-AMOUNT TO PRC-TOT-AMOUNT.
036400     WRITE REPORT-LINE FROM PRC-TOTAL-LINE
036500         AFTER ADVANCING 1 LINE.
036600 4000-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000*    5000-WRAPUP.  CLOSE EVERYTHING.  A FILE OUT OF BALANCE WITH *
037100*    ITS TRAILER IS RC=8; UNPOSTED INSTRUCTIONS ARE RC=4.        *
037200******************************************************************
037300 5000-WRAPUP.
037400     CLOSE PAYMENT-FILE
037500           POSTING-HISTORY
037600           RECON-REPORT.
037700     IF PRC-UNPOSTED-COUNT > ZERO
037800         MOVE 4 TO RETURN-CODE.
037900     IF PRC-OUT-OF-BALANCE
038000         MOVE 8 TO RETURN-CODE.
038100     DISPLAY "PAYRECON: INSTRUCTIONS " PRC-FILE-COUNT
038200         " POSTED " PRC-POSTED-COUNT
038300         " UNPOSTED " PRC-UNPOSTED-COUNT.
038400 5000-EXIT.
038500     EXIT.
