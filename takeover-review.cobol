000100******************************************************************
000200* PROGRAM NAME:   ATOREVW                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* FRAUD OPERATIONS ACCOUNT-TAKEOVER WORKBASKET.  PRESENTS EVERY  *
000600* OPEN OR FRAUD-CONFIRMED CASE ON THE ATOCASE FILE WITH THE      *
000700* EVIDENCE ATOMON GATHERED AND THE CUSTOMER'S MASTER DETAILS, AND*
000800* RECORDS THE REVIEWER'S DISPOSITION, NAME, DATE AND A SHORT     *
000900* NOTE ON THE CASE RECORD IN PLACE:                              *
001000*   GN = GENUINE CHANGE, CUSTOMER CONFIRMED (CASE CLEARED, ANY   *
001100*        DEBIT BLOCK LIFTED)                                     *
001200*   FR = FRAUD CONFIRMED (CASE STAYS IN THE WORKBASKET, DEBITS   *
001300*        BLOCKED UNTIL IT IS LATER CLEARED AS GN)                *
001400*   BL = BLOCK DEBITS WHILE ENQUIRIES CONTINUE (CASE STAYS OPEN) *
001500*   S  = SKIP, X = STOP WORKING THE BASKET.                      *
001600* POSTRUN REFUSES THE CUSTOMER'S DEBITS WHILE THE CASE IS BLOCKED*
001700* AND NOT CLEARED.  EVERY DISPOSITION GOES ON THE AUDIT REPORT.  *
001800*                                                                *
001900* MAINTENANCE LOG                                                *
002000* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002100* --------- ------------  -------------------------------------- *
002200* 15/10/26  MS            CREATED - TAKEOVER CASE WORKBASKET     *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  ATOREVW.
002600 AUTHOR. M. SCHREIBER.
002700 INSTALLATION. COBOL DEVELOPMENT CENTER.
002800 DATE-WRITTEN. 15/10/26.
002900 DATE-COMPILED. 15/10/26.
003000 SECURITY. NON-CONFIDENTIAL.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CASE-FILE ASSIGN TO ATOCASE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS TK-CUST-NUMBER
003900         FILE STATUS IS ATR-CASE-STATUS.
004000     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CUST-NUMBER
004400         FILE STATUS IS ATR-MAST-STATUS.
004500     SELECT REVIEW-REPORT ASSIGN TO ATORVRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS ATR-RPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CASE-FILE
005200     RECORD CONTAINS 220 CHARACTERS.
005300 COPY ATOCASE.
005400
005500 FD  CUSTOMER-MASTER
005600     RECORD CONTAINS 273 CHARACTERS.
005700 COPY CUSTMAST.
005800
005900 FD  REVIEW-REPORT
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  REPORT-LINE                 PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400 77  ATR-CASE-STATUS             PIC X(02).
006500 77  ATR-MAST-STATUS             PIC X(02).
006600 77  ATR-RPT-STATUS              PIC X(02).
006700
006800 77  ATR-CASE-EOF-SW             PIC X(01) VALUE "N".
006900     88  ATR-CASE-EOF            VALUE "Y".
007000 77  ATR-DONE-SW                 PIC X(01) VALUE "N".
007100     88  ATR-DONE                VALUE "Y".
007200
007300 77  ATR-DECISION                PIC X(02) VALUE SPACES.
007400 77  ATR-NOTE                    PIC X(30) VALUE SPACES.
007500 77  ATR-REVIEWER                PIC X(20) VALUE SPACES.
007600 77  ATR-RUN-DATE                PIC 9(08) VALUE ZERO.
007700 77  ATR-SHOW-TOTAL              PIC Z(08)9.99.
007800 77  ATR-SHOW-LARGEST            PIC Z(06)9.99.
007900 77  ATR-SHOW-SO-AMOUNT          PIC Z(08)9.99.
008000
008100 77  ATR-CASE-COUNT              PIC 9(05) COMP VALUE ZERO.
008200 77  ATR-GENUINE-COUNT           PIC 9(05) COMP VALUE ZERO.
008300 77  ATR-FRAUD-COUNT             PIC 9(05) COMP VALUE ZERO.
008400 77  ATR-BLOCK-COUNT             PIC 9(05) COMP VALUE ZERO.
008500 77  ATR-SKIP-COUNT              PIC 9(05) COMP VALUE ZERO.
008600
008700 01  ATR-HEADING-1.
008800     05  FILLER                  PIC X(09) VALUE "ATOREVW  ".
008900     05  FILLER                  PIC X(35)
009000         VALUE "TAKEOVER CASE DISPOSITION AUDIT    ".
009100     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
009200     05  ATR-HDG-DATE            PIC 9(08).
009300     05  FILLER                  PIC X(70) VALUE SPACES.
009400
009500 01  ATR-AUDIT-LINE.
009600     05  ATR-AUD-CASE-DATE       PIC 9(08).
009700     05  FILLER                  PIC X(02) VALUE SPACES.
009800     05  ATR-AUD-CUST            PIC 9(06).
009900     05  FILLER                  PIC X(02) VALUE SPACES.
010000     05  ATR-AUD-CHANGE-DATE     PIC 9(08).
010100     05  FILLER                  PIC X(02) VALUE SPACES.
010200     05  ATR-AUD-TOTAL           PIC Z(08)9.99.
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  ATR-AUD-DISPOSITION     PIC X(02).
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  ATR-AUD-BLOCK           PIC X(01).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  ATR-AUD-REVIEWER        PIC X(20).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  ATR-AUD-NOTE            PIC X(30).
011100     05  FILLER                  PIC X(31) VALUE SPACES.
011200
011300 01  ATR-TOTAL-LINE.
011400     05  FILLER                  PIC X(10) VALUE SPACES.
011500     05  ATR-TOT-LABEL           PIC X(30).
011600     05  ATR-TOT-COUNT           PIC Z(04)9.
011700     05  FILLER                  PIC X(87) VALUE SPACES.
011800
011900 PROCEDURE DIVISION.
012000******************************************************************
012100*    0000-MAINLINE.  WORK THE BASKET, PRINT TOTALS.              *
012200******************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     PERFORM 2000-REVIEW-CASE THRU 2000-EXIT
012600         UNTIL ATR-CASE-EOF OR ATR-DONE.
012700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
012800     CLOSE CASE-FILE
012900           CUSTOMER-MASTER
013000           REVIEW-REPORT.
013100     STOP RUN.
013200
013300******************************************************************
013400*    1000-INITIALIZE.  OPEN FILES AND SIGN THE REVIEWER ON.      *
013500******************************************************************
013600 1000-INITIALIZE.
013700     OPEN I-O    CASE-FILE
013800          INPUT  CUSTOMER-MASTER
013900          OUTPUT REVIEW-REPORT.
014000     IF ATR-CASE-STATUS NOT = "00"
014100         DISPLAY "ATOREVW: CASE FILE OPEN FAILED "
014200             ATR-CASE-STATUS
014300         MOVE 12 TO RETURN-CODE
014400         STOP RUN.
014500     IF ATR-MAST-STATUS NOT = "00"
014600         DISPLAY "ATOREVW: MASTER OPEN FAILED "
014700             ATR-MAST-STATUS
014800         MOVE 12 TO RETURN-CODE
014900         STOP RUN.
015000     ACCEPT ATR-RUN-DATE FROM DATE YYYYMMDD.
015100     MOVE ATR-RUN-DATE TO ATR-HDG-DATE.
015200     WRITE REPORT-LINE FROM ATR-HEADING-1
015300         AFTER ADVANCING PAGE.
015400     DISPLAY "REVIEWER NAME: ".
015500     ACCEPT ATR-REVIEWER.
015600     PERFORM 2900-READ-CASE THRU 2900-EXIT.
015700 1000-EXIT.
015800     EXIT.
015900
016000******************************************************************
016100*    2000-REVIEW-CASE.  SHOW ONE CASE, TAKE THE DISPOSITION.     *
016200*    CLEARED CASES ARE PASSED OVER.                              *
016300******************************************************************
016400 2000-REVIEW-CASE.
016500     IF TK-CLEARED
016600         GO TO 2000-READ-NEXT.
016700     ADD 1 TO ATR-CASE-COUNT.
016800     MOVE TK-DEBIT-TOTAL TO ATR-SHOW-TOTAL.
016900     MOVE TK-LARGEST-DEBIT TO ATR-SHOW-LARGEST.
017000     MOVE TK-NEW-SO-AMOUNT TO ATR-SHOW-SO-AMOUNT.
017100     DISPLAY " ".
017200     IF TK-ADDRESS-CHANGE
017300         DISPLAY "ADDRESS CHANGED " TK-CHANGE-DATE
017400             " BY " TK-CHANGE-SOURCE
017500     ELSE
017600         DISPLAY "CONTACT DETAILS CHANGED " TK-CHANGE-DATE
017700             " BY " TK-CHANGE-SOURCE
017800     END-IF.
017900     DISPLAY "  DEBITS SINCE " TK-DEBIT-COUNT
018000         "  TOTAL " ATR-SHOW-TOTAL
018100         "  OVER THE LIMIT " TK-LARGE-COUNT.
018200     IF TK-DEBIT-COUNT > ZERO
018300         DISPLAY "  LARGEST " ATR-SHOW-LARGEST " ON "
018400             TK-LARGEST-DATE " REF " TK-LARGEST-REF.
018500     IF TK-NEW-SO-COUNT > ZERO
018600         DISPLAY "  NEW STANDING ORDERS " TK-NEW-SO-COUNT
018700             "  AMOUNT " ATR-SHOW-SO-AMOUNT
018800         DISPLAY "  PAYEE " TK-NEW-SO-PAYEE.
018900     DISPLAY "  RAISED " TK-CASE-DATE " REFRESHED "
019000         TK-REFRESH-DATE " BRANCH " TK-BRANCH
019100         " DEBITS BLOCKED " TK-BLOCK-SW.
019200     IF TK-FRAUD
019300         DISPLAY "  FRAUD CONFIRMED BY " TK-REVIEWER " ON "
019400             TK-DISP-DATE ": " TK-DISP-NOTE
019500     ELSE
019600         IF TK-DISP-DATE NOT = ZERO
019700             DISPLAY "  LAST REVIEWED BY " TK-REVIEWER " ON "
019800                 TK-DISP-DATE ": " TK-DISP-NOTE
019900         END-IF
020000     END-IF.
020100     MOVE TK-CUST-NUMBER TO CUST-NUMBER.
020200     READ CUSTOMER-MASTER
020300         INVALID KEY
020400             DISPLAY "CUSTOMER " CUST-NUMBER " NOT ON FILE"
020500         NOT INVALID KEY
020600             DISPLAY "CUSTOMER " CUST-NUMBER " " FIRSTNAME " "
020700                 LASTNAME " BORN " BIRTH-DATE " STATE " STATE
020800             DISPLAY "  " STREET (1) " " HOUSE-NUMBER (1) " "
020900                 ZIP-CODE2 (1) " " CITY-NAME (1)
021000     END-READ.
021100     DISPLAY "DISPOSITION (GN=GENUINE FR=FRAUD BL=BLOCK"
021200         " S=SKIP X=EXIT): ".
021300     ACCEPT ATR-DECISION.
021400     EVALUATE ATR-DECISION
021500         WHEN "GN"
021600             MOVE "C" TO TK-CASE-STATUS
021700             MOVE "N" TO TK-BLOCK-SW
021800             ADD 1 TO ATR-GENUINE-COUNT
021900             PERFORM 3000-RECORD-DISPOSITION THRU 3000-EXIT
022000         WHEN "FR"
022100             MOVE "F" TO TK-CASE-STATUS
022200             MOVE "Y" TO TK-BLOCK-SW
022300             ADD 1 TO ATR-FRAUD-COUNT
022400             PERFORM 3000-RECORD-DISPOSITION THRU 3000-EXIT
022500         WHEN "BL"
022600             MOVE "Y" TO TK-BLOCK-SW
022700             ADD 1 TO ATR-BLOCK-COUNT
022800             PERFORM 3000-RECORD-DISPOSITION THRU 3000-EXIT
022900         WHEN "X "
023000             MOVE "Y" TO ATR-DONE-SW
023100             ADD 1 TO ATR-SKIP-COUNT
023200         WHEN OTHER
023300             ADD 1 TO ATR-SKIP-COUNT
023400     END-EVALUATE.
023500 2000-READ-NEXT.
023600     IF NOT ATR-DONE
023700         PERFORM 2900-READ-CASE THRU 2900-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000
024100 2900-READ-CASE.
024200     READ CASE-FILE NEXT RECORD
024300         AT END MOVE "Y" TO ATR-CASE-EOF-SW
024400     END-READ.
024500 2900-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*    3000-RECORD-DISPOSITION.  NOTE, REVIEWER AND DATE ONTO THE  *
025000*    CASE, REWRITTEN IN PLACE, AND THE AUDIT LINE.  A BLOCK      *
025100*    LEAVES THE DISPOSITION AS IT WAS.                           *
025200******************************************************************
025300 3000-RECORD-DISPOSITION.
025400     DISPLAY "NOTE: ".
025500     MOVE SPACES TO ATR-NOTE.
025600     ACCEPT ATR-NOTE.
025700     IF ATR-DECISION NOT = "BL"
025800         MOVE ATR-DECISION TO TK-DISPOSITION.
025900     MOVE ATR-REVIEWER TO TK-REVIEWER.
026000     MOVE ATR-RUN-DATE TO TK-DISP-DATE.
026100     MOVE ATR-NOTE TO TK-DISP-NOTE.
026200     REWRITE ATO-CASE-RECORD.
026300     IF ATR-CASE-STATUS NOT = "00"
026400         DISPLAY "ATOREVW: CASE FILE REWRITE FAILED "
026500             ATR-CASE-STATUS
026600         MOVE 12 TO RETURN-CODE
026700         STOP RUN.
026800     MOVE TK-CASE-DATE TO ATR-AUD-CASE-DATE.
026900     MOVE TK-CUST-NUMBER TO ATR-AUD-CUST.
027000     MOVE TK-CHANGE-DATE TO ATR-AUD-CHANGE-DATE.
027100     MOVE TK-DEBIT-TOTAL TO ATR-AUD-TOTAL.
027200     MOVE ATR-DECISION TO ATR-AUD-DISPOSITION.
027300     MOVE TK-BLOCK-SW TO ATR-AUD-BLOCK.
027400     MOVE ATR-REVIEWER TO ATR-AUD-REVIEWER.
027500     MOVE ATR-NOTE TO ATR-AUD-NOTE.
027600     WRITE REPORT-LINE FROM ATR-AUDIT-LINE
027700         AFTER ADVANCING 1 LINE.
027800 3000-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    4000-PRINT-TOTALS.  SESSION TOTALS FOR FRAUD OPERATIONS.    *
028300******************************************************************
028400 4000-PRINT-TOTALS.
028500     MOVE "CASES PRESENTED" TO ATR-TOT-LABEL.
028600     MOVE ATR-CASE-COUNT TO ATR-TOT-COUNT.
028700     WRITE REPORT-LINE FROM ATR-TOTAL-LINE
028800         AFTER ADVANCING 2 LINES.
028900     MOVE "CLEARED AS GENUINE" TO ATR-TOT-LABEL.
029000     MOVE ATR-GENUINE-COUNT TO ATR-TOT-COUNT.
029100     WRITE REPORT-LINE FROM ATR-TOTAL-LINE
029200         AFTER ADVANCING 1 LINE.
029300     MOVE "FRAUD CONFIRMED" TO ATR-TOT-LABEL.
029400     MOVE ATR-FRAUD-COUNT TO ATR-TOT-COUNT.
029500     WRITE REPORT-LINE FROM ATR-TOTAL-LINE
029600         AFTER ADVANCING 1 LINE.
029700     MOVE "DEBITS BLOCKED PENDING REVIEW" TO ATR-TOT-LABEL.
029800     MOVE ATR-BLOCK-COUNT TO ATR-TOT-COUNT.
029900     WRITE REPORT-LINE FROM ATR-TOTAL-LINE
030000         AFTER ADVANCING 1 LINE.
030100     MOVE "CASES SKIPPED" TO ATR-TOT-LABEL.
030200     MOVE ATR-SKIP-COUNT TO ATR-TOT-COUNT.
030300     WRITE REPORT-LINE FROM ATR-TOTAL-LINE
030400         AFTER ADVANCING 1 LINE.
030500 4000-EXIT.
030600     EXIT.
