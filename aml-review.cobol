000100******************************************************************
000200* PROGRAM NAME:   AMLREVW                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* COMPLIANCE TRANSACTION-MONITORING WORKBASKET.  PRESENTS EVERY  *
000600* OPEN OR ESCALATED CASE ON THE AMLCASE FILE WITH THE CUSTOMER'S *
000700* MASTER DETAILS AND RECORDS THE REVIEWER'S DISPOSITION, NAME,   *
000800* DATE AND A SHORT NOTE ON THE CASE RECORD IN PLACE:             *
000900*   NA = NO FURTHER ACTION            (CASE CLOSED)              *
001000*   EX = EXPLAINED / EXPECTED ACTIVITY (CASE CLOSED)             *
001100*   SR = SUSPICIOUS-ACTIVITY REPORT FILED (CASE CLOSED)          *
001200*   ES = ESCALATE TO THE MONEY-LAUNDERING OFFICER (STAYS IN      *
001300*        THE WORKBASKET, MARKED ESCALATED)                       *
001400*   S  = SKIP, X = STOP WORKING THE BASKET.                      *
001500* EVERY DISPOSITION GOES ON THE AUDIT REPORT.                    *
001600*                                                                *
001700* MAINTENANCE LOG                                                *
001800* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001900* --------- ------------  -------------------------------------- *
002000* 15/10/26  MS            CREATED - MONITORING CASE WORKBASKET   *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  AMLREVW.
002400 AUTHOR. M. SCHREIBER.
002500 INSTALLATION. COBOL DEVELOPMENT CENTER.
002600 DATE-WRITTEN. 15/10/26.
002700 DATE-COMPILED. 15/10/26.
002800 SECURITY. NON-CONFIDENTIAL.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CASE-FILE ASSIGN TO AMLCASE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS ARV-CASE-STATUS.
003600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CUST-NUMBER
004000         FILE STATUS IS ARV-MAST-STATUS.
004100     SELECT REVIEW-REPORT ASSIGN TO AMLRVRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS ARV-RPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CASE-FILE
004800     RECORD CONTAINS 140 CHARACTERS.
004900 COPY AMLCASE.
005000
005100 FD  CUSTOMER-MASTER
005200     RECORD CONTAINS 273 CHARACTERS.
005300 COPY CUSTMAST.
005400
005500 FD  REVIEW-REPORT
005600     RECORD CONTAINS 132 CHARACTERS.
005700 01  REPORT-LINE                 PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000 77  ARV-CASE-STATUS             PIC X(02).
006100 77  ARV-MAST-STATUS             PIC X(02).
006200 77  ARV-RPT-STATUS              PIC X(02).
006300
006400 77  ARV-CASE-EOF-SW             PIC X(01) VALUE "N".
006500     88  ARV-CASE-EOF            VALUE "Y".
006600 77  ARV-DONE-SW                 PIC X(01) VALUE "N".
006700     88  ARV-DONE                VALUE "Y".
006800
006900 77  ARV-DECISION                PIC X(02) VALUE SPACES.
007000 77  ARV-NOTE                    PIC X(30) VALUE SPACES.
007100 77  ARV-REVIEWER                PIC X(20) VALUE SPACES.
007200 77  ARV-RUN-DATE                PIC 9(08) VALUE ZERO.
007300 77  ARV-SHOW-AMOUNT             PIC Z(08)9.99.
007400 77  ARV-SHOW-BASIS              PIC Z(08)9.99.
007500
007600 77  ARV-CASE-COUNT              PIC 9(05) COMP VALUE ZERO.
007700 77  ARV-CLOSED-COUNT            PIC 9(05) COMP VALUE ZERO.
007800 77  ARV-SAR-COUNT               PIC 9(05) COMP VALUE ZERO.
007900 77  ARV-ESCALATE-COUNT          PIC 9(05) COMP VALUE ZERO.
008000 77  ARV-SKIP-COUNT              PIC 9(05) COMP VALUE ZERO.
008100
008200 01  ARV-HEADING-1.
008300     05  FILLER                  PIC X(09) VALUE "AMLREVW  ".
008400     05  FILLER                  PIC X(35)
008500         VALUE "MONITORING CASE DISPOSITION AUDIT  ".
008600     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
008700     05  ARV-HDG-DATE            PIC 9(08).
008800     05  FILLER                  PIC X(70) VALUE SPACES.
008900
009000 01  ARV-AUDIT-LINE.
009100     05  ARV-AUD-ALERT-DATE      PIC 9(08).
009200     05  FILLER                  PIC X(02) VALUE SPACES.
009300     05  ARV-AUD-TYPE            PIC X(01).
009400     05  FILLER                  PIC X(02) VALUE SPACES.
009500     05  ARV-AUD-CUST            PIC 9(06).
009600     05  FILLER                  PIC X(02) VALUE SPACES.
009700     05  ARV-AUD-REFERENCE       PIC X(10).
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  ARV-AUD-AMOUNT          PIC Z(08)9.99.
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  ARV-AUD-DISPOSITION     PIC X(02).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  ARV-AUD-REVIEWER        PIC X(20).
010400     05  FILLER                  PIC X(02) VALUE SPACES.
010500     05  ARV-AUD-NOTE            PIC X(30).
010600     05  FILLER                  PIC X(29) VALUE SPACES.
010700
010800 01  ARV-TOTAL-LINE.
010900     05  FILLER                  PIC X(10) VALUE SPACES.
011000     05  ARV-TOT-LABEL           PIC X(30).
011100     05  ARV-TOT-COUNT           PIC Z(04)9.
011200     05  FILLER                  PIC X(87) VALUE SPACES.
011300
011400 PROCEDURE DIVISION.
011500******************************************************************
011600*    0000-MAINLINE.  WORK THE BASKET, PRINT TOTALS.              *
011700******************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012000     PERFORM 2000-REVIEW-CASE THRU 2000-EXIT
012100         UNTIL ARV-CASE-EOF OR ARV-DONE.
012200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
012300     CLOSE CASE-FILE
012400           CUSTOMER-MASTER
012500           REVIEW-REPORT.
012600     STOP RUN.
012700
012800******************************************************************
012900*    1000-INITIALIZE.  OPEN FILES AND SIGN THE REVIEWER ON.      *
013000******************************************************************
013100 1000-INITIALIZE.
013200     OPEN I-O    CASE-FILE
013300          INPUT  CUSTOMER-MASTER
013400          OUTPUT REVIEW-REPORT.
013500     IF ARV-CASE-STATUS NOT = "00"
013600         DISPLAY "AMLREVW: CASE FILE OPEN FAILED "
013700             ARV-CASE-STATUS
013800         MOVE 12 TO RETURN-CODE
013900         STOP RUN.
014000     IF ARV-MAST-STATUS NOT = "00"
014100         DISPLAY "AMLREVW: MASTER OPEN FAILED "
014200             ARV-MAST-STATUS
014300         MOVE 12 TO RETURN-CODE
014400         STOP RUN.
014500     ACCEPT ARV-RUN-DATE FROM DATE YYYYMMDD.
014600     MOVE ARV-RUN-DATE TO ARV-HDG-DATE.
014700     WRITE REPORT-LINE FROM ARV-HEADING-1
014800         AFTER ADVANCING PAGE.
014900     DISPLAY "REVIEWER NAME: ".
015000     ACCEPT ARV-REVIEWER.
015100     PERFORM 2900-READ-CASE THRU 2900-EXIT.
015200 1000-EXIT.
015300     EXIT.
015400
015500******************************************************************
015600*    2000-REVIEW-CASE.  SHOW ONE CASE, TAKE THE DISPOSITION.     *
015700*    CLOSED CASES ARE PASSED OVER.                               *
015800******************************************************************
015900 2000-REVIEW-CASE.
016000     IF AL-CLOSED
016100         GO TO 2000-READ-NEXT.
016200     ADD 1 TO ARV-CASE-COUNT.
016300     MOVE AL-AMOUNT TO ARV-SHOW-AMOUNT.
016400     MOVE AL-BASIS-AMOUNT TO ARV-SHOW-BASIS.
016500     DISPLAY " ".
016600     EVALUATE TRUE
016700         WHEN AL-THRESHOLD
016800             DISPLAY "THRESHOLD POSTING " AL-REFERENCE
016900                 " SOURCE " AL-SOURCE " POSTED " AL-POST-DATE
017000             DISPLAY "  AMOUNT " ARV-SHOW-AMOUNT
017100                 "  THRESHOLD " ARV-SHOW-BASIS
017200         WHEN AL-STRUCTURING
017300             DISPLAY "POSSIBLE STRUCTURING - " AL-ITEM-COUNT
017400                 " JUST-BELOW CREDITS IN THE WINDOW"
017500             DISPLAY "  TOTAL " ARV-SHOW-AMOUNT
017600                 "  THRESHOLD " ARV-SHOW-BASIS
017700         WHEN OTHER
017800             DISPLAY "VOLUME SPIKE - " AL-ITEM-COUNT
017900                 " POSTINGS ON " AL-POST-DATE
018000             DISPLAY "  VOLUME " ARV-SHOW-AMOUNT
018100                 "  TRAILING DAILY AVERAGE " ARV-SHOW-BASIS
018200     END-EVALUATE.
018300     DISPLAY "  RAISED " AL-ALERT-DATE " BRANCH " AL-BRANCH
018400         " ACCOUNT " AL-ACCT-SEQ.
018500     IF AL-ESCALATED
018600         DISPLAY "  ESCALATED BY " AL-REVIEWER " ON "
018700             AL-DISP-DATE ": " AL-DISP-NOTE.
018800     MOVE AL-CUST-NUMBER TO CUST-NUMBER.
018900     READ CUSTOMER-MASTER
019000         INVALID KEY
019100             DISPLAY "CUSTOMER " CUST-NUMBER " NOT ON FILE"
019200         NOT INVALID KEY
019300             DISPLAY "CUSTOMER " CUST-NUMBER " " FIRSTNAME " "
019400                 LASTNAME " BORN " BIRTH-DATE " STATE " STATE
019500     END-READ.
019600     DISPLAY "DISPOSITION (NA=NO ACTION EX=EXPLAINED"
019700         " SR=SAR FILED ES=ESCALATE S=SKIP X=EXIT): ".
019800     ACCEPT ARV-DECISION.
019900     EVALUATE ARV-DECISION
020000         WHEN "NA"
020100         WHEN "EX"
020200         WHEN "SR"
020300             MOVE "C" TO AL-CASE-STATUS
020400             ADD 1 TO ARV-CLOSED-COUNT
020500             IF ARV-DECISION = "SR"
020600                 ADD 1 TO ARV-SAR-COUNT
020700             END-IF
020800             PERFORM 3000-RECORD-DISPOSITION THRU 3000-EXIT
020900         WHEN "ES"
021000             MOVE "E" TO AL-CASE-STATUS
021100             ADD 1 TO ARV-ESCALATE-COUNT
021200             PERFORM 3000-RECORD-DISPOSITION THRU 3000-EXIT
021300         WHEN "X "
021400             MOVE "Y" TO ARV-DONE-SW
021500             ADD 1 TO ARV-SKIP-COUNT
021600         WHEN OTHER
021700             ADD 1 TO ARV-SKIP-COUNT
021800     END-EVALUATE.
021900 2000-READ-NEXT.
022000     IF NOT ARV-DONE
022100         PERFORM 2900-READ-CASE THRU 2900-EXIT.
022200 2000-EXIT.
022300     EXIT.
022400
022500 2900-READ-CASE.
022600     READ CASE-FILE
022700         AT END MOVE "Y" TO ARV-CASE-EOF-SW
022800     END-READ.
022900 2900-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    3000-RECORD-DISPOSITION.  NOTE, REVIEWER AND DATE ONTO THE  *
023400*    CASE, REWRITTEN IN PLACE, AND THE AUDIT LINE.  AN           *
023500*    ESCALATED CASE KEEPS ITS DISPOSITION BLANK.                 *
023600******************************************************************
023700 3000-RECORD-DISPOSITION.
023800     DISPLAY "NOTE: ".
023900     MOVE SPACES TO ARV-NOTE.
024000     ACCEPT ARV-NOTE.
024100     IF AL-ESCALATED
024200         MOVE SPACES TO AL-DISPOSITION
024300     ELSE
024400         MOVE ARV-DECISION TO AL-DISPOSITION
024500     END-IF.
024600     MOVE ARV-REVIEWER TO AL-REVIEWER.
024700     MOVE ARV-RUN-DATE TO AL-DISP-DATE.
024800     MOVE ARV-NOTE TO AL-DISP-NOTE.
024900     REWRITE AML-CASE-RECORD.
025000     IF ARV-CASE-STATUS NOT = "00"
025100         DISPLAY "AMLREVW: CASE FILE REWRITE FAILED "
025200             ARV-CASE-STATUS
025300         MOVE 12 TO RETURN-CODE
025400         STOP RUN.
025500     MOVE AL-ALERT-DATE TO ARV-AUD-ALERT-DATE.
025600     MOVE AL-ALERT-TYPE TO ARV-AUD-TYPE.
025700     MOVE AL-CUST-NUMBER TO ARV-AUD-CUST.
025800     MOVE AL-REFERENCE TO ARV-AUD-REFERENCE.
025900     MOVE AL-AMOUNT TO ARV-AUD-AMOUNT.
026000     MOVE ARV-DECISION TO ARV-AUD-DISPOSITION.
026100     MOVE ARV-REVIEWER TO ARV-AUD-REVIEWER.
026200     MOVE ARV-NOTE TO ARV-AUD-NOTE.
026300     WRITE REPORT-LINE FROM ARV-AUDIT-LINE
026400         AFTER ADVANCING 1 LINE.
026500 3000-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    4000-PRINT-TOTALS.  SESSION TOTALS FOR COMPLIANCE.          *
027000******************************************************************
027100 4000-PRINT-TOTALS.
027200     MOVE "CASES PRESENTED" TO ARV-TOT-LABEL.
027300     MOVE ARV-CASE-COUNT TO ARV-TOT-COUNT.
027400     WRITE REPORT-LINE FROM ARV-TOTAL-LINE
027500         AFTER ADVANCING 2 LINES.
027600     MOVE "CASES CLOSED" TO ARV-TOT-LABEL.
027700     MOVE ARV-CLOSED-COUNT TO ARV-TOT-COUNT.
027800     WRITE REPORT-LINE FROM ARV-TOTAL-LINE
027900         AFTER ADVANCING 1 LINE.
028000     MOVE "  OF WHICH SAR FILED" TO ARV-TOT-LABEL.
028100     MOVE ARV-SAR-COUNT TO ARV-TOT-COUNT.
028200     WRITE REPORT-LINE FROM ARV-TOTAL-LINE
028300         AFTER ADVANCING 1 LINE.
028400     MOVE "CASES ESCALATED" TO ARV-TOT-LABEL.
028500     MOVE ARV-ESCALATE-COUNT TO ARV-TOT-COUNT.
028600     WRITE REPORT-LINE FROM ARV-TOTAL-LINE
028700         AFTER ADVANCING 1 LINE.
028800     MOVE "CASES SKIPPED" TO ARV-TOT-LABEL.
028900     MOVE ARV-SKIP-COUNT TO ARV-TOT-COUNT.
029000     WRITE REPORT-LINE FROM ARV-TOTAL-LINE
029100         AFTER ADVANCING 1 LINE.
029200 4000-EXIT.
029300     EXIT.
