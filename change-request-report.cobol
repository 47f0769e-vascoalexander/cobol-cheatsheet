000100******************************************************************
000200* PROGRAM NAME:   CHGRQRPT                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* DAILY REPORT OF CUSTOMER CHANGE REQUESTS HELD FOR APPROVAL     *
000600* BY CUSTMNT.  READS THE CHGREQ FILE AND FIRST EXPIRES EVERY     *
000700* REQUEST STILL PENDING AFTER CRR-EXPIRY-DAYS, SO THAT IT CAN    *
000800* NEVER BE APPLIED.  IT THEN LISTS EVERY REQUEST STILL PENDING   *
000900* AND EVERY REQUEST APPROVED, REJECTED OR EXPIRED ON THE RUN     *
001000* DATE, WITH THE MAKER, THE CHECKER, THE FIELDS HELD, ITS AGE IN *
001100* DAYS AND THE REASON, AND CLOSES WITH A COUNT FOR EACH STATUS.  *
001200*                                                                *
001300* MAINTENANCE LOG                                                *
001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001500* --------- ------------  -------------------------------------- *
001600* 15/10/26  MS            CREATED - DAILY CHANGE REQUEST REPORT  *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  CHGRQRPT.
002000 AUTHOR. M. SCHREIBER.
002100 INSTALLATION. COBOL DEVELOPMENT CENTER.
002200 DATE-WRITTEN. 15/10/26.
002300 DATE-COMPILED. 15/10/26.
002400 SECURITY. NON-CONFIDENTIAL.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CHANGE-REQUEST ASSIGN TO CHGREQ
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS CR-KEY
003300         FILE STATUS IS CRR-CR-STATUS.
003400     SELECT REQUEST-REPORT ASSIGN TO CHGRQLST
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS CRR-RPT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CHANGE-REQUEST
004100     RECORD CONTAINS 420 CHARACTERS.
004200 COPY CHGREQ.
004300
004400 FD  REQUEST-REPORT
004500     RECORD CONTAINS 132 CHARACTERS.
004600 01  REPORT-LINE                 PIC X(132).
004700
004800 WORKING-STORAGE SECTION.
004900 77  CRR-CR-STATUS               PIC X(02).
005000 77  CRR-RPT-STATUS              PIC X(02).
005100
005200 77  CRR-CR-EOF-SW               PIC X(01) VALUE "N".
005300     88  CRR-CR-EOF              VALUE "Y".
005400
005500*    KEEP IN STEP WITH CMN-EXPIRY-DAYS IN CUSTMNT
005600 77  CRR-EXPIRY-DAYS             PIC 9(03) COMP VALUE 5.
005700 77  CRR-AGE-DAYS                PIC S9(05) COMP VALUE ZERO.
005800 77  CRR-TODAY-INT               PIC 9(07) COMP VALUE ZERO.
005900
006000 77  CRR-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
006100 77  CRR-PENDING-COUNT           PIC 9(05) COMP VALUE ZERO.
006200 77  CRR-APPROVED-COUNT          PIC 9(05) COMP VALUE ZERO.
006300 77  CRR-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
006400 77  CRR-EXPIRED-COUNT           PIC 9(05) COMP VALUE ZERO.
006500 77  CRR-EXPIRED-NOW             PIC 9(05) COMP VALUE ZERO.
006600
006700 01  CRR-RUN-DATE                PIC 9(08).
006800
006900 01  CRR-HEADING-1.
007000     05  FILLER                  PIC X(09) VALUE "CHGRQRPT ".
007100     05  FILLER                  PIC X(35)
007200         VALUE "CUSTOMER CHANGE REQUESTS - DAILY   ".
007300     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
007400     05  CRR-HDG-DATE            PIC 9(08).
007500     05  FILLER                  PIC X(70) VALUE SPACES.
007600
007700 01  CRR-HEADING-2.
007800     05  FILLER                  PIC X(08) VALUE "CUSTNO  ".
007900     05  FILLER                  PIC X(10) VALUE "REQUESTED ".
008000     05  FILLER                  PIC X(10) VALUE "TIME      ".
008100     05  FILLER                  PIC X(10) VALUE "MAKER     ".
008200     05  FILLER                  PIC X(10) VALUE "STATUS    ".
008300     05  FILLER                  PIC X(10) VALUE "CHECKER   ".
008400     05  FILLER                  PIC X(10) VALUE "DECIDED   ".
008500     05  FILLER                  PIC X(19) VALUE "FIELDS HELD".
008600     05  FILLER                  PIC X(07) VALUE "  AGE  ".
008700     05  FILLER                  PIC X(38) VALUE "REASON".
008800
008900 01  CRR-DETAIL-LINE.
009000     05  CRR-DTL-CUST            PIC 9(06).
009100     05  FILLER                  PIC X(02) VALUE SPACES.
009200     05  CRR-DTL-DATE            PIC 9(08).
009300     05  FILLER                  PIC X(02) VALUE SPACES.
009400     05  CRR-DTL-TIME            PIC 9(08).
009500     05  FILLER                  PIC X(02) VALUE SPACES.
009600     05  CRR-DTL-MAKER           PIC X(08).
009700     05  FILLER                  PIC X(02) VALUE SPACES.
009800     05  CRR-DTL-STATUS          PIC X(08).
009900     05  FILLER                  PIC X(02) VALUE SPACES.
010000     05  CRR-DTL-CHECKER         PIC X(08).
010100     05  FILLER                  PIC X(02) VALUE SPACES.
010200     05  CRR-DTL-DECIDED         PIC 9(08) BLANK WHEN ZERO.
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  CRR-DTL-FIELDS.
010500         10  CRR-DTL-LIMIT       PIC X(06).
010600         10  CRR-DTL-STATE       PIC X(06).
010700         10  CRR-DTL-ADDRESS     PIC X(05).
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  CRR-DTL-AGE             PIC Z(04)9.
011000     05  FILLER                  PIC X(02) VALUE SPACES.
011100     05  CRR-DTL-REASON          PIC X(30).
011200     05  FILLER                  PIC X(08) VALUE SPACES.
011300
011400 01  CRR-TOTAL-LINE.
011500     05  FILLER                  PIC X(10) VALUE SPACES.
011600     05  CRR-TOT-LABEL           PIC X(30).
011700     05  CRR-TOT-COUNT           PIC Z(06)9.
011800     05  FILLER                  PIC X(85) VALUE SPACES.
011900
012000 PROCEDURE DIVISION.
012100******************************************************************
012200*    0000-MAINLINE.  EXPIRE AND LIST THE REQUESTS, THEN TOTAL.   *
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     PERFORM 2000-REPORT-ONE THRU 2000-EXIT
012700         UNTIL CRR-CR-EOF.
012800     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
012900     CLOSE REQUEST-REPORT.
013000     IF CRR-CR-STATUS NOT = "35"
013100         CLOSE CHANGE-REQUEST.
013200     STOP RUN.
013300
013400******************************************************************
013500*    1000-INITIALIZE.  OPEN FILES AND PRIME THE INPUT.  NO       *
013600*    REQUEST FILE YET MEANS NOTHING HAS BEEN HELD.               *
013700******************************************************************
013800 1000-INITIALIZE.
013900     OPEN OUTPUT REQUEST-REPORT.
014000     IF CRR-RPT-STATUS NOT = "00"
014100         DISPLAY "CHGRQRPT: REPORT OPEN FAILED " CRR-RPT-STATUS
014200         MOVE 12 TO RETURN-CODE
014300         STOP RUN.
014400     OPEN I-O CHANGE-REQUEST.
014500     IF CRR-CR-STATUS = "35"
014600         MOVE "Y" TO CRR-CR-EOF-SW
014700     ELSE
014800         IF CRR-CR-STATUS NOT = "00"
014900             DISPLAY "CHGRQRPT: CHANGE REQUEST FILE OPEN FAILED "
015000                 CRR-CR-STATUS
015100             MOVE 12 TO RETURN-CODE
015200             STOP RUN
015300         END-IF
015400     END-IF.
015500     ACCEPT CRR-RUN-DATE FROM DATE YYYYMMDD.
015600     MOVE CRR-RUN-DATE TO CRR-HDG-DATE.
015700     COMPUTE CRR-TODAY-INT =
015800         FUNCTION INTEGER-OF-DATE (CRR-RUN-DATE).
015900     WRITE REPORT-LINE FROM CRR-HEADING-1
016000         AFTER ADVANCING PAGE.
016100     WRITE REPORT-LINE FROM CRR-HEADING-2
016200         AFTER ADVANCING 2 LINES.
016300     IF NOT CRR-CR-EOF
016400         PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
016500 1000-EXIT.
016600     EXIT.
016700
016800******************************************************************
016900*    2000-REPORT-ONE.  EXPIRE A STALE PENDING REQUEST, THEN LIST *
017000*    IT IF IT IS STILL PENDING OR WAS DECIDED TODAY.             *
017100******************************************************************
017200 2000-REPORT-ONE.
017300     ADD 1 TO CRR-READ-COUNT.
017400     COMPUTE CRR-AGE-DAYS = CRR-TODAY-INT -
017500         FUNCTION INTEGER-OF-DATE (CR-REQ-DATE).
017600     IF CRR-AGE-DAYS < ZERO
017700         MOVE ZERO TO CRR-AGE-DAYS.
017800     IF CR-PENDING
017900      AND CRR-AGE-DAYS > CRR-EXPIRY-DAYS
018000         MOVE "E" TO CR-STATUS
018100         MOVE CRR-RUN-DATE TO CR-DECISION-DATE
018200         MOVE "EXPIRED - NOT DECIDED IN TIME" TO CR-REASON
018300         REWRITE CHANGE-REQUEST-RECORD
018400         IF CRR-CR-STATUS NOT = "00"
018500             DISPLAY "CHGRQRPT: CHANGE REQUEST REWRITE FAILED "
018600                 CRR-CR-STATUS
018700             MOVE 12 TO RETURN-CODE
018800             STOP RUN
018900         END-IF
019000         ADD 1 TO CRR-EXPIRED-NOW.
019100     IF NOT CR-PENDING
019200      AND CR-DECISION-DATE NOT = CRR-RUN-DATE
019300         GO TO 2000-READ-NEXT.
019400     EVALUATE TRUE
019500         WHEN CR-PENDING
019600             MOVE "PENDING " TO CRR-DTL-STATUS
019700             ADD 1 TO CRR-PENDING-COUNT
019800         WHEN CR-APPROVED
019900             MOVE "APPROVED" TO CRR-DTL-STATUS
020000             ADD 1 TO CRR-APPROVED-COUNT
020100         WHEN CR-REJECTED
020200             MOVE "REJECTED" TO CRR-DTL-STATUS
020300             ADD 1 TO CRR-REJECTED-COUNT
020400         WHEN OTHER
020500             MOVE "EXPIRED " TO CRR-DTL-STATUS
020600             ADD 1 TO CRR-EXPIRED-COUNT
020700     END-EVALUATE.
020800     MOVE SPACES TO CRR-DTL-FIELDS.
020900     IF CR-LIMIT-CHANGE
021000         MOVE "LIMIT" TO CRR-DTL-LIMIT.
021100     IF CR-STATE-CHANGE
021200         MOVE "STATE" TO CRR-DTL-STATE.
021300     IF CR-ADDRESS-CHANGE
021400         MOVE "ADDR" TO CRR-DTL-ADDRESS.
021500     MOVE CR-CUST-NUMBER TO CRR-DTL-CUST.
021600     MOVE CR-REQ-DATE TO CRR-DTL-DATE.
021700     MOVE CR-REQ-TIME TO CRR-DTL-TIME.
021800     MOVE CR-MAKER TO CRR-DTL-MAKER.
021900     MOVE CR-CHECKER TO CRR-DTL-CHECKER.
022000     MOVE CR-DECISION-DATE TO CRR-DTL-DECIDED.
022100     MOVE CRR-AGE-DAYS TO CRR-DTL-AGE.
022200     MOVE CR-REASON TO CRR-DTL-REASON.
022300     WRITE REPORT-LINE FROM CRR-DETAIL-LINE
022400         AFTER ADVANCING 1 LINE.
022500 2000-READ-NEXT.
022600     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
022700 2000-EXIT.
022800     EXIT.
022900
023000 2900-READ-REQUEST.
023100     READ CHANGE-REQUEST NEXT RECORD
023200         AT END MOVE "Y" TO CRR-CR-EOF-SW
023300     END-READ.
023400 2900-EXIT.
023500     EXIT.
023600
023700******************************************************************
023800*    4000-PRINT-TOTALS.  REQUESTS BY STATUS.                     *
023900******************************************************************
024000 4000-PRINT-TOTALS.
024100     MOVE SPACES TO REPORT-LINE.
024200     WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
024300     MOVE "REQUESTS READ" TO CRR-TOT-LABEL.
024400     MOVE CRR-READ-COUNT TO CRR-TOT-COUNT.
024500     WRITE REPORT-LINE FROM CRR-TOTAL-LINE
024600         AFTER ADVANCING 1 LINE.
024700     MOVE "PENDING APPROVAL" TO CRR-TOT-LABEL.
024800     MOVE CRR-PENDING-COUNT TO CRR-TOT-COUNT.
024900     WRITE REPORT-LINE FROM CRR-TOTAL-LINE
025000         AFTER ADVANCING 1 LINE.
025100     MOVE "APPROVED TODAY" TO CRR-TOT-LABEL.
025200     MOVE CRR-APPROVED-COUNT TO CRR-TOT-COUNT.
025300     WRITE REPORT-LINE FROM CRR-TOTAL-LINE
025400         AFTER ADVANCING 1 LINE.
025500     MOVE "REJECTED TODAY" TO CRR-TOT-LABEL.
025600     MOVE CRR-REJECTED-COUNT TO CRR-TOT-COUNT.
025700     WRITE REPORT-LINE FROM CRR-TOTAL-LINE
025800         AFTER ADVANCING 1 LINE.
025900     MOVE "EXPIRED TODAY" TO CRR-TOT-LABEL.
026000     MOVE CRR-EXPIRED-COUNT TO CRR-TOT-COUNT.
026100     WRITE REPORT-LINE FROM CRR-TOTAL-LINE
026200         AFTER ADVANCING 1 LINE.
026300     MOVE "  OF WHICH EXPIRED BY THIS RUN" TO CRR-TOT-LABEL.
026400     MOVE CRR-EXPIRED-NOW TO CRR-TOT-COUNT.
026500     WRITE REPORT-LINE FROM CRR-TOTAL-LINE
026600         AFTER ADVANCING 1 LINE.
026700 4000-EXIT.
026800     EXIT.
