000100******************************************************************
000200* PROGRAM NAME:   PTPRATE                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* MONTHLY COLLECTOR REPORT: PROMISE-TO-PAY KEPT-RATE BY          *
000600* OPERATOR.  RUNS IN THE MONTH-END CHAIN (CALENDCK RC=1 GATES    *
000700* IT IN, AS FOR MONTHEND).  TAKES EVERY TRACKED PROMISE ON THE   *
000800* SHARED CONTACT LOG THAT FELL DUE IN THE RUN DATE'S MONTH AND   *
000900* SHOWS PER OPERATOR HOW MANY WERE MADE, KEPT, BROKEN AND STILL  *
001000* OPEN (AS SETTLED BY THE NIGHTLY PTPCHK RUN), THE AMOUNTS       *
001100* PROMISED AND KEPT, AND THE KEPT-RATE OVER SETTLED PROMISES.    *
001200* FREE-TEXT PROMISES WITHOUT AN AMOUNT ARE NOT COUNTED.          *
001300*                                                                *
001400* MAINTENANCE LOG                                                *
001500* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001600* --------- ------------  -------------------------------------- *
001700* 15/10/26  MS            CREATED - PROMISE KEPT-RATE REPORT     *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  PTPRATE.
002100 AUTHOR. M. SCHREIBER.
002200 INSTALLATION. COBOL DEVELOPMENT CENTER.
002300 DATE-WRITTEN. 15/10/26.
002400 DATE-COMPILED. 15/10/26.
002500 SECURITY. NON-CONFIDENTIAL.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTACT-LOG ASSIGN TO CONTLOG
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS PTR-CONT-STATUS.
003300     SELECT RATE-REPORT ASSIGN TO PTPRATE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS PTR-RPT-STATUS.
003600     SELECT SORT-WORK ASSIGN TO SORTWK01.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CONTACT-LOG
004100     RECORD CONTAINS 80 CHARACTERS.
004200 COPY CONTLOG.
004300
004400 FD  RATE-REPORT
004500     RECORD CONTAINS 132 CHARACTERS.
004600 01  REPORT-LINE                 PIC X(132).
004700
004800 SD  SORT-WORK.
004900 01  SORT-RECORD.
005000     05  SRT-OPERATOR            PIC X(20).
005100     05  SRT-STATUS              PIC X(01).
005200         88  SRT-KEPT            VALUE "K".
005300         88  SRT-BROKEN          VALUE "B".
005400     05  SRT-AMOUNT              PIC 9(07)V9(02).
005500
005600 WORKING-STORAGE SECTION.
005700 77  PTR-CONT-STATUS             PIC X(02).
005800 77  PTR-RPT-STATUS              PIC X(02).
005900
006000 77  PTR-CONT-EOF-SW             PIC X(01) VALUE "N".
006100     88  PTR-CONT-EOF            VALUE "Y".
006133 77  PTR-CONT-OPEN-SW            PIC X(01) VALUE "N".
006166     88  PTR-CONT-OPEN           VALUE "Y".
006200 77  PTR-SORT-EOF-SW             PIC X(01) VALUE "N".
006300     88  PTR-SORT-EOF            VALUE "Y".
006400 77  PTR-FIRST-SW                PIC X(01) VALUE "Y".
006500     88  PTR-FIRST-ITEM          VALUE "Y".
006600
006700 77  PTR-CURR-OPERATOR           PIC X(20) VALUE SPACES.
006800 77  PTR-SETTLED                 PIC 9(05) COMP VALUE ZERO.
006900 77  PTR-RATE                    PIC 9(03)V9(01) VALUE ZERO.
007000
007100* ACCUMULATORS: ONE SET PER OPERATOR, ONE FOR THE GRAND TOTAL
007200 01  PTR-OPERATOR-TOTALS.
007300     05  PTR-OP-MADE             PIC 9(05) COMP.
007400     05  PTR-OP-KEPT             PIC 9(05) COMP.
007500     05  PTR-OP-BROKEN           PIC 9(05) COMP.
007600     05  PTR-OP-OPEN             PIC 9(05) COMP.
007700     05  PTR-OP-PROMISED         PIC 9(11)V9(02).
007800     05  PTR-OP-KEPT-AMT         PIC 9(11)V9(02).
007900 01  PTR-GRAND-TOTALS.
008000     05  PTR-GR-MADE             PIC 9(05) COMP.
008100     05  PTR-GR-KEPT             PIC 9(05) COMP.
008200     05  PTR-GR-BROKEN           PIC 9(05) COMP.
008300     05  PTR-GR-OPEN             PIC 9(05) COMP.
008400     05  PTR-GR-PROMISED         PIC 9(11)V9(02).
008500     05  PTR-GR-KEPT-AMT         PIC 9(11)V9(02).
008600
008700 01  PTR-RUN-DATE                PIC 9(08).
008800 01  PTR-RUN-DATE-X REDEFINES PTR-RUN-DATE.
008900     05  PTR-RUN-PERIOD          PIC 9(06).
009000     05  FILLER                  PIC X(02).
009100 01  PTR-DUE-DATE-X.
009200     05  PTR-DUE-PERIOD          PIC 9(06).
009300     05  FILLER                  PIC X(02).
009400
009500 01  PTR-HEADING-1.
009600     05  FILLER                  PIC X(08) VALUE "PTPRATE ".
009700     05  FILLER                  PIC X(36)
009800         VALUE "PROMISE KEPT-RATE BY OPERATOR - DUE ".
009900     05  PTR-HDG-PERIOD          PIC 9(06).
010000     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
010100     05  PTR-HDG-DATE            PIC 9(08).
010200     05  FILLER                  PIC X(64) VALUE SPACES.
010300
010400 01  PTR-HEADING-2.
010500     05  FILLER                  PIC X(24) VALUE "  OPERATOR".
010600     05  FILLER                  PIC X(08) VALUE "MADE".
010700     05  FILLER                  PIC X(08) VALUE "KEPT".
010800     05  FILLER                  PIC X(08) VALUE "BROKEN".
010900     05  FILLER                  PIC X(08) VALUE "OPEN".
011000     05  FILLER                  PIC X(15) VALUE "    PROMISED".
011100     05  FILLER                  PIC X(15) VALUE "        KEPT".
011200     05  FILLER                  PIC X(46) VALUE "KEPT-RATE".
011300
011400 01  PTR-DETAIL-LINE.
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  PTR-DTL-OPERATOR        PIC X(20).
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  PTR-DTL-MADE            PIC Z(04)9.
011900     05  FILLER                  PIC X(03) VALUE SPACES.
012000     05  PTR-DTL-KEPT            PIC Z(04)9.
012100     05  FILLER                  PIC X(03) VALUE SPACES.
012200     05  PTR-DTL-BROKEN          PIC Z(04)9.
012300     05  FILLER                  PIC X(03) VALUE SPACES.
012400     05  PTR-DTL-OPEN            PIC Z(04)9.
012500     05  FILLER                  PIC X(03) VALUE SPACES.
012600     05  PTR-DTL-PROMISED        PIC Z(08)9.99.
012700     05  FILLER                  PIC X(03) VALUE SPACES.
012800     05  PTR-DTL-KEPT-AMT        PIC Z(08)9.99.
012900     05  FILLER                  PIC X(03) VALUE SPACES.
013000     05  PTR-DTL-RATE            PIC ZZ9.9.
013100     05  FILLER                  PIC X(01) VALUE "%".
013200     05  FILLER                  PIC X(40) VALUE SPACES.
013300
013400 PROCEDURE DIVISION.
013500******************************************************************
013600*    0000-MAINLINE.  SELECT, SORT BY OPERATOR, SUMMARIZE.        *
013700******************************************************************
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     SORT SORT-WORK
014100         ON ASCENDING KEY SRT-OPERATOR
014200         INPUT PROCEDURE IS 2000-SELECT-PROMISES
014300             THRU 2000-SELECT-EXIT
014400         OUTPUT PROCEDURE IS 3000-SUMMARIZE
014500             THRU 3000-SUMMARIZE-EXIT.
014600     PERFORM 4000-PRINT-GRAND-TOTAL THRU 4000-EXIT.
014700     CLOSE RATE-REPORT.
014800     STOP RUN.
014900
015000******************************************************************
015100*    1000-INITIALIZE.  OPEN FILES, SET THE PERIOD.               *
015200******************************************************************
015300 1000-INITIALIZE.
015400     OPEN OUTPUT RATE-REPORT.
015500     IF PTR-RPT-STATUS NOT = "00"
015600         DISPLAY "PTPRATE: REPORT OPEN FAILED " PTR-RPT-STATUS
015700         MOVE 12 TO RETURN-CODE
015800         STOP RUN.
015900*    NO CONTACT LOG MEANS AN EMPTY REPORT
016000     OPEN INPUT CONTACT-LOG.
016100     IF PTR-CONT-STATUS = "00"
016133         MOVE "Y" TO PTR-CONT-OPEN-SW
016166     ELSE
016200         MOVE "Y" TO PTR-CONT-EOF-SW.
016300     INITIALIZE PTR-OPERATOR-TOTALS
016400                PTR-GRAND-TOTALS.
016500     ACCEPT PTR-RUN-DATE FROM DATE YYYYMMDD.
016600     MOVE PTR-RUN-PERIOD TO PTR-HDG-PERIOD.
016700     MOVE PTR-RUN-DATE TO PTR-HDG-DATE.
016800     WRITE REPORT-LINE FROM PTR-HEADING-1
016900         AFTER ADVANCING PAGE.
017000     WRITE REPORT-LINE FROM PTR-HEADING-2
017100         AFTER ADVANCING 2 LINES.
017200 1000-EXIT.
017300     EXIT.
017400
017500******************************************************************
017600*    2000-SELECT-PROMISES.  TRACKED PROMISES DUE THIS MONTH.     *
017700******************************************************************
017800 2000-SELECT-PROMISES.
017900     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
018000         UNTIL PTR-CONT-EOF.
018100     IF PTR-CONT-OPEN
018200         CLOSE CONTACT-LOG.
018300 2000-SELECT-EXIT.
018400     EXIT.
018500
018600 2100-SELECT-ONE.
018700     READ CONTACT-LOG
018800         AT END
018900             MOVE "Y" TO PTR-CONT-EOF-SW
019000             GO TO 2100-EXIT
019100     END-READ.
019200     IF NOT CL-PROMISE
019300         GO TO 2100-EXIT.
019400     IF CL-PROM-AMOUNT NOT NUMERIC
019500      OR CL-PROM-DUE-DATE NOT NUMERIC
019600         GO TO 2100-EXIT.
019700     MOVE CL-PROM-DUE-DATE TO PTR-DUE-DATE-X.
019800     IF PTR-DUE-PERIOD NOT = PTR-RUN-PERIOD
019900         GO TO 2100-EXIT.
020000     MOVE CL-OPERATOR TO SRT-OPERATOR.
020100     MOVE CL-PROM-STATUS TO SRT-STATUS.
020200     MOVE CL-PROM-AMOUNT TO SRT-AMOUNT.
020300     RELEASE SORT-RECORD.
020400 2100-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800*    3000-SUMMARIZE.  ONE LINE PER OPERATOR.                     *
020900******************************************************************
021000 3000-SUMMARIZE.
021100     PERFORM 3100-COUNT-ONE THRU 3100-EXIT
021200         UNTIL PTR-SORT-EOF.
021300     IF NOT PTR-FIRST-ITEM
021400         PERFORM 3200-OPERATOR-LINE THRU 3200-EXIT.
021500 3000-SUMMARIZE-EXIT.
021600     EXIT.
021700
021800 3100-COUNT-ONE.
021900     RETURN SORT-WORK
022000         AT END
022100             MOVE "Y" TO PTR-SORT-EOF-SW
022200             GO TO 3100-EXIT
022300     END-RETURN.
022400     IF PTR-FIRST-ITEM
022500         MOVE "N" TO PTR-FIRST-SW
022600         MOVE SRT-OPERATOR TO PTR-CURR-OPERATOR
022700     ELSE
022800         IF SRT-OPERATOR NOT = PTR-CURR-OPERATOR
022900             PERFORM 3200-OPERATOR-LINE THRU 3200-EXIT
023000             MOVE SRT-OPERATOR TO PTR-CURR-OPERATOR
023100         END-IF
023200     END-IF.
023300     ADD 1 TO PTR-OP-MADE.
023400     ADD SRT-AMOUNT TO PTR-OP-PROMISED.
023500     EVALUATE TRUE
023600         WHEN SRT-KEPT
023700             ADD 1 TO PTR-OP-KEPT
023800             ADD SRT-AMOUNT TO PTR-OP-KEPT-AMT
023900         WHEN SRT-BROKEN
024000             ADD 1 TO PTR-OP-BROKEN
024100         WHEN OTHER
024200             ADD 1 TO PTR-OP-OPEN
024300     END-EVALUATE.
024400 3100-EXIT.
024500     EXIT.
024600
024700 3200-OPERATOR-LINE.
024800     MOVE PTR-CURR-OPERATOR TO PTR-DTL-OPERATOR.
024900     MOVE PTR-OP-MADE TO PTR-DTL-MADE.
025000     MOVE PTR-OP-KEPT TO PTR-DTL-KEPT.
025100     MOVE PTR-OP-BROKEN TO PTR-DTL-BROKEN.
025200     MOVE PTR-OP-OPEN TO PTR-DTL-OPEN.
025300     MOVE PTR-OP-PROMISED TO PTR-DTL-PROMISED.
025400     MOVE PTR-OP-KEPT-AMT TO PTR-DTL-KEPT-AMT.
025500     COMPUTE PTR-SETTLED = PTR-OP-KEPT + PTR-OP-BROKEN.
025600     IF PTR-SETTLED = ZERO
025700         MOVE ZERO TO PTR-RATE
025800     ELSE
025900         COMPUTE PTR-RATE ROUNDED =
026000             PTR-OP-KEPT * 100 / PTR-SETTLED
026100     END-IF.
026200     MOVE PTR-RATE TO PTR-DTL-RATE.
026300     WRITE REPORT-LINE FROM PTR-DETAIL-LINE
026400         AFTER ADVANCING 1 LINE.
026500     ADD PTR-OP-MADE TO PTR-GR-MADE.
026600     ADD PTR-OP-KEPT TO PTR-GR-KEPT.
026700     ADD PTR-OP-BROKEN TO PTR-GR-BROKEN.
026800     ADD PTR-OP-OPEN TO PTR-GR-OPEN.
026900     ADD PTR-OP-PROMISED TO PTR-GR-PROMISED.
027000     ADD PTR-OP-KEPT-AMT TO PTR-GR-KEPT-AMT.
027100     INITIALIZE PTR-OPERATOR-TOTALS.
027200 3200-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600*    4000-PRINT-GRAND-TOTAL.  ALL OPERATORS TOGETHER.            *
027700******************************************************************
027800 4000-PRINT-GRAND-TOTAL.
027900     MOVE "ALL OPERATORS" TO PTR-DTL-OPERATOR.
028000     MOVE PTR-GR-MADE TO PTR-DTL-MADE.
028100     MOVE PTR-GR-KEPT TO PTR-DTL-KEPT.
028200     MOVE PTR-GR-BROKEN TO PTR-DTL-BROKEN.
028300     MOVE PTR-GR-OPEN TO PTR-DTL-OPEN.
028400     MOVE PTR-GR-PROMISED TO PTR-DTL-PROMISED.
028500     MOVE PTR-GR-KEPT-AMT TO PTR-DTL-KEPT-AMT.
028600     COMPUTE PTR-SETTLED = PTR-GR-KEPT + PTR-GR-BROKEN.
028700     IF PTR-SETTLED = ZERO
028800         MOVE ZERO TO PTR-RATE
028900     ELSE
029000         COMPUTE PTR-RATE ROUNDED =
029100             PTR-GR-KEPT * 100 / PTR-SETTLED
029200     END-IF.
029300     MOVE PTR-RATE TO PTR-DTL-RATE.
029400     WRITE REPORT-LINE FROM PTR-DETAIL-LINE
029500         AFTER ADVANCING 2 LINES.
029600 4000-EXIT.
029700     EXIT.
