000100******************************************************************
000200* PROGRAM NAME:   LICINAGE                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* AGED UNPAID LICENSE FEE INVOICES FOR THE CASHIER'S OFFICE.     *
000600* READS THE FEE INVOICE FILE AND LISTS EVERY INVOICE STILL OPEN  *
000700* - UNPAID OR PART PAID - WITH THE HOLDER'S NAME FROM THE        *
000800* LICENSE MASTER, THE AMOUNT DUE, PAID AND OUTSTANDING, AND ITS  *
000900* AGE IN DAYS SINCE THE INVOICE DATE, BANDED 0-30, 31-60, 61-90  *
001000* AND OVER 90 DAYS.  THE BAND TOTALS AND THE TOTAL OUTSTANDING   *
001100* CLOSE THE REPORT.  THE CLASS ON AN OPEN INVOICE IS NOT VALID   *
001200* FOR THE NEW TERM UNTIL LICPAYMT MATCHES THE PAYMENT.           *
001300*                                                                *
001400* MAINTENANCE LOG                                                *
001500* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001600* --------- ------------  -------------------------------------- *
001700* 15/10/26  HK            CREATED - AGED UNPAID INVOICE REPORT   *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  LICINAGE.
002100 AUTHOR. H. KELLER.
002200 INSTALLATION. COBOL DEVELOPMENT CENTER.
002300 DATE-WRITTEN. 15/10/26.
002400 DATE-COMPILED. 15/10/26.
002500 SECURITY. NON-CONFIDENTIAL.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT INVOICE-FILE ASSIGN TO LICINV
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS LI-INVOICE-NO
003400         FILE STATUS IS LAG-INV-STATUS.
003500     SELECT LICENSE-MASTER ASSIGN TO LICMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS LC-APPL-ID
003900         FILE STATUS IS LAG-LIC-STATUS.
004000     SELECT AGING-REPORT ASSIGN TO LICAGRPT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS LAG-RPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  INVOICE-FILE
004700     RECORD CONTAINS 100 CHARACTERS.
004800 COPY LICINV.
004900
005000 FD  LICENSE-MASTER
005100     RECORD CONTAINS 150 CHARACTERS.
005200 COPY LICMAST.
005300
005400 FD  AGING-REPORT
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  REPORT-LINE                 PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 77  LAG-INV-STATUS              PIC X(02).
006000 77  LAG-LIC-STATUS              PIC X(02).
006100 77  LAG-RPT-STATUS              PIC X(02).
006200
006300 77  LAG-INV-EOF-SW              PIC X(01) VALUE "N".
006400     88  LAG-INV-EOF             VALUE "Y".
006500 77  LAG-LIC-OPEN-SW             PIC X(01) VALUE "N".
006600     88  LAG-LIC-OPEN            VALUE "Y".
006700
006800 77  LAG-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
006900 77  LAG-OPEN-COUNT              PIC 9(05) COMP VALUE ZERO.
007000 77  LAG-OPEN-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
007100 77  LAG-BALANCE                 PIC 9(05)V9(02) VALUE ZERO.
007200 77  LAG-DAYS-OUT                PIC S9(05) COMP VALUE ZERO.
007300 77  LAG-TODAY-INT               PIC 9(07) COMP VALUE ZERO.
007400 77  LAG-INVOICE-INT             PIC 9(07) COMP VALUE ZERO.
007500 77  LAG-AGE-SUB                 PIC 9(01) COMP VALUE ZERO.
007600
007700 01  LAG-RUN-DATE                PIC 9(08).
007800
007900* OPEN INVOICES BY DAYS SINCE THE INVOICE DATE
008000 01  LAG-AGE-TABLE.
008100     05  LAG-AGE-ENTRY OCCURS 4 TIMES.
008200         10  LAG-AGE-COUNT       PIC 9(05).
008300         10  LAG-AGE-AMOUNT      PIC 9(09)V9(02).
008400
008500 01  LAG-AGE-NAMES.
008600     05  FILLER                  PIC X(12) VALUE "0-30 DAYS   ".
008700     05  FILLER                  PIC X(12) VALUE "31-60 DAYS  ".
008800     05  FILLER                  PIC X(12) VALUE "61-90 DAYS  ".
008900     05  FILLER                  PIC X(12) VALUE "OVER 90 DAYS".
009000 01  FILLER REDEFINES LAG-AGE-NAMES.
009100     05  LAG-AGE-NAME OCCURS 4 TIMES
009200                                 PIC X(12).
009300
009400 01  LAG-HEADING-1.
009500     05  FILLER                  PIC X(09) VALUE "LICINAGE ".
009600     05  FILLER                  PIC X(35)
009700         VALUE "AGED UNPAID LICENSE FEE INVOICES   ".
009800     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
009900     05  LAG-HDG-DATE            PIC 9(08).
010000     05  FILLER                  PIC X(70) VALUE SPACES.
010100
010200 01  LAG-HEADING-2.
010300     05  FILLER                  PIC X(10) VALUE "INVOICE   ".
010400     05  FILLER                  PIC X(08) VALUE "APPL    ".
010500     05  FILLER                  PIC X(10) VALUE "LICENSE   ".
010600     05  FILLER                  PIC X(27) VALUE "NAME".
010700     05  FILLER                  PIC X(04) VALUE "CL  ".
010800     05  FILLER                  PIC X(04) VALUE "TY  ".
010900     05  FILLER                  PIC X(10) VALUE "INVOICED  ".
011000     05  FILLER                  PIC X(10) VALUE "     DUE  ".
011100     05  FILLER                  PIC X(10) VALUE "    PAID  ".
011200     05  FILLER                  PIC X(10) VALUE " BALANCE  ".
011300     05  FILLER                  PIC X(07) VALUE " DAYS  ".
011400     05  FILLER                  PIC X(22) VALUE "AGE BAND".
011500
011600 01  LAG-DETAIL-LINE.
011700     05  LAG-DTL-INVOICE         PIC 9(08).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  LAG-DTL-APPL            PIC 9(06).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  LAG-DTL-LICNO           PIC 9(08).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  LAG-DTL-NAME            PIC X(25).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  LAG-DTL-CLASS           PIC X(02).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  LAG-DTL-TYPE            PIC X(02).
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  LAG-DTL-DATE            PIC 9(08).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  LAG-DTL-DUE             PIC Z(04)9.99.
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  LAG-DTL-PAID            PIC Z(04)9.99.
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  LAG-DTL-BALANCE         PIC Z(04)9.99.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  LAG-DTL-DAYS            PIC Z(04)9.
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  LAG-DTL-BAND            PIC X(12).
014000     05  FILLER                  PIC X(10) VALUE SPACES.
014100
014200 01  LAG-AGE-LINE.
014300     05  FILLER                  PIC X(10) VALUE SPACES.
014400     05  LAG-AGL-BAND            PIC X(12).
014500     05  FILLER                  PIC X(08) VALUE "  ITEMS ".
014600     05  LAG-AGL-COUNT           PIC Z(04)9.
014700     05  FILLER                  PIC X(10) VALUE "  AMOUNT  ".
014800     05  LAG-AGL-AMOUNT          PIC Z(08)9.99.
014900     05  FILLER                  PIC X(75) VALUE SPACES.
015000
015100 01  LAG-TOTAL-LINE.
015200     05  FILLER                  PIC X(10) VALUE SPACES.
015300     05  LAG-TOT-LABEL           PIC X(30).
015400     05  LAG-TOT-COUNT           PIC Z(06)9.
015500     05  FILLER                  PIC X(03) VALUE SPACES.
015600     05  LAG-TOT-AMOUNT          PIC Z(08)9.99 BLANK WHEN ZERO.
015700     05  FILLER                  PIC X(70) VALUE SPACES.
015800
015900 PROCEDURE DIVISION.
016000******************************************************************
016100*    0000-MAINLINE.  AGE THE OPEN INVOICES, THEN SUMMARIZE.      *
016200******************************************************************
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-AGE-ONE THRU 2000-EXIT
016600         UNTIL LAG-INV-EOF.
016700     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
016800     CLOSE AGING-REPORT.
016900     IF LAG-INV-STATUS NOT = "35"
017000         CLOSE INVOICE-FILE.
017100     IF LAG-LIC-OPEN
017200         CLOSE LICENSE-MASTER.
017300     STOP RUN.
017400
017500******************************************************************
017600*    1000-INITIALIZE.  OPEN FILES AND PRIME THE INPUT.  NO       *
017700*    INVOICE FILE YET MEANS NOTHING IS OUTSTANDING; WITHOUT THE  *
017800*    LICENSE MASTER THE NAMES ARE LEFT BLANK.                    *
017900******************************************************************
018000 1000-INITIALIZE.
018100     OPEN OUTPUT AGING-REPORT.
018200     OPEN INPUT INVOICE-FILE.
018300     IF LAG-INV-STATUS = "35"
018400         MOVE "Y" TO LAG-INV-EOF-SW
018500     ELSE
018600         IF LAG-INV-STATUS NOT = "00"
018700             DISPLAY "LICINAGE: INVOICE FILE OPEN FAILED "
018800                 LAG-INV-STATUS
018900             MOVE 12 TO RETURN-CODE
019000             STOP RUN
019100         END-IF
019200     END-IF.
019300     OPEN INPUT LICENSE-MASTER.
019400     IF LAG-LIC-STATUS = "00"
019500         MOVE "Y" TO LAG-LIC-OPEN-SW.
019600     INITIALIZE LAG-AGE-TABLE.
019700     ACCEPT LAG-RUN-DATE FROM DATE YYYYMMDD.
019800     MOVE LAG-RUN-DATE TO LAG-HDG-DATE.
019900     COMPUTE LAG-TODAY-INT =
020000         FUNCTION INTEGER-OF-DATE (LAG-RUN-DATE).
020100     WRITE REPORT-LINE FROM LAG-HEADING-1
020200         AFTER ADVANCING PAGE.
020300     WRITE REPORT-LINE FROM LAG-HEADING-2
020400         AFTER ADVANCING 2 LINES.
020500     IF NOT LAG-INV-EOF
020600         PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
020700 1000-EXIT.
020800     EXIT.
020900
021000******************************************************************
021100*    2000-AGE-ONE.  ONE OPEN INVOICE ONTO THE REPORT.            *
021200******************************************************************
021300 2000-AGE-ONE.
021400     ADD 1 TO LAG-READ-COUNT.
021500     IF NOT LI-OPEN
021600         GO TO 2000-READ-NEXT.
021700     COMPUTE LAG-BALANCE = LI-AMOUNT-DUE - LI-AMOUNT-PAID.
021800     COMPUTE LAG-INVOICE-INT =
021900         FUNCTION INTEGER-OF-DATE (LI-INVOICE-DATE).
022000     COMPUTE LAG-DAYS-OUT = LAG-TODAY-INT - LAG-INVOICE-INT.
022100     IF LAG-DAYS-OUT < ZERO
022200         MOVE ZERO TO LAG-DAYS-OUT.
022300     EVALUATE TRUE
022400         WHEN LAG-DAYS-OUT <= 30
022500             MOVE 1 TO LAG-AGE-SUB
022600         WHEN LAG-DAYS-OUT <= 60
022700             MOVE 2 TO LAG-AGE-SUB
022800         WHEN LAG-DAYS-OUT <= 90
022900             MOVE 3 TO LAG-AGE-SUB
023000         WHEN OTHER
023100             MOVE 4 TO LAG-AGE-SUB
023200     END-EVALUATE.
023300     ADD 1 TO LAG-AGE-COUNT (LAG-AGE-SUB)
023400              LAG-OPEN-COUNT.
023500     ADD LAG-BALANCE TO LAG-AGE-AMOUNT (LAG-AGE-SUB)
023600                        LAG-OPEN-AMOUNT.
023700     MOVE SPACES TO LAG-DTL-NAME.
023800     IF LAG-LIC-OPEN
023900         MOVE LI-APPL-ID TO LC-APPL-ID
024000         READ LICENSE-MASTER
024100             INVALID KEY
024200                 MOVE "** NOT ON LICENSE MASTER" TO LAG-DTL-NAME
024300             NOT INVALID KEY
024400                 MOVE LC-NAME TO LAG-DTL-NAME
024500         END-READ
024600     END-IF.
024700     MOVE LI-INVOICE-NO TO LAG-DTL-INVOICE.
024800     MOVE LI-APPL-ID TO LAG-DTL-APPL.
024900     MOVE LI-LICENSE-NO TO LAG-DTL-LICNO.
025000     MOVE LI-CLASS TO LAG-DTL-CLASS.
025100     MOVE LI-TXN-TYPE TO LAG-DTL-TYPE.
025200     MOVE LI-INVOICE-DATE TO LAG-DTL-DATE.
025300     MOVE LI-AMOUNT-DUE TO LAG-DTL-DUE.
025400     MOVE LI-AMOUNT-PAID TO LAG-DTL-PAID.
025500     MOVE LAG-BALANCE TO LAG-DTL-BALANCE.
025600     MOVE LAG-DAYS-OUT TO LAG-DTL-DAYS.
025700     MOVE LAG-AGE-NAME (LAG-AGE-SUB) TO LAG-DTL-BAND.
025800     WRITE REPORT-LINE FROM LAG-DETAIL-LINE
025900         AFTER ADVANCING 1 LINE.
026000 2000-READ-NEXT.
026100     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
026200 2000-EXIT.
026300     EXIT.
026400
026500 2900-READ-INVOICE.
026600     READ INVOICE-FILE NEXT RECORD
026700         AT END MOVE "Y" TO LAG-INV-EOF-SW
026800     END-READ.
026900 2900-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*    4000-PRINT-SUMMARY.  OUTSTANDING BY AGE BAND AND IN TOTAL.  *
027400******************************************************************
027500 4000-PRINT-SUMMARY.
027600     MOVE SPACES TO REPORT-LINE.
027700     WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
027800     MOVE ZERO TO LAG-AGE-SUB.
027900     PERFORM 4100-PRINT-AGE-BAND THRU 4100-EXIT
028000         UNTIL LAG-AGE-SUB >= 4.
028100     MOVE "INVOICES READ" TO LAG-TOT-LABEL.
028200     MOVE LAG-READ-COUNT TO LAG-TOT-COUNT.
028300     MOVE ZERO TO LAG-TOT-AMOUNT.
028400     WRITE REPORT-LINE FROM LAG-TOTAL-LINE
028500         AFTER ADVANCING 2 LINES.
028600     MOVE "INVOICES OUTSTANDING" TO LAG-TOT-LABEL.
028700     MOVE LAG-OPEN-COUNT TO LAG-TOT-COUNT.
028800     MOVE LAG-OPEN-AMOUNT TO LAG-TOT-AMOUNT.
028900     WRITE REPORT-LINE FROM LAG-TOTAL-LINE
029000         AFTER ADVANCING 1 LINE.
029100 4000-EXIT.
029200     EXIT.
029300
029400 4100-PRINT-AGE-BAND.
029500     ADD 1 TO LAG-AGE-SUB.
029600     MOVE LAG-AGE-NAME (LAG-AGE-SUB) TO LAG-AGL-BAND.
029700     MOVE LAG-AGE-COUNT (LAG-AGE-SUB) TO LAG-AGL-COUNT.
029800     MOVE LAG-AGE-AMOUNT (LAG-AGE-SUB) TO LAG-AGL-AMOUNT.
029900     WRITE REPORT-LINE FROM LAG-AGE-LINE
030000         AFTER ADVANCING 1 LINE.
030100 4100-EXIT.
030200     EXIT.
