000100******************************************************************
000200* PROGRAM NAME:   ACCTCONV                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* ACCOUNT MASTER CONVERSION.  RUN ONCE WHEN THE ACCOUNT MASTER   *
000600* IS INTRODUCED: READS THE CUSTOMER MASTER IN KEY ORDER AND      *
000700* OPENS THE PRIMARY ACCOUNT 01 FOR EVERY CUSTOMER, CARRYING THE  *
000800* CUSTOMER'S BALANCE, CURRENCY AND OVERDRAFT FACILITY ACROSS.    *
000900* A CUSTOMER WHO ALREADY HOLDS ACCOUNT 01 IS SKIPPED, SO THE     *
001000* STEP MAY BE RERUN SAFELY.  THE CONTROL REPORT SHOWS THE        *
001100* COUNTS AND THE BALANCE CARRIED, WHICH MUST AGREE WITH THE      *
001200* CUSTOMER MASTER TOTAL.                                         *
001300*                                                                *
001400* MAINTENANCE LOG                                                *
001500* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001600* --------- ------------  -------------------------------------- *
001700* 15/10/26  HK            CREATED - ACCOUNT MASTER CONVERSION    *
001733* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
001766*                         CONTROL TOTALS HELD AS DISPLAY         *
001777* 15/10/26  HK            CHARGE-OFF FIELDS ZEROED ON EVERY      *
001788*                         CONVERTED ACCOUNT                      *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  ACCTCONV.
002100 AUTHOR. H. KELLER.
002200 INSTALLATION. COBOL DEVELOPMENT CENTER.
002300 DATE-WRITTEN. 15/10/26.
002400 DATE-COMPILED. 15/10/26.
002500 SECURITY. NON-CONFIDENTIAL.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS CUST-NUMBER
003400         FILE STATUS IS ACV-MAST-STATUS.
003500     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS AC-KEY
003900         FILE STATUS IS ACV-ACCT-STATUS.
004000     SELECT CONTROL-REPORT ASSIGN TO ACCTCRPT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS ACV-RPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CUSTOMER-MASTER
004700     RECORD CONTAINS 273 CHARACTERS.
004800 COPY CUSTMAST.
004900
005000 FD  ACCOUNT-MASTER
005100     RECORD CONTAINS 100 CHARACTERS.
005200 COPY ACCTMAST.
005300
005400 FD  CONTROL-REPORT
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  REPORT-LINE                 PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 77  ACV-MAST-STATUS             PIC X(02).
006000 77  ACV-ACCT-STATUS             PIC X(02).
006100 77  ACV-RPT-STATUS              PIC X(02).
006200
006300 77  ACV-EOF-SW                  PIC X(01) VALUE "N".
006400     88  ACV-EOF                 VALUE "Y".
006500
006600 77  ACV-RUN-DATE                PIC 9(08) VALUE ZERO.
006700 77  ACV-CUST-READ               PIC 9(07) COMP VALUE ZERO.
006800 77  ACV-ACCT-WRITTEN            PIC 9(07) COMP VALUE ZERO.
006900 77  ACV-ACCT-SKIPPED            PIC 9(07) COMP VALUE ZERO.
007000 77  ACV-ACCT-FAILED             PIC 9(07) COMP VALUE ZERO.
007100 77  ACV-MAST-TOTAL              PIC S9(11)V9(02) VALUE ZERO.
007200 77  ACV-ACCT-TOTAL              PIC S9(11)V9(02) VALUE ZERO.
007300
007400 01  ACV-HEADING-1.
007500     05  FILLER                  PIC X(09) VALUE "ACCTCONV ".
007600     05  FILLER                  PIC X(35)
007700         VALUE "ACCOUNT MASTER CONVERSION CONTROL  ".
007800     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
007900     05  ACV-HDG-DATE            PIC 9(08).
008000     05  FILLER                  PIC X(70) VALUE SPACES.
008100
008200 01  ACV-COUNT-LINE.
008300     05  ACV-CNT-LABEL           PIC X(30).
008400     05  ACV-CNT-VALUE           PIC Z(06)9.
008500     05  FILLER                  PIC X(95) VALUE SPACES.
008600
008700 01  ACV-AMOUNT-LINE.
008800     05  ACV-AMT-LABEL           PIC X(30).
008900     05  ACV-AMT-VALUE           PIC -(11)9.99.
009000     05  FILLER                  PIC X(87) VALUE SPACES.
009100
009200 PROCEDURE DIVISION.
009300******************************************************************
009400*    0000-MAINLINE.                                              *
009500******************************************************************
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-CONVERT-CUSTOMER THRU 2000-EXIT
009900         UNTIL ACV-EOF.
010000     PERFORM 3000-CONTROL-REPORT THRU 3000-EXIT.
010100     CLOSE CUSTOMER-MASTER
010200           ACCOUNT-MASTER
010300           CONTROL-REPORT.
010400     IF ACV-ACCT-FAILED NOT = ZERO
010500         MOVE 8 TO RETURN-CODE.
010600     STOP RUN.
010700
010800******************************************************************
010900*    1000-INITIALIZE.  THE ACCOUNT MASTER IS CREATED IF IT IS    *
011000*    NOT YET ALLOCATED.                                          *
011100******************************************************************
011200 1000-INITIALIZE.
011300     OPEN INPUT CUSTOMER-MASTER.
011400     IF ACV-MAST-STATUS NOT = "00"
011500         DISPLAY "ACCTCONV: MASTER OPEN FAILED " ACV-MAST-STATUS
011600         MOVE 12 TO RETURN-CODE
011700         STOP RUN.
011800     OPEN I-O ACCOUNT-MASTER.
011900     IF ACV-ACCT-STATUS = "35"
012000         OPEN OUTPUT ACCOUNT-MASTER
012100         CLOSE ACCOUNT-MASTER
012200         OPEN I-O ACCOUNT-MASTER.
012300     IF ACV-ACCT-STATUS NOT = "00"
012400         DISPLAY "ACCTCONV: ACCOUNT MASTER OPEN FAILED "
012500             ACV-ACCT-STATUS
012600         MOVE 12 TO RETURN-CODE
012700         STOP RUN.
012800     OPEN OUTPUT CONTROL-REPORT.
012900     ACCEPT ACV-RUN-DATE FROM DATE YYYYMMDD.
013000     MOVE ACV-RUN-DATE TO ACV-HDG-DATE.
013100     WRITE REPORT-LINE FROM ACV-HEADING-1
013200         AFTER ADVANCING PAGE.
013300 1000-EXIT.
013400     EXIT.
013500
013600******************************************************************
013700*    2000-CONVERT-CUSTOMER.  ONE CUSTOMER, ONE PRIMARY ACCOUNT.  *
013800******************************************************************
013900 2000-CONVERT-CUSTOMER.
014000     READ CUSTOMER-MASTER NEXT RECORD
014100         AT END
014200             MOVE "Y" TO ACV-EOF-SW
014300             GO TO 2000-EXIT
014400     END-READ.
014500     ADD 1 TO ACV-CUST-READ.
014600     ADD SALDO TO ACV-MAST-TOTAL.
014700     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
014800     MOVE 1 TO AC-ACCT-SEQ.
014900     READ ACCOUNT-MASTER
015000         INVALID KEY
015100             CONTINUE
015200         NOT INVALID KEY
015300             ADD 1 TO ACV-ACCT-SKIPPED
015400             ADD AC-SALDO TO ACV-ACCT-TOTAL
015500             GO TO 2000-EXIT
015600     END-READ.
015700     MOVE SPACES TO ACCOUNT-RECORD.
015800     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
015900     MOVE 1 TO AC-ACCT-SEQ.
016000     MOVE "C" TO AC-ACCT-TYPE.
016100     MOVE SALDO TO AC-SALDO.
016200     MOVE CURRENCY-CODE TO AC-CURRENCY-CODE.
016300     MOVE OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT.
016400     MOVE OVERDRAFT-ACTION TO AC-OVERDRAFT-ACTION.
016500     IF AC-OVERDRAFT-ACTION = SPACE
016600         MOVE "R" TO AC-OVERDRAFT-ACTION.
016700     MOVE "O" TO AC-STATUS.
016800     MOVE ACV-RUN-DATE TO AC-OPEN-DATE.
016900     MOVE ZERO TO AC-CLOSE-DATE.
016950     MOVE ZERO TO AC-CHGOFF-DATE AC-CHGOFF-AMOUNT.
017000     WRITE ACCOUNT-RECORD
017100         INVALID KEY
017200             DISPLAY "ACCTCONV: WRITE FAILED FOR " CUST-NUMBER
017300                 " STATUS " ACV-ACCT-STATUS
017400             ADD 1 TO ACV-ACCT-FAILED
017500             GO TO 2000-EXIT
017600     END-WRITE.
017700     ADD 1 TO ACV-ACCT-WRITTEN.
017800     ADD AC-SALDO TO ACV-ACCT-TOTAL.
017900 2000-EXIT.
018000     EXIT.
018100
018200******************************************************************
018300*    3000-CONTROL-REPORT.  COUNTS AND THE BALANCE RECONCILIATION.*
018400******************************************************************
018500 3000-CONTROL-REPORT.
018600     MOVE "CUSTOMERS READ" TO ACV-CNT-LABEL.
018700     MOVE ACV-CUST-READ TO ACV-CNT-VALUE.
018800     WRITE REPORT-LINE FROM ACV-COUNT-LINE
018900         AFTER ADVANCING 2 LINES.
019000     MOVE "ACCOUNTS OPENED" TO ACV-CNT-LABEL.
019100     MOVE ACV-ACCT-WRITTEN TO ACV-CNT-VALUE.
019200     WRITE REPORT-LINE FROM ACV-COUNT-LINE
019300         AFTER ADVANCING 1 LINE.
019400     MOVE "ALREADY ON FILE - SKIPPED" TO ACV-CNT-LABEL.
019500     MOVE ACV-ACCT-SKIPPED TO ACV-CNT-VALUE.
019600     WRITE REPORT-LINE FROM ACV-COUNT-LINE
019700         AFTER ADVANCING 1 LINE.
019800     MOVE "WRITE FAILURES" TO ACV-CNT-LABEL.
019900     MOVE ACV-ACCT-FAILED TO ACV-CNT-VALUE.
020000     WRITE REPORT-LINE FROM ACV-COUNT-LINE
020100         AFTER ADVANCING 1 LINE.
020200     MOVE "CUSTOMER MASTER SALDO TOTAL" TO ACV-AMT-LABEL.
020300     MOVE ACV-MAST-TOTAL TO ACV-AMT-VALUE.
020400     WRITE REPORT-LINE FROM ACV-AMOUNT-LINE
020500         AFTER ADVANCING 2 LINES.
020600     MOVE "PRIMARY ACCOUNT BALANCE TOTAL" TO ACV-AMT-LABEL.
020700     MOVE ACV-ACCT-TOTAL TO ACV-AMT-VALUE.
020800     WRITE REPORT-LINE FROM ACV-AMOUNT-LINE
020900         AFTER ADVANCING 1 LINE.
021000     IF ACV-MAST-TOTAL NOT = ACV-ACCT-TOTAL
021100         MOVE "*** TOTALS DO NOT AGREE ***" TO ACV-AMT-LABEL
021200         MOVE SPACES TO REPORT-LINE
021300         MOVE ACV-AMT-LABEL TO REPORT-LINE
021400         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
021500 3000-EXIT.
021600     EXIT.
