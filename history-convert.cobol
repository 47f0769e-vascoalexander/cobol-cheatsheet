000100******************************************************************
000200* PROGRAM NAME:   HISTCONV                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* POSTING HISTORY CONVERSION.  RUN ONCE WHEN THE POSTING         *
000600* HISTORY MOVES FROM THE SEQUENTIAL FILE TO THE FILE INDEXED     *
000700* ON CUSTOMER, POSTING DATE AND REFERENCE.  READS THE OLD        *
000800* SEQUENTIAL 70-BYTE GENERATION (POSTHSTO) IN ITS OWN FIELD      *
000833* ORDER AND WRITES EACH POSTING TO THE NEW 100-BYTE KEYED FILE   *
000866* (POSTHIST).  EVERY OLD POSTING WAS MADE ON THE CUSTOMER'S      *
000899* PRIMARY ACCOUNT IN OUR OWN CURRENCY, SO THE ACCOUNT SEQUENCE   *
000932* IS SET TO 01, THE ORIGINAL CURRENCY TO SPACES AND THE          *
000965* ORIGINAL AMOUNT AND EXCHANGE RATE TO ZERO.  A POSTING THAT     *
001000* REPEATS ANOTHER'S KEY TAKES THE NEXT KEY SEQUENCE AND IS       *
001100* COUNTED.  THE CONTROL REPORT SHOWS THE RECORD COUNTS AND       *
001200* AMOUNT TOTALS IN AND OUT, WHICH MUST AGREE BEFORE THE NEW      *
001300* FILE IS CATALOGUED.                                            *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 15/10/26  HK            CREATED - POSTING HISTORY CONVERSION   *
001820* 15/10/26  HK            RERUN FOR THE KEYED POSTING HISTORY:   *
001840*                         OLD SEQUENTIAL 100-BYTE GENERATION     *
001860*                         TO THE FILE INDEXED ON CUSTOMER,       *
001880*                         DATE AND REFERENCE                     *
001886* 15/10/26  HK            CONTROL TOTALS HELD AS DISPLAY         *
001892*                         NUMERICS                               *
001894* 15/10/26  HK            OLD GENERATION READ AT ITS 70-BYTE     *
001896*                         LAYOUT; POSTINGS PUT ON ACCOUNT 01     *
001898*                         WITH NO FOREIGN CURRENCY               *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  HISTCONV.
002200 AUTHOR. H. KELLER.
002300 INSTALLATION. COBOL DEVELOPMENT CENTER.
002400 DATE-WRITTEN. 15/10/26.
002500 DATE-COMPILED. 15/10/26.
002600 SECURITY. NON-CONFIDENTIAL.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-HISTORY ASSIGN TO POSTHSTO
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS HCV-OLD-STATUS.
003400     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003500         ORGANIZATION IS INDEXED
003533         ACCESS MODE IS RANDOM
003566         RECORD KEY IS PH-KEY
003600         FILE STATUS IS HCV-HIST-STATUS.
003700     SELECT CONTROL-REPORT ASSIGN TO HISTCRPT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS HCV-RPT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OLD-HISTORY
004400     RECORD CONTAINS 70 CHARACTERS.
004500 01  OLD-HISTORY-RECORD.
004600     05  OLD-CUST-NUMBER         PIC 9(06).
004633     05  OLD-POST-DATE           PIC 9(08).
004666     05  OLD-TXN-TYPE            PIC X(01).
004700     05  OLD-AMOUNT              PIC 9(07)V9(02).
004709     05  OLD-BALANCE-AFTER       PIC S9(07)V9(02).
004718     05  OLD-REFERENCE           PIC X(10).
004727     05  OLD-SOURCE              PIC X(08).
004736     05  OLD-BRANCH              PIC X(03).
004745     05  OLD-PROC-DATE           PIC 9(08).
004754     05  OLD-ADJ-PERIOD          PIC 9(06).
004763     05  FILLER                  PIC X(02).
004900
005000 FD  POSTING-HISTORY
005100     RECORD CONTAINS 100 CHARACTERS.
005200 COPY POSTHIST.
005300
005400 FD  CONTROL-REPORT
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  REPORT-LINE                 PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 77  HCV-OLD-STATUS              PIC X(02).
006000 77  HCV-HIST-STATUS             PIC X(02).
006100 77  HCV-RPT-STATUS              PIC X(02).
006200
006300 77  HCV-EOF-SW                  PIC X(01) VALUE "N".
006400     88  HCV-EOF                 VALUE "Y".
006500
006600 77  HCV-RUN-DATE                PIC 9(08) VALUE ZERO.
006700 77  HCV-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
006800 77  HCV-WRITE-COUNT             PIC 9(09) COMP VALUE ZERO.
006900 77  HCV-BAD-AMOUNT              PIC 9(09) COMP VALUE ZERO.
006950 77  HCV-DUP-COUNT               PIC 9(09) COMP VALUE ZERO.
007000 77  HCV-OLD-TOTAL               PIC 9(13)V9(02) VALUE ZERO.
007100 77  HCV-NEW-TOTAL               PIC 9(13)V9(02) VALUE ZERO.
007200
007300 01  HCV-HEADING-1.
007400     05  FILLER                  PIC X(09) VALUE "HISTCONV ".
007500     05  FILLER                  PIC X(35)
007600         VALUE "POSTING HISTORY CONVERSION CONTROL ".
007700     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
007800     05  HCV-HDG-DATE            PIC 9(08).
007900     05  FILLER                  PIC X(70) VALUE SPACES.
008000
008100 01  HCV-COUNT-LINE.
008200     05  HCV-CNT-LABEL           PIC X(30).
008300     05  HCV-CNT-VALUE           PIC Z(08)9.
008400     05  FILLER                  PIC X(93) VALUE SPACES.
008500
008600 01  HCV-AMOUNT-LINE.
008700     05  HCV-AMT-LABEL           PIC X(30).
008800     05  HCV-AMT-VALUE           PIC Z(12)9.99.
008900     05  FILLER                  PIC X(86) VALUE SPACES.
009000
009100 PROCEDURE DIVISION.
009200******************************************************************
009300*    0000-MAINLINE.                                              *
009400******************************************************************
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
009800         UNTIL HCV-EOF.
009900     PERFORM 3000-CONTROL-REPORT THRU 3000-EXIT.
010000     CLOSE OLD-HISTORY
010100           POSTING-HISTORY
010200           CONTROL-REPORT.
010300     IF HCV-READ-COUNT NOT = HCV-WRITE-COUNT
010400      OR HCV-OLD-TOTAL NOT = HCV-NEW-TOTAL
010500         MOVE 8 TO RETURN-CODE
010600     ELSE
010700         IF HCV-BAD-AMOUNT NOT = ZERO
010800             MOVE 4 TO RETURN-CODE.
010900     STOP RUN.
011000
011100******************************************************************
011200*    1000-INITIALIZE.  THE NEW GENERATION IS WRITTEN FRESH.      *
011300******************************************************************
011400 1000-INITIALIZE.
011500     OPEN INPUT OLD-HISTORY.
011600     IF HCV-OLD-STATUS NOT = "00"
011700         DISPLAY "HISTCONV: OLD HISTORY OPEN FAILED "
011800             HCV-OLD-STATUS
011900         MOVE 12 TO RETURN-CODE
012000         STOP RUN.
012100     OPEN OUTPUT POSTING-HISTORY.
012200     IF HCV-HIST-STATUS NOT = "00"
012300         DISPLAY "HISTCONV: NEW HISTORY OPEN FAILED "
012400             HCV-HIST-STATUS
012500         MOVE 12 TO RETURN-CODE
012600         STOP RUN.
012700     OPEN OUTPUT CONTROL-REPORT.
012800     ACCEPT HCV-RUN-DATE FROM DATE YYYYMMDD.
012900     MOVE HCV-RUN-DATE TO HCV-HDG-DATE.
013000     WRITE REPORT-LINE FROM HCV-HEADING-1
013100         AFTER ADVANCING PAGE.
013200 1000-EXIT.
013300     EXIT.
013400
013500******************************************************************
013600*    2000-CONVERT-RECORD.  ONE OLD RECORD TO THE NEW LAYOUT,     *
013700*    FIELD BY FIELD, ON ACCOUNT 01 WITH NO FOREIGN CURRENCY.     *
013750*    A NON-NUMERIC AMOUNT IS CARRIED AS IT STANDS BUT COUNTED    *
013800*    AND LEFT OUT OF THE TOTALS.                                 *
013900******************************************************************
014000 2000-CONVERT-RECORD.
014100     READ OLD-HISTORY
014200         AT END
014300             MOVE "Y" TO HCV-EOF-SW
014400             GO TO 2000-EXIT
014500     END-READ.
014600     ADD 1 TO HCV-READ-COUNT.
014700     IF OLD-AMOUNT NUMERIC
014800         ADD OLD-AMOUNT TO HCV-OLD-TOTAL
014900     ELSE
015000         ADD 1 TO HCV-BAD-AMOUNT.
015100     MOVE SPACES TO POSTING-HISTORY-RECORD.
015200     MOVE OLD-CUST-NUMBER TO PH-CUST-NUMBER.
015300     MOVE OLD-POST-DATE TO PH-POST-DATE.
015306     MOVE OLD-REFERENCE TO PH-REFERENCE.
015312     MOVE ZERO TO PH-KEY-SEQ.
015318     MOVE OLD-TXN-TYPE TO PH-TXN-TYPE.
015324     MOVE OLD-AMOUNT TO PH-AMOUNT.
015330     MOVE OLD-BALANCE-AFTER TO PH-BALANCE-AFTER.
015336     MOVE OLD-SOURCE TO PH-SOURCE.
015342     MOVE OLD-BRANCH TO PH-BRANCH.
015348     MOVE OLD-PROC-DATE TO PH-PROC-DATE.
015354     MOVE OLD-ADJ-PERIOD TO PH-ADJ-PERIOD.
015360     MOVE 1 TO PH-ACCT-SEQ.
015366     MOVE SPACES TO PH-ORIG-CURRENCY.
015372     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
015384 2000-WRITE-TRY.
015400     WRITE POSTING-HISTORY-RECORD.
015425     IF HCV-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
015450         ADD 1 TO PH-KEY-SEQ
015475         GO TO 2000-WRITE-TRY.
015500     IF HCV-HIST-STATUS NOT = "00"
015600         DISPLAY "HISTCONV: NEW HISTORY WRITE FAILED "
015700             HCV-HIST-STATUS
015800         MOVE 12 TO RETURN-CODE
015900         STOP RUN.
016000     ADD 1 TO HCV-WRITE-COUNT.
016033     IF PH-KEY-SEQ > ZERO
016066         ADD 1 TO HCV-DUP-COUNT.
016100     IF PH-AMOUNT NUMERIC
016200         ADD PH-AMOUNT TO HCV-NEW-TOTAL.
016300 2000-EXIT.
016400     EXIT.
016500
016600******************************************************************
016700*    3000-CONTROL-REPORT.  COUNTS AND AMOUNTS IN AND OUT.        *
016800******************************************************************
016900 3000-CONTROL-REPORT.
017000     MOVE "OLD RECORDS READ" TO HCV-CNT-LABEL.
017100     MOVE HCV-READ-COUNT TO HCV-CNT-VALUE.
017200     WRITE REPORT-LINE FROM HCV-COUNT-LINE
017300         AFTER ADVANCING 2 LINES.
017400     MOVE "NEW RECORDS WRITTEN" TO HCV-CNT-LABEL.
017500     MOVE HCV-WRITE-COUNT TO HCV-CNT-VALUE.
017600     WRITE REPORT-LINE FROM HCV-COUNT-LINE
017700         AFTER ADVANCING 1 LINE.
017800     MOVE "NON-NUMERIC AMOUNTS CARRIED" TO HCV-CNT-LABEL.
017900     MOVE HCV-BAD-AMOUNT TO HCV-CNT-VALUE.
018000     WRITE REPORT-LINE FROM HCV-COUNT-LINE
018100         AFTER ADVANCING 1 LINE.
018120     MOVE "REPEATED KEYS SEQUENCED" TO HCV-CNT-LABEL.
018140     MOVE HCV-DUP-COUNT TO HCV-CNT-VALUE.
018160     WRITE REPORT-LINE FROM HCV-COUNT-LINE
018180         AFTER ADVANCING 1 LINE.
018200     MOVE "OLD HISTORY AMOUNT TOTAL" TO HCV-AMT-LABEL.
018300     MOVE HCV-OLD-TOTAL TO HCV-AMT-VALUE.
018400     WRITE REPORT-LINE FROM HCV-AMOUNT-LINE
018500         AFTER ADVANCING 2 LINES.
018600     MOVE "NEW HISTORY AMOUNT TOTAL" TO HCV-AMT-LABEL.
018700     MOVE HCV-NEW-TOTAL TO HCV-AMT-VALUE.
018800     WRITE REPORT-LINE FROM HCV-AMOUNT-LINE
018900         AFTER ADVANCING 1 LINE.
019000     IF HCV-READ-COUNT NOT = HCV-WRITE-COUNT
019100      OR HCV-OLD-TOTAL NOT = HCV-NEW-TOTAL
019200         MOVE SPACES TO REPORT-LINE
019300         MOVE "*** TOTALS DO NOT AGREE ***" TO REPORT-LINE
019400         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
019500 3000-EXIT.
019600     EXIT.
