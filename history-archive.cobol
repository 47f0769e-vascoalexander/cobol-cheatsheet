000100******************************************************************
000200* PROGRAM NAME:   HISTARCH                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* POSTING HISTORY ARCHIVE.  KEEPS THE ON-LINE POSTING HISTORY    *
000600* TO THE RETENTION THE NIGHTLY RUNS NEED.  RUN AFTER THE         *
000700* MONTH-END CLOSE: EVERY POSTING DATED INTO A CLOSED PERIOD      *
000800* OLDER THAN THE RETENTION (KEYED AT RUN TIME IN MONTHS BACK     *
000900* FROM THE LAST CLOSED PERIOD ON PERIODCT) IS COPIED TO A NEW    *
001000* DATED ARCHIVE GENERATION (THE SCHEDULER POINTS POSTHARC AT     *
001100* THE NEW GENERATION) IN THE POSTHIST LAYOUT AND DELETED FROM    *
001200* POSTHIST.  A SUMMARY RECORD - ARCHIVE DATE, LAST PERIOD        *
001300* ARCHIVED, DATE RANGE, COUNT AND TOTALS - IS APPENDED TO THE    *
001400* GENERATION CATALOG HISTCTL.  TAXCERT AND DSARPRT READ THE      *
001500* GENERATIONS CONCATENATED UNDER POSTHARC.                       *
001600* IF THE RUN FAILS PART WAY, THE GENERATION ALREADY HOLDS EVERY  *
001700* POSTING DELETED SO FAR AND MUST BE KEPT; A RERUN ARCHIVES THE  *
001800* REST INTO A FURTHER GENERATION.                                *
001900*                                                                *
002000* MAINTENANCE LOG                                                *
002100* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002200* --------- ------------  -------------------------------------- *
002300* 15/10/26  HK            CREATED - POSTING HISTORY ARCHIVE      *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  HISTARCH.
002700 AUTHOR. H. KELLER.
002800 INSTALLATION. COBOL DEVELOPMENT CENTER.
002900 DATE-WRITTEN. 15/10/26.
003000 DATE-COMPILED. 15/10/26.
003100 SECURITY. NON-CONFIDENTIAL.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS PH-KEY
004000         FILE STATUS IS HAR-HIST-STATUS.
004100     SELECT HISTORY-ARCHIVE ASSIGN TO POSTHARC
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS HAR-ARCH-STATUS.
004400     SELECT HISTORY-CONTROL ASSIGN TO HISTCTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS HAR-CTL-STATUS.
004700     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODCT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS HAR-PER-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  POSTING-HISTORY
005400     RECORD CONTAINS 100 CHARACTERS.
005500 COPY POSTHIST.
005600
005700 FD  HISTORY-ARCHIVE
005800     RECORD CONTAINS 100 CHARACTERS.
005900 01  HISTORY-ARCHIVE-RECORD      PIC X(100).
006000
006100 FD  HISTORY-CONTROL
006200     RECORD CONTAINS 80 CHARACTERS.
006300 COPY HISTCTL.
006400
006500 FD  PERIOD-CONTROL-FILE
006600     RECORD CONTAINS 20 CHARACTERS.
006700 COPY PERIODCT.
006800
006900 WORKING-STORAGE SECTION.
007000 77  HAR-HIST-STATUS             PIC X(02).
007100 77  HAR-ARCH-STATUS             PIC X(02).
007200 77  HAR-CTL-STATUS              PIC X(02).
007300 77  HAR-PER-STATUS              PIC X(02).
007400
007500 77  HAR-HIST-EOF-SW             PIC X(01) VALUE "N".
007600     88  HAR-HIST-EOF            VALUE "Y".
007700
007800* MONTHS OF CLOSED PERIODS KEPT ON-LINE; KEYED AT RUN TIME,
007900* DEFAULTED IF ZERO TO COVER THE DORMANCY AND DUNNING LOOK-BACK
008000 77  HAR-RETAIN-MONTHS           PIC 9(03) VALUE ZERO.
008100 77  HAR-MONTH-COUNT             PIC 9(07) COMP VALUE ZERO.
008200 77  HAR-CUT-YEAR                PIC 9(04) COMP VALUE ZERO.
008300 77  HAR-CUT-MONTH               PIC 9(02) COMP VALUE ZERO.
008400
008500 77  HAR-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
008600 77  HAR-COPY-COUNT              PIC 9(09) COMP VALUE ZERO.
008700 77  HAR-FIRST-DATE              PIC 9(08) VALUE ZERO.
008800 77  HAR-LAST-DATE               PIC 9(08) VALUE ZERO.
008900 77  HAR-DEBIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
009000 77  HAR-CREDIT-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
009100
009200 01  HAR-RUN-DATE                PIC 9(08).
009300 01  HAR-CLOSED-THRU.
009400     05  HAR-CLS-YYYY            PIC 9(04).
009500     05  HAR-CLS-MM              PIC 9(02).
009600 01  HAR-CLOSED-THRU-N REDEFINES HAR-CLOSED-THRU
009700                                 PIC 9(06).
009800 01  HAR-ARCHIVE-THRU.
009900     05  HAR-ARC-YYYY            PIC 9(04).
010000     05  HAR-ARC-MM              PIC 9(02).
010100 01  HAR-ARCHIVE-THRU-N REDEFINES HAR-ARCHIVE-THRU
010200                                 PIC 9(06).
010300 01  HAR-POST-DATE.
010400     05  HAR-POST-PERIOD         PIC 9(06).
010500     05  FILLER                  PIC 9(02).
010600 01  HAR-POST-DATE-N REDEFINES HAR-POST-DATE
010700                                 PIC 9(08).
010800
010900 PROCEDURE DIVISION.
011000******************************************************************
011100*    0000-MAINLINE.  MOVE, CATALOG, REPORT.                      *
011200******************************************************************
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     PERFORM 2000-ARCHIVE-ONE THRU 2000-EXIT
011600         UNTIL HAR-HIST-EOF.
011700     CLOSE POSTING-HISTORY
011800           HISTORY-ARCHIVE.
011900     PERFORM 3000-WRITE-CATALOG THRU 3000-EXIT.
012000     DISPLAY "HISTARCH: " HAR-COPY-COUNT
012100         " OF " HAR-READ-COUNT " POSTINGS ARCHIVED THRU "
012200         HAR-ARCHIVE-THRU-N ", RANGE " HAR-FIRST-DATE
012300         " - " HAR-LAST-DATE.
012400     STOP RUN.
012500
012600******************************************************************
012700*    1000-INITIALIZE.  RETENTION, ARCHIVE CUTOFF, FILES.         *
012800*    THE CUTOFF IS THE LAST CLOSED PERIOD LESS THE RETENTION     *
012900*    MONTHS; POSTINGS DATED INTO IT OR EARLIER ARE ARCHIVED.     *
013000******************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT HAR-RUN-DATE FROM DATE YYYYMMDD.
013300     DISPLAY "CLOSED MONTHS KEPT ON-LINE (0=36): ".
013400     ACCEPT HAR-RETAIN-MONTHS.
013500     IF HAR-RETAIN-MONTHS = ZERO
013600         MOVE 36 TO HAR-RETAIN-MONTHS.
013700     OPEN INPUT PERIOD-CONTROL-FILE.
013800     IF HAR-PER-STATUS NOT = "00"
013900         DISPLAY "HISTARCH: PERIOD CONTROL OPEN FAILED "
014000             HAR-PER-STATUS
014100         MOVE 12 TO RETURN-CODE
014200         STOP RUN.
014300     READ PERIOD-CONTROL-FILE
014400         AT END MOVE ZERO TO PC-CLOSED-THRU
014500     END-READ.
014600     CLOSE PERIOD-CONTROL-FILE.
014700     IF PC-CLOSED-THRU = ZERO
014800         DISPLAY "HISTARCH: NO CLOSED PERIOD - NOTHING ARCHIVED"
014900         MOVE 4 TO RETURN-CODE
015000         STOP RUN.
015100     MOVE PC-CLOSED-THRU TO HAR-CLOSED-THRU-N.
015200     COMPUTE HAR-MONTH-COUNT = HAR-CLS-YYYY * 12
015300         + HAR-CLS-MM - 1 - HAR-RETAIN-MONTHS.
015400     DIVIDE HAR-MONTH-COUNT BY 12 GIVING HAR-CUT-YEAR
015500         REMAINDER HAR-CUT-MONTH.
015600     MOVE HAR-CUT-YEAR TO HAR-ARC-YYYY.
015700     ADD 1 HAR-CUT-MONTH GIVING HAR-ARC-MM.
015800     OPEN I-O POSTING-HISTORY.
015900     IF HAR-HIST-STATUS NOT = "00"
016000         DISPLAY "HISTARCH: POSTING HISTORY OPEN FAILED "
016100             HAR-HIST-STATUS
016200         MOVE 12 TO RETURN-CODE
016300         STOP RUN.
016400     OPEN OUTPUT HISTORY-ARCHIVE.
016500     IF HAR-ARCH-STATUS NOT = "00"
016600         DISPLAY "HISTARCH: ARCHIVE OPEN FAILED "
016700             HAR-ARCH-STATUS
016800         MOVE 12 TO RETURN-CODE
016900         STOP RUN.
017000     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
017100 1000-EXIT.
017200     EXIT.
017300
017400******************************************************************
017500*    2000-ARCHIVE-ONE.  A POSTING AT OR BEFORE THE CUTOFF GOES   *
017600*    TO THE GENERATION FIRST AND IS THEN DELETED FROM POSTHIST.  *
017700******************************************************************
017800 2000-ARCHIVE-ONE.
017900     MOVE PH-POST-DATE TO HAR-POST-DATE-N.
018000     IF HAR-POST-PERIOD > HAR-ARCHIVE-THRU-N
018100         GO TO 2000-READ-NEXT.
018200     MOVE POSTING-HISTORY-RECORD TO HISTORY-ARCHIVE-RECORD.
018300     WRITE HISTORY-ARCHIVE-RECORD.
018400     IF HAR-ARCH-STATUS NOT = "00"
018500         DISPLAY "HISTARCH: ARCHIVE WRITE FAILED "
018600             HAR-ARCH-STATUS
018700         MOVE 12 TO RETURN-CODE
018800         STOP RUN.
018900     DELETE POSTING-HISTORY RECORD.
019000     IF HAR-HIST-STATUS NOT = "00"
019100         DISPLAY "HISTARCH: POSTING HISTORY DELETE FAILED "
019200             HAR-HIST-STATUS
019300         MOVE 12 TO RETURN-CODE
019400         STOP RUN.
019500     ADD 1 TO HAR-COPY-COUNT.
019600     IF HAR-FIRST-DATE = ZERO
019700      OR PH-POST-DATE < HAR-FIRST-DATE
019800         MOVE PH-POST-DATE TO HAR-FIRST-DATE.
019900     IF PH-POST-DATE > HAR-LAST-DATE
020000         MOVE PH-POST-DATE TO HAR-LAST-DATE.
020100     IF PH-DEBIT
020200         ADD PH-AMOUNT TO HAR-DEBIT-TOTAL
020300     ELSE
020400         ADD PH-AMOUNT TO HAR-CREDIT-TOTAL.
020500 2000-READ-NEXT.
020600     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
020700 2000-EXIT.
020800     EXIT.
020900
021000 2900-READ-HISTORY.
021100     READ POSTING-HISTORY NEXT RECORD
021200         AT END MOVE "Y" TO HAR-HIST-EOF-SW
021300     END-READ.
021400     IF NOT HAR-HIST-EOF
021500         ADD 1 TO HAR-READ-COUNT.
021600 2900-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000*    3000-WRITE-CATALOG.  ONE SUMMARY RECORD PER GENERATION.     *
022100******************************************************************
022200 3000-WRITE-CATALOG.
022300     OPEN EXTEND HISTORY-CONTROL.
022400     IF HAR-CTL-STATUS = "35"
022500         OPEN OUTPUT HISTORY-CONTROL.
022600     IF HAR-CTL-STATUS NOT = "00"
022700         DISPLAY "HISTARCH: CATALOG OPEN FAILED "
022800             HAR-CTL-STATUS
022900         MOVE 12 TO RETURN-CODE
023000         STOP RUN.
023100     MOVE SPACES TO HISTORY-CONTROL-RECORD.
023200     MOVE HAR-RUN-DATE TO HC-ARCHIVE-DATE.
023300     MOVE HAR-ARCHIVE-THRU-N TO HC-ARCHIVED-THRU.
023400     MOVE HAR-FIRST-DATE TO HC-FIRST-DATE.
023500     MOVE HAR-LAST-DATE TO HC-LAST-DATE.
023600     MOVE HAR-COPY-COUNT TO HC-RECORD-COUNT.
023700     MOVE HAR-DEBIT-TOTAL TO HC-DEBIT-TOTAL.
023800     MOVE HAR-CREDIT-TOTAL TO HC-CREDIT-TOTAL.
023900     WRITE HISTORY-CONTROL-RECORD.
024000     CLOSE HISTORY-CONTROL.
024100 3000-EXIT.
024200     EXIT.
