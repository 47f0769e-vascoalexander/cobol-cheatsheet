000100******************************************************************
000200* PROGRAM NAME:   CTRRPT                                         *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* MONTHLY THRESHOLD-TRANSACTION REPORT FOR THE REGULATOR.  RUNS  *
000600* IN THE MONTH-END CHAIN (CALENDCK RC=1 GATES IT IN, AS FOR      *
000700* MONTHEND) AND LISTS EVERY POSTING OF THE PERIOD (PH-POST-DATE  *
000800* IN THE RUN DATE'S MONTH) AT OR ABOVE THE REPORTABLE THRESHOLD  *
000900* ON THE AMLPARM RECORD, RESTRICTED TO ITS CASH SOURCES WHEN ANY *
001000* ARE NAMED - THE SAME RULE AMLMON RAISES ITS DAILY THRESHOLD    *
001100* CASES ON.  ORDERED BY BRANCH, CUSTOMER AND DATE, WITH THE      *
001200* BRANCH NAME FROM THE BRANCH REFERENCE MASTER, CREDIT AND DEBIT *
001300* TOTALS PER BRANCH AND A GRAND TOTAL.                           *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 15/10/26  HK            CREATED - MONTHLY THRESHOLD REPORT     *
001825* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
001850*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001875*                         AND AMOUNT OF CONVERTED ITEMS          *
001883* 15/10/26  HK            POSTING HISTORY IS NOW KEYED;          *
001891*                         READ IN KEY SEQUENCE                   *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  CTRRPT.
002200 AUTHOR. H. KELLER.
002300 INSTALLATION. COBOL DEVELOPMENT CENTER.
002400 DATE-WRITTEN. 15/10/26.
002500 DATE-COMPILED. 15/10/26.
002600 SECURITY. NON-CONFIDENTIAL.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003200         ORGANIZATION IS INDEXED
003233         ACCESS MODE IS SEQUENTIAL
003266         RECORD KEY IS PH-KEY
003300         FILE STATUS IS CTR-HIST-STATUS.
003400     SELECT PARAMETER-FILE ASSIGN TO AMLPARM
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS CTR-PARM-STATUS.
003700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CUST-NUMBER
004100         FILE STATUS IS CTR-MAST-STATUS.
004200     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS CTR-BRM-STATUS.
004500     SELECT THRESHOLD-REPORT ASSIGN TO CTRRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CTR-RPT-STATUS.
004800     SELECT SORT-WORK ASSIGN TO SORTWK01.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  POSTING-HISTORY
005300     RECORD CONTAINS 100 CHARACTERS.
005400 COPY POSTHIST.
005500
005600 FD  PARAMETER-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 COPY AMLPARM.
005900
006000 FD  CUSTOMER-MASTER
006100     RECORD CONTAINS 273 CHARACTERS.
006200 COPY CUSTMAST.
006300
006400 FD  BRANCH-MASTER
006500     RECORD CONTAINS 40 CHARACTERS.
006600 COPY BRANCHMS.
006700
006800 FD  THRESHOLD-REPORT
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  REPORT-LINE                 PIC X(132).
007100
007200 SD  SORT-WORK.
007300 01  SORT-RECORD.
007400     05  SRT-BRANCH              PIC X(03).
007500     05  SRT-CUST                PIC 9(06).
007600     05  SRT-POST-DATE           PIC 9(08).
007700     05  SRT-REFERENCE           PIC X(10).
007800     05  SRT-ACCT                PIC 9(02).
007900     05  SRT-TXN-TYPE            PIC X(01).
008000     05  SRT-AMOUNT              PIC 9(07)V9(02).
008100     05  SRT-SOURCE              PIC X(08).
008200
008300 WORKING-STORAGE SECTION.
008400 77  CTR-HIST-STATUS             PIC X(02).
008500 77  CTR-PARM-STATUS             PIC X(02).
008600 77  CTR-MAST-STATUS             PIC X(02).
008700 77  CTR-BRM-STATUS              PIC X(02).
008800 77  CTR-RPT-STATUS              PIC X(02).
008900
009000 77  CTR-HIST-EOF-SW             PIC X(01) VALUE "N".
009100     88  CTR-HIST-EOF            VALUE "Y".
009200 77  CTR-BRM-EOF-SW              PIC X(01) VALUE "N".
009300     88  CTR-BRM-EOF             VALUE "Y".
009400 77  CTR-SORT-EOF-SW             PIC X(01) VALUE "N".
009500     88  CTR-SORT-EOF            VALUE "Y".
009600 77  CTR-CASH-SW                 PIC X(01) VALUE "N".
009700     88  CTR-CASH-ITEM           VALUE "Y".
009800 77  CTR-BRM-FOUND-SW            PIC X(01) VALUE "N".
009900     88  CTR-BRM-FOUND           VALUE "Y".
010000 77  CTR-FIRST-SW                PIC X(01) VALUE "Y".
010100     88  CTR-FIRST-ITEM          VALUE "Y".
010200
010300* HOUSE DEFAULT, OVERRIDDEN BY THE AMLPARM RECORD
010400 77  CTR-THRESHOLD               PIC 9(07)V9(02) VALUE 10000.00.
010500
010600 77  CTR-CASH-MAX                PIC 9(02) COMP VALUE 5.
010700 77  CTR-CASH-COUNT              PIC 9(02) COMP VALUE ZERO.
010800 77  CTR-CASH-SUB                PIC 9(02) COMP VALUE ZERO.
010900 77  CTR-BRM-MAX                 PIC 9(02) COMP VALUE 50.
011000 77  CTR-BRM-CNT                 PIC 9(02) COMP VALUE ZERO.
011100 77  CTR-BRM-SUB                 PIC 9(02) COMP VALUE ZERO.
011200
011300 77  CTR-CURR-BRANCH             PIC X(03) VALUE SPACES.
011400 77  CTR-HIST-READ               PIC 9(07) COMP VALUE ZERO.
011500 77  CTR-BR-COUNT                PIC 9(05) COMP VALUE ZERO.
011600 77  CTR-BR-CREDITS              PIC 9(11)V9(02) VALUE ZERO.
011700 77  CTR-BR-DEBITS               PIC 9(11)V9(02) VALUE ZERO.
011800 77  CTR-GR-COUNT                PIC 9(05) COMP VALUE ZERO.
011900 77  CTR-GR-CREDITS              PIC 9(11)V9(02) VALUE ZERO.
012000 77  CTR-GR-DEBITS               PIC 9(11)V9(02) VALUE ZERO.
012100 77  CTR-BRANCHES                PIC 9(05) COMP VALUE ZERO.
012200
012300 01  CTR-RUN-DATE                PIC 9(08).
012400 01  CTR-RUN-DATE-X REDEFINES CTR-RUN-DATE.
012500     05  CTR-RUN-PERIOD          PIC 9(06).
012600     05  FILLER                  PIC X(02).
012700 01  CTR-HIST-DATE-X.
012800     05  CTR-HIST-YYYYMM         PIC 9(06).
012900     05  FILLER                  PIC X(02).
013000
013100 01  CTR-CASH-TABLE.
013200     05  CTR-CASH-SOURCE         PIC X(08) OCCURS 5 TIMES.
013300
013400 01  CTR-BRM-TABLE.
013500     05  CTR-BRM-ENTRY OCCURS 50 TIMES.
013600         10  CTR-BRM-CODE        PIC X(03).
013700         10  CTR-BRM-NAME        PIC X(20).
013800
013900 01  CTR-HEADING-1.
014000     05  FILLER                  PIC X(08) VALUE "CTRRPT  ".
014100     05  FILLER                  PIC X(36)
014200         VALUE "THRESHOLD TRANSACTIONS - PERIOD     ".
014300     05  CTR-HDG-PERIOD          PIC 9(06).
014400     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
014500     05  CTR-HDG-DATE            PIC 9(08).
014600     05  FILLER                  PIC X(13) VALUE "  THRESHOLD: ".
014700     05  CTR-HDG-THRESHOLD       PIC Z(06)9.99.
014800     05  FILLER                  PIC X(41) VALUE SPACES.
014900
015000 01  CTR-BRANCH-LINE.
015100     05  FILLER                  PIC X(07) VALUE "BRANCH ".
015200     05  CTR-BRL-BRANCH          PIC X(03).
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  CTR-BRL-NAME            PIC X(20).
015500     05  FILLER                  PIC X(100) VALUE SPACES.
015600
015700 01  CTR-HEADING-2.
015800     05  FILLER                  PIC X(44)
015900         VALUE "  CUST    NAME                            AC".
016000     05  FILLER                  PIC X(43)
016100         VALUE "  POST-DATE  DR/CR      AMOUNT  REFERENCE  ".
016200     05  FILLER                  PIC X(45)
016300         VALUE "SOURCE                                       ".
016400
016500 01  CTR-DETAIL-LINE.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  CTR-DTL-CUST            PIC 9(06).
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  CTR-DTL-FIRSTNAME       PIC X(10).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  CTR-DTL-LASTNAME        PIC X(20).
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  CTR-DTL-ACCT            PIC 9(02).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  CTR-DTL-DATE            PIC 9(08).
017600     05  FILLER                  PIC X(04) VALUE SPACES.
017700     05  CTR-DTL-TYPE            PIC X(02).
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  CTR-DTL-AMOUNT          PIC Z(08)9.99.
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  CTR-DTL-REFERENCE       PIC X(10).
018200     05  FILLER                  PIC X(01) VALUE SPACE.
018300     05  CTR-DTL-SOURCE          PIC X(08).
018400     05  FILLER                  PIC X(37) VALUE SPACES.
018500
018600 01  CTR-TOTAL-LINE.
018700     05  FILLER                  PIC X(05) VALUE SPACES.
018800     05  CTR-TOT-LABEL           PIC X(20).
018900     05  FILLER                  PIC X(07) VALUE "ITEMS: ".
019000     05  CTR-TOT-COUNT           PIC Z(04)9.
019100     05  FILLER                  PIC X(11) VALUE "  CREDITS: ".
019200     05  CTR-TOT-CREDITS         PIC Z(10)9.99.
019300     05  FILLER                  PIC X(10) VALUE "  DEBITS: ".
019400     05  CTR-TOT-DEBITS          PIC Z(10)9.99.
019500     05  FILLER                  PIC X(46) VALUE SPACES.
019600
019700 PROCEDURE DIVISION.
019800******************************************************************
019900*    0000-MAINLINE.  SELECT, SORT BY BRANCH, LIST.               *
020000******************************************************************
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     SORT SORT-WORK
020400         ON ASCENDING KEY SRT-BRANCH
020500                          SRT-CUST
020600                          SRT-POST-DATE
020700                          SRT-REFERENCE
020800         INPUT PROCEDURE IS 2000-SELECT-POSTINGS
020900             THRU 2000-SELECT-EXIT
021000         OUTPUT PROCEDURE IS 3000-LIST-POSTINGS
021100             THRU 3000-LIST-EXIT.
021200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
021300     CLOSE POSTING-HISTORY
021400           CUSTOMER-MASTER
021500           THRESHOLD-REPORT.
021600     STOP RUN.
021700
021800******************************************************************
021900*    1000-INITIALIZE.  PARAMETERS, BRANCH NAMES, FILES, PERIOD.  *
022000******************************************************************
022100 1000-INITIALIZE.
022200     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
022300*    NO BRANCH MASTER MEANS BLANK NAMES ON THE BRANCH LINES
022400     OPEN INPUT BRANCH-MASTER.
022500     IF CTR-BRM-STATUS = "00"
022600         PERFORM 1300-LOAD-BRANCH-REF THRU 1300-EXIT
022700             UNTIL CTR-BRM-EOF
022800         CLOSE BRANCH-MASTER.
022900     OPEN INPUT  POSTING-HISTORY
023000          INPUT  CUSTOMER-MASTER
023100          OUTPUT THRESHOLD-REPORT.
023200     IF CTR-HIST-STATUS NOT = "00"
023300         DISPLAY "CTRRPT: POSTING HISTORY OPEN FAILED "
023400             CTR-HIST-STATUS
023500         MOVE 12 TO RETURN-CODE
023600         STOP RUN.
023700     IF CTR-MAST-STATUS NOT = "00"
023800         DISPLAY "CTRRPT: MASTER OPEN FAILED " CTR-MAST-STATUS
023900         MOVE 12 TO RETURN-CODE
024000         STOP RUN.
024100     ACCEPT CTR-RUN-DATE FROM DATE YYYYMMDD.
024200     MOVE CTR-RUN-PERIOD TO CTR-HDG-PERIOD.
024300     MOVE CTR-RUN-DATE TO CTR-HDG-DATE.
024400     MOVE CTR-THRESHOLD TO CTR-HDG-THRESHOLD.
024500     WRITE REPORT-LINE FROM CTR-HEADING-1
024600         AFTER ADVANCING PAGE.
024700 1000-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100*    1100-LOAD-PARAMETERS.  THRESHOLD AND CASH SOURCES AS AMLMON *
025200*    USES THEM.                                                  *
025300******************************************************************
025400 1100-LOAD-PARAMETERS.
025500     OPEN INPUT PARAMETER-FILE.
025600     IF CTR-PARM-STATUS NOT = "00"
025700         DISPLAY "CTRRPT: NO PARAMETER FILE - HOUSE DEFAULTS USED"
025800         GO TO 1100-EXIT.
025900     READ PARAMETER-FILE
026000         AT END
026100             DISPLAY "CTRRPT: PARAMETER FILE EMPTY - HOUSE "
026200                 "DEFAULTS USED"
026300             CLOSE PARAMETER-FILE
026400             GO TO 1100-EXIT
026500     END-READ.
026600     IF AP-REPORT-THRESHOLD NOT NUMERIC
026700      OR AP-REPORT-THRESHOLD = ZERO
026800         DISPLAY "CTRRPT: PARAMETER RECORD INVALID"
026900         MOVE 12 TO RETURN-CODE
027000         STOP RUN.
027100     MOVE AP-REPORT-THRESHOLD TO CTR-THRESHOLD.
027200     MOVE ZERO TO CTR-CASH-SUB.
027300     PERFORM 1110-TAKE-SOURCE THRU 1110-EXIT
027400         UNTIL CTR-CASH-SUB >= CTR-CASH-MAX.
027500     CLOSE PARAMETER-FILE.
027600 1100-EXIT.
027700     EXIT.
027800
027900 1110-TAKE-SOURCE.
028000     ADD 1 TO CTR-CASH-SUB.
028100     IF AP-CASH-SOURCE (CTR-CASH-SUB) NOT = SPACES
028200         ADD 1 TO CTR-CASH-COUNT
028300         MOVE AP-CASH-SOURCE (CTR-CASH-SUB)
028400             TO CTR-CASH-SOURCE (CTR-CASH-COUNT).
028500 1110-EXIT.
028600     EXIT.
028700
028800 1300-LOAD-BRANCH-REF.
028900     READ BRANCH-MASTER
029000         AT END
029100             MOVE "Y" TO CTR-BRM-EOF-SW
029200             GO TO 1300-EXIT
029300     END-READ.
029400     IF CTR-BRM-CNT >= CTR-BRM-MAX
029500         DISPLAY "CTRRPT: BRANCH TABLE OVERFLOW"
029600         MOVE 12 TO RETURN-CODE
029700         STOP RUN.
029800     ADD 1 TO CTR-BRM-CNT.
029900     MOVE BR-BRANCH-CODE TO CTR-BRM-CODE (CTR-BRM-CNT).
030000     MOVE BR-BRANCH-NAME TO CTR-BRM-NAME (CTR-BRM-CNT).
030100 1300-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    2000-SELECT-POSTINGS.  THE PERIOD'S REPORTABLE POSTINGS     *
030600*    INTO THE SORT.                                              *
030700******************************************************************
030800 2000-SELECT-POSTINGS.
030900     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
031000         UNTIL CTR-HIST-EOF.
031100 2000-SELECT-EXIT.
031200     EXIT.
031300
031400 2100-SELECT-ONE.
031500     READ POSTING-HISTORY
031600         AT END
031700             MOVE "Y" TO CTR-HIST-EOF-SW
031800             GO TO 2100-EXIT
031900     END-READ.
032000     ADD 1 TO CTR-HIST-READ.
032100     MOVE PH-POST-DATE TO CTR-HIST-DATE-X.
032200     IF CTR-HIST-YYYYMM NOT = CTR-RUN-PERIOD
032300      OR PH-AMOUNT < CTR-THRESHOLD
032400         GO TO 2100-EXIT.
032500     PERFORM 2200-CHECK-CASH THRU 2200-EXIT.
032600     IF NOT CTR-CASH-ITEM
032700         GO TO 2100-EXIT.
032800     MOVE PH-BRANCH TO SRT-BRANCH.
032900     MOVE PH-CUST-NUMBER TO SRT-CUST.
033000     MOVE PH-POST-DATE TO SRT-POST-DATE.
033100     MOVE PH-REFERENCE TO SRT-REFERENCE.
033200     IF PH-ACCT-SEQ NUMERIC
033300         MOVE PH-ACCT-SEQ TO SRT-ACCT
033400     ELSE
033500         MOVE 1 TO SRT-ACCT
033600     END-IF.
033700     MOVE PH-TXN-TYPE TO SRT-TXN-TYPE.
033800     MOVE PH-AMOUNT TO SRT-AMOUNT.
033900     MOVE PH-SOURCE TO SRT-SOURCE.
034000     RELEASE SORT-RECORD.
034100 2100-EXIT.
034200     EXIT.
034300
034400 2200-CHECK-CASH.
034500     IF CTR-CASH-COUNT = ZERO
034600         MOVE "Y" TO CTR-CASH-SW
034700         GO TO 2200-EXIT.
034800     MOVE "N" TO CTR-CASH-SW.
034900     MOVE ZERO TO CTR-CASH-SUB.
035000     PERFORM 2210-SCAN-SOURCE THRU 2210-EXIT
035100         UNTIL CTR-CASH-ITEM
035200            OR CTR-CASH-SUB >= CTR-CASH-COUNT.
035300 2200-EXIT.
035400     EXIT.
035500
035600 2210-SCAN-SOURCE.
035700     ADD 1 TO CTR-CASH-SUB.
035800     IF CTR-CASH-SOURCE (CTR-CASH-SUB) = PH-SOURCE
035900         MOVE "Y" TO CTR-CASH-SW.
036000 2210-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*    3000-LIST-POSTINGS.  ONE SECTION PER BRANCH WITH ITS        *
036500*    TOTALS.                                                     *
036600******************************************************************
036700 3000-LIST-POSTINGS.
036800     PERFORM 3100-LIST-ONE THRU 3100-EXIT
036900         UNTIL CTR-SORT-EOF.
037000     IF NOT CTR-FIRST-ITEM
037100         PERFORM 3300-BRANCH-TOTAL THRU 3300-EXIT.
037200 3000-LIST-EXIT.
037300     EXIT.
037400
037500 3100-LIST-ONE.
037600     RETURN SORT-WORK
037700         AT END
037800             MOVE "Y" TO CTR-SORT-EOF-SW
037900             GO TO 3100-EXIT
038000     END-RETURN.
038100     IF CTR-FIRST-ITEM
038200         MOVE "N" TO CTR-FIRST-SW
038300         PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
038400     ELSE
038500         IF SRT-BRANCH NOT = CTR-CURR-BRANCH
038600             PERFORM 3300-BRANCH-TOTAL THRU 3300-EXIT
038700             PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
038800         END-IF
038900     END-IF.
039000     MOVE SRT-CUST TO CUST-NUMBER.
039100     READ CUSTOMER-MASTER
039200         INVALID KEY
039300             MOVE SPACES TO FIRSTNAME
039400             MOVE "*NOT ON MASTER*" TO LASTNAME
039500     END-READ.
039600     MOVE SRT-CUST TO CTR-DTL-CUST.
039700     MOVE FIRSTNAME TO CTR-DTL-FIRSTNAME.
039800     MOVE LASTNAME TO CTR-DTL-LASTNAME.
039900     MOVE SRT-ACCT TO CTR-DTL-ACCT.
040000     MOVE SRT-POST-DATE TO CTR-DTL-DATE.
040100     MOVE SRT-AMOUNT TO CTR-DTL-AMOUNT.
040200     MOVE SRT-REFERENCE TO CTR-DTL-REFERENCE.
040300     MOVE SRT-SOURCE TO CTR-DTL-SOURCE.
040400     IF SRT-TXN-TYPE = "C"
040500         MOVE "CR" TO CTR-DTL-TYPE
040600         ADD SRT-AMOUNT TO CTR-BR-CREDITS
040700     ELSE
040800         MOVE "DR" TO CTR-DTL-TYPE
040900         ADD SRT-AMOUNT TO CTR-BR-DEBITS
041000     END-IF.
041100     ADD 1 TO CTR-BR-COUNT.
041200     WRITE REPORT-LINE FROM CTR-DETAIL-LINE
041300         AFTER ADVANCING 1 LINE.
041400 3100-EXIT.
041500     EXIT.
041600
041700 3200-BRANCH-HEADING.
041800     MOVE SRT-BRANCH TO CTR-CURR-BRANCH.
041900     ADD 1 TO CTR-BRANCHES.
042000     MOVE SRT-BRANCH TO CTR-BRL-BRANCH.
042100     MOVE SPACES TO CTR-BRL-NAME.
042200     MOVE "N" TO CTR-BRM-FOUND-SW.
042300     MOVE ZERO TO CTR-BRM-SUB.
042400     PERFORM 3210-SCAN-BRANCH THRU 3210-EXIT
042500         UNTIL CTR-BRM-FOUND
042600            OR CTR-BRM-SUB >= CTR-BRM-CNT.
042700     IF CTR-BRM-FOUND
042800         MOVE CTR-BRM-NAME (CTR-BRM-SUB) TO CTR-BRL-NAME.
042900     WRITE REPORT-LINE FROM CTR-BRANCH-LINE
043000         AFTER ADVANCING 2 LINES.
043100     WRITE REPORT-LINE FROM CTR-HEADING-2
043200         AFTER ADVANCING 1 LINE.
043300 3200-EXIT.
043400     EXIT.
043500
043600 3210-SCAN-BRANCH.
043700     ADD 1 TO CTR-BRM-SUB.
043800     IF CTR-BRM-CODE (CTR-BRM-SUB) = SRT-BRANCH
043900         MOVE "Y" TO CTR-BRM-FOUND-SW.
044000 3210-EXIT.
044100     EXIT.
044200
044300 3300-BRANCH-TOTAL.
044400     MOVE "BRANCH TOTAL" TO CTR-TOT-LABEL.
044500     MOVE CTR-BR-COUNT TO CTR-TOT-COUNT.
044600     MOVE CTR-BR-CREDITS TO CTR-TOT-CREDITS.
044700     MOVE CTR-BR-DEBITS TO CTR-TOT-DEBITS.
044800     WRITE REPORT-LINE FROM CTR-TOTAL-LINE
044900         AFTER ADVANCING 2 LINES.
045000     ADD CTR-BR-COUNT TO CTR-GR-COUNT.
045100     ADD CTR-BR-CREDITS TO CTR-GR-CREDITS.
045200     ADD CTR-BR-DEBITS TO CTR-GR-DEBITS.
045300     MOVE ZERO TO CTR-BR-COUNT.
045400     MOVE ZERO TO CTR-BR-CREDITS.
045500     MOVE ZERO TO CTR-BR-DEBITS.
045600 3300-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000*    4000-PRINT-TOTALS.  GRAND TOTAL FOR THE PERIOD.             *
046100******************************************************************
046200 4000-PRINT-TOTALS.
046300     MOVE "ALL BRANCHES" TO CTR-TOT-LABEL.
046400     MOVE CTR-GR-COUNT TO CTR-TOT-COUNT.
046500     MOVE CTR-GR-CREDITS TO CTR-TOT-CREDITS.
046600     MOVE CTR-GR-DEBITS TO CTR-TOT-DEBITS.
046700     WRITE REPORT-LINE FROM CTR-TOTAL-LINE
046800         AFTER ADVANCING 3 LINES.
046900     IF CTR-GR-COUNT = ZERO
047000         DISPLAY "CTRRPT: NO THRESHOLD TRANSACTIONS FOR PERIOD "
047100             CTR-RUN-PERIOD.
047200 4000-EXIT.
047300     EXIT.
