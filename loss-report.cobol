000100******************************************************************
000200* PROGRAM NAME:   LOSSRPT                                        *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* MONTHLY LOSS-AND-RECOVERY REPORT FOR FINANCE.  RUNS IN THE     *
000600* MONTH-END CHAIN (CALENDCK RC=1 GATES IT IN, AS FOR MONTHEND).  *
000700* LISTS BY BRANCH EVERY CHARGE-OFF (SOURCE "CHGOFF") AND EVERY   *
000800* RECOVERY (SOURCE "RECOVERY") ON THE POSTING HISTORY FOR THE    *
000900* RUN DATE'S MONTH, AND CLOSES EACH BRANCH WITH THE MONTH'S      *
001000* CHARGE-OFF AND RECOVERY TOTALS AND THE LOSS STILL OUTSTANDING  *
001100* ON THE LOSS LEDGER (AMOUNT CHARGED OFF LESS RECOVERIES TO      *
001200* DATE).  A LOSS IS REPORTED UNDER THE BRANCH IT WAS BOOKED TO   *
001300* AT CHARGE-OFF.  GRAND TOTALS FOLLOW THE LAST BRANCH.           *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 15/10/26  HK            CREATED - MONTHLY LOSS AND RECOVERY    *
001900*                         REPORT                                 *
001925* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
001950*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001975*                         AND AMOUNT OF CONVERTED ITEMS          *
001983* 15/10/26  HK            POSTING HISTORY IS NOW KEYED;          *
001991*                         READ IN KEY SEQUENCE                   *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  LOSSRPT.
002300 AUTHOR. H. KELLER.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 15/10/26.
002600 DATE-COMPILED. 15/10/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003300         ORGANIZATION IS INDEXED
003333         ACCESS MODE IS SEQUENTIAL
003366         RECORD KEY IS PH-KEY
003400         FILE STATUS IS LSR-HIST-STATUS.
003500     SELECT LOSS-LEDGER ASSIGN TO LOSSLEDG
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS LL-KEY
003900         FILE STATUS IS LSR-LOSS-STATUS.
004000     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CUST-NUMBER
004400         FILE STATUS IS LSR-MAST-STATUS.
004500     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS LSR-BRM-STATUS.
004800     SELECT LOSS-REPORT ASSIGN TO LOSSRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS LSR-RPT-STATUS.
005100     SELECT SORT-WORK ASSIGN TO SORTWK01.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  POSTING-HISTORY
005600     RECORD CONTAINS 100 CHARACTERS.
005700 COPY POSTHIST.
005800
005900 FD  LOSS-LEDGER
006000     RECORD CONTAINS 60 CHARACTERS.
006100 COPY LOSSLEDG.
006200
006300 FD  CUSTOMER-MASTER
006400     RECORD CONTAINS 273 CHARACTERS.
006500 COPY CUSTMAST.
006600
006700 FD  BRANCH-MASTER
006800     RECORD CONTAINS 40 CHARACTERS.
006900 COPY BRANCHMS.
007000
007100 FD  LOSS-REPORT
007200     RECORD CONTAINS 132 CHARACTERS.
007300 01  REPORT-LINE                 PIC X(132).
007400
007500* KIND "1" IS A CHARGE-OFF OR RECOVERY OF THE MONTH, LISTED;
007600* KIND "2" IS AN OUTSTANDING LOSS, COUNTED INTO THE BRANCH
007700* TOTALS ONLY
007800 SD  SORT-WORK.
007900 01  SORT-RECORD.
008000     05  SRT-BRANCH              PIC X(03).
008100     05  SRT-KIND                PIC X(01).
008200     05  SRT-CUST                PIC 9(06).
008300     05  SRT-ACCT                PIC 9(02).
008400     05  SRT-DATE                PIC 9(08).
008500     05  SRT-TYPE                PIC X(01).
008600         88  SRT-CHARGE-OFF      VALUE "W".
008700         88  SRT-RECOVERY        VALUE "R".
008800     05  SRT-AMOUNT              PIC 9(07)V9(02).
008900     05  SRT-REFERENCE           PIC X(10).
009000
009100 WORKING-STORAGE SECTION.
009200 77  LSR-HIST-STATUS             PIC X(02).
009300 77  LSR-LOSS-STATUS             PIC X(02).
009400 77  LSR-MAST-STATUS             PIC X(02).
009500 77  LSR-BRM-STATUS              PIC X(02).
009600 77  LSR-RPT-STATUS              PIC X(02).
009700
009800 77  LSR-HIST-EOF-SW             PIC X(01) VALUE "N".
009900     88  LSR-HIST-EOF            VALUE "Y".
010000 77  LSR-LOSS-EOF-SW             PIC X(01) VALUE "N".
010100     88  LSR-LOSS-EOF            VALUE "Y".
010200 77  LSR-LOSS-OPEN-SW            PIC X(01) VALUE "N".
010300     88  LSR-LOSS-OPEN           VALUE "Y".
010400 77  LSR-BRM-EOF-SW              PIC X(01) VALUE "N".
010500     88  LSR-BRM-EOF             VALUE "Y".
010600 77  LSR-SORT-EOF-SW             PIC X(01) VALUE "N".
010700     88  LSR-SORT-EOF            VALUE "Y".
010800 77  LSR-BRM-FOUND-SW            PIC X(01) VALUE "N".
010900     88  LSR-BRM-FOUND           VALUE "Y".
011000 77  LSR-FIRST-SW                PIC X(01) VALUE "Y".
011100     88  LSR-FIRST-ITEM          VALUE "Y".
011200
011300 77  LSR-BRM-MAX                 PIC 9(02) COMP VALUE 50.
011400 77  LSR-BRM-CNT                 PIC 9(02) COMP VALUE ZERO.
011500 77  LSR-BRM-SUB                 PIC 9(02) COMP VALUE ZERO.
011600
011700 77  LSR-CURR-BRANCH             PIC X(03) VALUE SPACES.
011800 77  LSR-BR-CO-COUNT             PIC 9(05) COMP VALUE ZERO.
011900 77  LSR-BR-CO-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
012000 77  LSR-BR-RC-COUNT             PIC 9(05) COMP VALUE ZERO.
012100 77  LSR-BR-RC-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
012200 77  LSR-BR-OS-COUNT             PIC 9(05) COMP VALUE ZERO.
012300 77  LSR-BR-OS-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
012400 77  LSR-GR-CO-COUNT             PIC 9(05) COMP VALUE ZERO.
012500 77  LSR-GR-CO-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
012600 77  LSR-GR-RC-COUNT             PIC 9(05) COMP VALUE ZERO.
012700 77  LSR-GR-RC-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
012800 77  LSR-GR-OS-COUNT             PIC 9(05) COMP VALUE ZERO.
012900 77  LSR-GR-OS-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
013000
013100 01  LSR-RUN-DATE                PIC 9(08).
013200 01  LSR-RUN-DATE-X REDEFINES LSR-RUN-DATE.
013300     05  LSR-RUN-PERIOD          PIC 9(06).
013400     05  FILLER                  PIC X(02).
013500 01  LSR-HIST-DATE-X.
013600     05  LSR-HIST-YYYYMM         PIC 9(06).
013700     05  FILLER                  PIC X(02).
013800
013900 01  LSR-BRM-TABLE.
014000     05  LSR-BRM-ENTRY OCCURS 50 TIMES.
014100         10  LSR-BRM-CODE        PIC X(03).
014200         10  LSR-BRM-NAME        PIC X(20).
014300
014400 01  LSR-HEADING-1.
014500     05  FILLER                  PIC X(08) VALUE "LOSSRPT ".
014600     05  FILLER                  PIC X(36)
014700         VALUE "LOSSES AND RECOVERIES - PERIOD     ".
014800     05  LSR-HDG-PERIOD          PIC 9(06).
014900     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
015000     05  LSR-HDG-DATE            PIC 9(08).
015100     05  FILLER                  PIC X(64) VALUE SPACES.
015200
015300 01  LSR-BRANCH-LINE.
015400     05  FILLER                  PIC X(07) VALUE "BRANCH ".
015500     05  LSR-BRL-BRANCH          PIC X(03).
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  LSR-BRL-NAME            PIC X(20).
015800     05  FILLER                  PIC X(100) VALUE SPACES.
015900
016000 01  LSR-HEADING-2.
016100     05  FILLER                  PIC X(13) VALUE "  CUST/AC".
016200     05  FILLER                  PIC X(33) VALUE "NAME".
016300     05  FILLER                  PIC X(11) VALUE "POST-DATE".
016400     05  FILLER                  PIC X(13) VALUE "TYPE".
016500     05  FILLER                  PIC X(14) VALUE "      AMOUNT".
016600     05  FILLER                  PIC X(48) VALUE "REFERENCE".
016700
016800 01  LSR-DETAIL-LINE.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  LSR-DTL-CUST            PIC 9(06).
017100     05  FILLER                  PIC X(01) VALUE "/".
017200     05  LSR-DTL-ACCT            PIC 9(02).
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  LSR-DTL-FIRSTNAME       PIC X(10).
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  LSR-DTL-LASTNAME        PIC X(20).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  LSR-DTL-DATE            PIC 9(08).
017900     05  FILLER                  PIC X(03) VALUE SPACES.
018000     05  LSR-DTL-TYPE            PIC X(11).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  LSR-DTL-AMOUNT          PIC Z(08)9.99.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  LSR-DTL-REFERENCE       PIC X(10).
018500     05  FILLER                  PIC X(38) VALUE SPACES.
018600
018700 01  LSR-TOTAL-LINE.
018800     05  FILLER                  PIC X(05) VALUE SPACES.
018900     05  LSR-TOT-LABEL           PIC X(30).
019000     05  FILLER                  PIC X(07) VALUE "ITEMS: ".
019100     05  LSR-TOT-COUNT           PIC Z(04)9.
019200     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
019300     05  LSR-TOT-AMOUNT          PIC Z(10)9.99.
019400     05  FILLER                  PIC X(61) VALUE SPACES.
019500
019600 PROCEDURE DIVISION.
019700******************************************************************
019800*    0000-MAINLINE.  SELECT, SORT BY BRANCH, LIST.               *
019900******************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     SORT SORT-WORK
020300         ON ASCENDING KEY SRT-BRANCH
020400                          SRT-KIND
020500                          SRT-CUST
020600                          SRT-ACCT
020700                          SRT-DATE
020800         INPUT PROCEDURE IS 2000-SELECT-ITEMS
020900             THRU 2000-SELECT-EXIT
021000         OUTPUT PROCEDURE IS 3000-LIST-ITEMS
021100             THRU 3000-LIST-EXIT.
021200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
021300     CLOSE POSTING-HISTORY
021400           CUSTOMER-MASTER
021500           LOSS-REPORT.
021600     IF LSR-LOSS-OPEN
021700         CLOSE LOSS-LEDGER.
021800     STOP RUN.
021900
022000******************************************************************
022100*    1000-INITIALIZE.  BRANCH NAMES, FILES, PERIOD.              *
022200******************************************************************
022300 1000-INITIALIZE.
022400*    NO BRANCH MASTER MEANS BLANK NAMES ON THE BRANCH LINES
022500     OPEN INPUT BRANCH-MASTER.
022600     IF LSR-BRM-STATUS = "00"
022700         PERFORM 1300-LOAD-BRANCH-REF THRU 1300-EXIT
022800             UNTIL LSR-BRM-EOF
022900         CLOSE BRANCH-MASTER.
023000     OPEN INPUT  POSTING-HISTORY
023100          INPUT  CUSTOMER-MASTER
023200          OUTPUT LOSS-REPORT.
023300     IF LSR-HIST-STATUS NOT = "00"
023400         DISPLAY "LOSSRPT: POSTING HISTORY OPEN FAILED "
023500             LSR-HIST-STATUS
023600         MOVE 12 TO RETURN-CODE
023700         STOP RUN.
023800     IF LSR-MAST-STATUS NOT = "00"
023900         DISPLAY "LOSSRPT: MASTER OPEN FAILED " LSR-MAST-STATUS
024000         MOVE 12 TO RETURN-CODE
024100         STOP RUN.
024200*    NO LOSS LEDGER MEANS NOTHING HAS BEEN CHARGED OFF YET
024300     OPEN INPUT LOSS-LEDGER.
024400     IF LSR-LOSS-STATUS = "00"
024500         MOVE "Y" TO LSR-LOSS-OPEN-SW
024600     ELSE
024700         MOVE "Y" TO LSR-LOSS-EOF-SW.
024800     ACCEPT LSR-RUN-DATE FROM DATE YYYYMMDD.
024900     MOVE LSR-RUN-PERIOD TO LSR-HDG-PERIOD.
025000     MOVE LSR-RUN-DATE TO LSR-HDG-DATE.
025100     WRITE REPORT-LINE FROM LSR-HEADING-1
025200         AFTER ADVANCING PAGE.
025300 1000-EXIT.
025400     EXIT.
025500
025600 1300-LOAD-BRANCH-REF.
025700     READ BRANCH-MASTER
025800         AT END
025900             MOVE "Y" TO LSR-BRM-EOF-SW
026000             GO TO 1300-EXIT
026100     END-READ.
026200     IF LSR-BRM-CNT >= LSR-BRM-MAX
026300         DISPLAY "LOSSRPT: BRANCH TABLE OVERFLOW"
026400         MOVE 12 TO RETURN-CODE
026500         STOP RUN.
026600     ADD 1 TO LSR-BRM-CNT.
026700     MOVE BR-BRANCH-CODE TO LSR-BRM-CODE (LSR-BRM-CNT).
026800     MOVE BR-BRANCH-NAME TO LSR-BRM-NAME (LSR-BRM-CNT).
026900 1300-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*    2000-SELECT-ITEMS.  OUTSTANDING LOSSES FROM THE LOSS        *
027400*    LEDGER, THEN THE MONTH'S CHARGE-OFFS AND RECOVERIES FROM    *
027500*    THE POSTING HISTORY, INTO THE SORT.                         *
027600******************************************************************
027700 2000-SELECT-ITEMS.
027800     PERFORM 2100-SELECT-LOSS THRU 2100-EXIT
027900         UNTIL LSR-LOSS-EOF.
028000     PERFORM 2200-SELECT-POSTING THRU 2200-EXIT
028100         UNTIL LSR-HIST-EOF.
028200 2000-SELECT-EXIT.
028300     EXIT.
028400
028500 2100-SELECT-LOSS.
028600     READ LOSS-LEDGER NEXT RECORD
028700         AT END
028800             MOVE "Y" TO LSR-LOSS-EOF-SW
028900             GO TO 2100-EXIT
029000     END-READ.
029100     IF NOT LL-OUTSTANDING
029200         GO TO 2100-EXIT.
029300     MOVE LL-BRANCH TO SRT-BRANCH.
029400     MOVE "2" TO SRT-KIND.
029500     MOVE LL-CUST-NUMBER TO SRT-CUST.
029600     MOVE LL-ACCT-SEQ TO SRT-ACCT.
029700     MOVE LL-CHGOFF-DATE TO SRT-DATE.
029800     MOVE "W" TO SRT-TYPE.
029900     COMPUTE SRT-AMOUNT = LL-CHGOFF-AMOUNT - LL-RECOVERED.
030000     MOVE SPACES TO SRT-REFERENCE.
030100     RELEASE SORT-RECORD.
030200 2100-EXIT.
030300     EXIT.
030400
030500 2200-SELECT-POSTING.
030600     READ POSTING-HISTORY
030700         AT END
030800             MOVE "Y" TO LSR-HIST-EOF-SW
030900             GO TO 2200-EXIT
031000     END-READ.
031100     MOVE PH-POST-DATE TO LSR-HIST-DATE-X.
031200     IF LSR-HIST-YYYYMM NOT = LSR-RUN-PERIOD
031300         GO TO 2200-EXIT.
031400     IF PH-SOURCE = "CHGOFF  "
031500         MOVE "W" TO SRT-TYPE
031600     ELSE
031700         IF PH-SOURCE = "RECOVERY"
031800             MOVE "R" TO SRT-TYPE
031900         ELSE
032000             GO TO 2200-EXIT
032100         END-IF
032200     END-IF.
032300     MOVE PH-CUST-NUMBER TO SRT-CUST.
032400     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
032500         MOVE PH-ACCT-SEQ TO SRT-ACCT
032600     ELSE
032700         MOVE 1 TO SRT-ACCT
032800     END-IF.
032900*    THE LOSS STAYS WITH THE BRANCH IT WAS BOOKED TO
033000     MOVE PH-BRANCH TO SRT-BRANCH.
033100     IF LSR-LOSS-OPEN
033200         MOVE SRT-CUST TO LL-CUST-NUMBER
033300         MOVE SRT-ACCT TO LL-ACCT-SEQ
033400         READ LOSS-LEDGER
033500             INVALID KEY CONTINUE
033600             NOT INVALID KEY MOVE LL-BRANCH TO SRT-BRANCH
033700         END-READ
033800     END-IF.
033900     MOVE "1" TO SRT-KIND.
034000     MOVE PH-POST-DATE TO SRT-DATE.
034100     MOVE PH-AMOUNT TO SRT-AMOUNT.
034200     MOVE PH-REFERENCE TO SRT-REFERENCE.
034300     RELEASE SORT-RECORD.
034400 2200-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    3000-LIST-ITEMS.  ONE SECTION PER BRANCH WITH ITS TOTALS.   *
034900******************************************************************
035000 3000-LIST-ITEMS.
035100     PERFORM 3100-LIST-ONE THRU 3100-EXIT
035200         UNTIL LSR-SORT-EOF.
035300     IF NOT LSR-FIRST-ITEM
035400         PERFORM 3300-BRANCH-TOTAL THRU 3300-EXIT.
035500 3000-LIST-EXIT.
035600     EXIT.
035700
035800 3100-LIST-ONE.
035900     RETURN SORT-WORK
036000         AT END
036100             MOVE "Y" TO LSR-SORT-EOF-SW
036200             GO TO 3100-EXIT
036300     END-RETURN.
036400     IF LSR-FIRST-ITEM
036500         MOVE "N" TO LSR-FIRST-SW
036600         PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
036700     ELSE
036800         IF SRT-BRANCH NOT = LSR-CURR-BRANCH
036900             PERFORM 3300-BRANCH-TOTAL THRU 3300-EXIT
037000             PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
037100         END-IF
037200     END-IF.
037300     IF SRT-KIND = "2"
037400         ADD 1 TO LSR-BR-OS-COUNT
037500         ADD SRT-AMOUNT TO LSR-BR-OS-AMOUNT
037600         GO TO 3100-EXIT.
037700     MOVE SRT-CUST TO CUST-NUMBER.
037800     READ CUSTOMER-MASTER
037900         INVALID KEY
038000             MOVE SPACES TO FIRSTNAME
038100             MOVE "*NOT ON MASTER*" TO LASTNAME
038200     END-READ.
038300     MOVE SRT-CUST TO LSR-DTL-CUST.
038400     MOVE SRT-ACCT TO LSR-DTL-ACCT.
038500     MOVE FIRSTNAME TO LSR-DTL-FIRSTNAME.
038600     MOVE LASTNAME TO LSR-DTL-LASTNAME.
038700     MOVE SRT-DATE TO LSR-DTL-DATE.
038800     MOVE SRT-AMOUNT TO LSR-DTL-AMOUNT.
038900     MOVE SRT-REFERENCE TO LSR-DTL-REFERENCE.
039000     IF SRT-CHARGE-OFF
039100         MOVE "CHARGE-OFF" TO LSR-DTL-TYPE
039200         ADD 1 TO LSR-BR-CO-COUNT
039300         ADD SRT-AMOUNT TO LSR-BR-CO-AMOUNT
039400     ELSE
039500         MOVE "RECOVERY" TO LSR-DTL-TYPE
039600         ADD 1 TO LSR-BR-RC-COUNT
039700         ADD SRT-AMOUNT TO LSR-BR-RC-AMOUNT
039800     END-IF.
039900     WRITE REPORT-LINE FROM LSR-DETAIL-LINE
040000         AFTER ADVANCING 1 LINE.
040100 3100-EXIT.
040200     EXIT.
040300
040400 3200-BRANCH-HEADING.
040500     MOVE SRT-BRANCH TO LSR-CURR-BRANCH.
040600     MOVE SRT-BRANCH TO LSR-BRL-BRANCH.
040700     MOVE SPACES TO LSR-BRL-NAME.
040800     MOVE "N" TO LSR-BRM-FOUND-SW.
040900     MOVE ZERO TO LSR-BRM-SUB.
041000     PERFORM 3210-SCAN-BRANCH THRU 3210-EXIT
041100         UNTIL LSR-BRM-FOUND
041200            OR LSR-BRM-SUB >= LSR-BRM-CNT.
041300     IF LSR-BRM-FOUND
041400         MOVE LSR-BRM-NAME (LSR-BRM-SUB) TO LSR-BRL-NAME.
041500     WRITE REPORT-LINE FROM LSR-BRANCH-LINE
041600         AFTER ADVANCING 2 LINES.
041700     WRITE REPORT-LINE FROM LSR-HEADING-2
041800         AFTER ADVANCING 1 LINE.
041900 3200-EXIT.
042000     EXIT.
042100
042200 3210-SCAN-BRANCH.
042300     ADD 1 TO LSR-BRM-SUB.
042400     IF LSR-BRM-CODE (LSR-BRM-SUB) = SRT-BRANCH
042500         MOVE "Y" TO LSR-BRM-FOUND-SW.
042600 3210-EXIT.
042700     EXIT.
042800
042900 3300-BRANCH-TOTAL.
043000     MOVE "CHARGED OFF THIS PERIOD" TO LSR-TOT-LABEL.
043100     MOVE LSR-BR-CO-COUNT TO LSR-TOT-COUNT.
043200     MOVE LSR-BR-CO-AMOUNT TO LSR-TOT-AMOUNT.
043300     WRITE REPORT-LINE FROM LSR-TOTAL-LINE
043400         AFTER ADVANCING 2 LINES.
043500     MOVE "RECOVERED THIS PERIOD" TO LSR-TOT-LABEL.
043600     MOVE LSR-BR-RC-COUNT TO LSR-TOT-COUNT.
043700     MOVE LSR-BR-RC-AMOUNT TO LSR-TOT-AMOUNT.
043800     WRITE REPORT-LINE FROM LSR-TOTAL-LINE
043900         AFTER ADVANCING 1 LINE.
044000     MOVE "LOSSES OUTSTANDING" TO LSR-TOT-LABEL.
044100     MOVE LSR-BR-OS-COUNT TO LSR-TOT-COUNT.
044200     MOVE LSR-BR-OS-AMOUNT TO LSR-TOT-AMOUNT.
044300     WRITE REPORT-LINE FROM LSR-TOTAL-LINE
044400         AFTER ADVANCING 1 LINE.
044500     ADD LSR-BR-CO-COUNT TO LSR-GR-CO-COUNT.
044600     ADD LSR-BR-CO-AMOUNT TO LSR-GR-CO-AMOUNT.
044700     ADD LSR-BR-RC-COUNT TO LSR-GR-RC-COUNT.
044800     ADD LSR-BR-RC-AMOUNT TO LSR-GR-RC-AMOUNT.
044900     ADD LSR-BR-OS-COUNT TO LSR-GR-OS-COUNT.
045000     ADD LSR-BR-OS-AMOUNT TO LSR-GR-OS-AMOUNT.
045100     MOVE ZERO TO LSR-BR-CO-COUNT.
045200     MOVE ZERO TO LSR-BR-CO-AMOUNT.
045300     MOVE ZERO TO LSR-BR-RC-COUNT.
045400     MOVE ZERO TO LSR-BR-RC-AMOUNT.
045500     MOVE ZERO TO LSR-BR-OS-COUNT.
045600     MOVE ZERO TO LSR-BR-OS-AMOUNT.
045700 3300-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*    4000-PRINT-TOTALS.  GRAND TOTALS FOR THE PERIOD.            *
046200******************************************************************
046300 4000-PRINT-TOTALS.
046400     MOVE "ALL BRANCHES - CHARGED OFF" TO LSR-TOT-LABEL.
046500     MOVE LSR-GR-CO-COUNT TO LSR-TOT-COUNT.
046600     MOVE LSR-GR-CO-AMOUNT TO LSR-TOT-AMOUNT.
046700     WRITE REPORT-LINE FROM LSR-TOTAL-LINE
046800         AFTER ADVANCING 3 LINES.
046900     MOVE "ALL BRANCHES - RECOVERED" TO LSR-TOT-LABEL.
047000     MOVE LSR-GR-RC-COUNT TO LSR-TOT-COUNT.
047100     MOVE LSR-GR-RC-AMOUNT TO LSR-TOT-AMOUNT.
047200     WRITE REPORT-LINE FROM LSR-TOTAL-LINE
047300         AFTER ADVANCING 1 LINE.
047400     MOVE "ALL BRANCHES - OUTSTANDING" TO LSR-TOT-LABEL.
047500     MOVE LSR-GR-OS-COUNT TO LSR-TOT-COUNT.
047600     MOVE LSR-GR-OS-AMOUNT TO LSR-TOT-AMOUNT.
047700     WRITE REPORT-LINE FROM LSR-TOTAL-LINE
047800         AFTER ADVANCING 1 LINE.
047900 4000-EXIT.
048000     EXIT.
