000100******************************************************************
000200* PROGRAM NAME:   PROFRPT                                        *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* MONTHLY CUSTOMER AND BRANCH PROFITABILITY REPORT FOR           *
000600* MANAGEMENT.  RUNS IN THE MONTH-END CHAIN (CALENDCK RC=1 GATES  *
000700* IT IN, AS FOR MONTHEND).  FOR EVERY CUSTOMER WITH INCOME OR    *
000800* COST IN THE YEAR TO DATE IT TAKES FROM THE POSTING HISTORY, BY *
000900* SOURCE, THE DEBIT INTEREST AND FEES EARNED AND THE CREDIT      *
001000* INTEREST PAID, AND FROM THE STATEMENT ARCHIVE THE STATEMENTS   *
001100* SENT, EACH COSTED AT THE PAPER OR ELECTRONIC SERVICING RATE FOR*
001200* THE DELIVERY PREFERENCE IT WENT OUT UNDER.  NET = DEBIT        *
001300* INTEREST + FEES - CREDIT INTEREST - SERVICING COST, FOR THE    *
001400* RUN DATE'S MONTH AND FOR THE CALENDAR YEAR TO DATE.  PRINTS    *
001500* THE MOST AND LEAST PROFITABLE CUSTOMERS OF THE MONTH, A LEAGUE *
001600* TABLE OF BRANCHES (CUST-BRANCH ON THE MASTER) RANKED BY THE    *
001700* MONTH'S NET WITH THE YEAR-TO-DATE NET BESIDE IT, AND THE       *
001800* REGION TOTALS FROM THE BRANCH MASTER.  SOURCES, COSTS AND THE  *
001900* LIST LENGTH COME FROM PROFPARM; NO PARAMETER FILE MEANS THE    *
002000* HOUSE DEFAULTS BELOW.                                          *
002100*                                                                *
002200* MAINTENANCE LOG                                                *
002300* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002400* --------- ------------  -------------------------------------- *
002500* 15/10/26  HK            CREATED - MONTHLY PROFITABILITY REPORT *
002533* 15/10/26  HK            PRODUCT CHARGES (PRODFEE) ARE A HOUSE  *
002566*                         DEFAULT FEE SOURCE                     *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  PROFRPT.
002900 AUTHOR. H. KELLER.
003000 INSTALLATION. COBOL DEVELOPMENT CENTER.
003100 DATE-WRITTEN. 15/10/26.
003200 DATE-COMPILED. 15/10/26.
003300 SECURITY. NON-CONFIDENTIAL.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PARAMETER-FILE ASSIGN TO PROFPARM
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS PRF-PARM-STATUS.
004100     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS PH-KEY
004500         FILE STATUS IS PRF-HIST-STATUS.
004600     SELECT STMT-ARCHIVE ASSIGN TO STMTARCH
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS SA-KEY
005000         FILE STATUS IS PRF-ARCH-STATUS.
005100     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-NUMBER
005500         FILE STATUS IS PRF-MAST-STATUS.
005600     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS PRF-BRM-STATUS.
005900     SELECT PROFIT-REPORT ASSIGN TO PROFRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS PRF-RPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PARAMETER-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 COPY PROFPARM.
006800
006900 FD  POSTING-HISTORY
007000     RECORD CONTAINS 100 CHARACTERS.
007100 COPY POSTHIST.
007200
007300 FD  STMT-ARCHIVE
007400     RECORD CONTAINS 60 CHARACTERS.
007500 COPY STMTARCH.
007600
007700 FD  CUSTOMER-MASTER
007800     RECORD CONTAINS 273 CHARACTERS.
007900 COPY CUSTMAST.
008000
008100 FD  BRANCH-MASTER
008200     RECORD CONTAINS 40 CHARACTERS.
008300 COPY BRANCHMS.
008400
008500 FD  PROFIT-REPORT
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  REPORT-LINE                 PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 77  PRF-PARM-STATUS             PIC X(02).
009100 77  PRF-HIST-STATUS             PIC X(02).
009200 77  PRF-ARCH-STATUS             PIC X(02).
009300 77  PRF-MAST-STATUS             PIC X(02).
009400 77  PRF-BRM-STATUS              PIC X(02).
009500 77  PRF-RPT-STATUS              PIC X(02).
009600
009700 77  PRF-HIST-EOF-SW             PIC X(01) VALUE "N".
009800     88  PRF-HIST-EOF            VALUE "Y".
009900 77  PRF-ARCH-EOF-SW             PIC X(01) VALUE "N".
010000     88  PRF-ARCH-EOF            VALUE "Y".
010100 77  PRF-BRM-EOF-SW              PIC X(01) VALUE "N".
010200     88  PRF-BRM-EOF             VALUE "Y".
010300 77  PRF-FOUND-SW                PIC X(01) VALUE "N".
010400     88  PRF-FOUND               VALUE "Y".
010500 77  PRF-MONTH-SW                PIC X(01) VALUE "N".
010600     88  PRF-IN-MONTH            VALUE "Y".
010700 77  PRF-FEE-SW                  PIC X(01) VALUE "N".
010800     88  PRF-FEE-ITEM            VALUE "Y".
010900 77  PRF-LIST-SW                 PIC X(01) VALUE "T".
011000     88  PRF-TOP-LIST            VALUE "T".
011100     88  PRF-BOTTOM-LIST         VALUE "B".
011200
011300* HOUSE DEFAULTS, OVERRIDDEN BY THE PROFPARM RECORD
011400 77  PRF-PAPER-COST              PIC 9(03)V9(02) VALUE 1.20.
011500 77  PRF-ELEC-COST               PIC 9(03)V9(02) VALUE 0.15.
011600 77  PRF-INTEREST-SOURCE         PIC X(08) VALUE "INTACCR ".
011700 77  PRF-RANK-COUNT              PIC 9(02) VALUE 10.
011800
011900 77  PRF-FEE-MAX                 PIC 9(02) COMP VALUE 6.
012000 77  PRF-FEE-COUNT               PIC 9(02) COMP VALUE 3.
012100 77  PRF-FEE-SUB                 PIC 9(02) COMP VALUE ZERO.
012200 77  PRF-CUST-MAX                PIC 9(05) COMP VALUE 5000.
012300 77  PRF-CUST-COUNT              PIC 9(05) COMP VALUE ZERO.
012400 77  PRF-CUST-SUB                PIC 9(05) COMP VALUE ZERO.
012500 77  PRF-BEST-SUB                PIC 9(05) COMP VALUE ZERO.
012600 77  PRF-BRM-MAX                 PIC 9(02) COMP VALUE 50.
012700 77  PRF-BRM-CNT                 PIC 9(02) COMP VALUE ZERO.
012800 77  PRF-BRM-SUB                 PIC 9(02) COMP VALUE ZERO.
012900 77  PRF-BR-COUNT                PIC 9(02) COMP VALUE ZERO.
013000 77  PRF-BR-SUB                  PIC 9(02) COMP VALUE ZERO.
013100 77  PRF-BEST-BR                 PIC 9(02) COMP VALUE ZERO.
013200 77  PRF-RG-MAX                  PIC 9(02) COMP VALUE 20.
013300 77  PRF-RG-COUNT                PIC 9(02) COMP VALUE ZERO.
013400 77  PRF-RG-SUB                  PIC 9(02) COMP VALUE ZERO.
013500 77  PRF-RANK                    PIC 9(05) COMP VALUE ZERO.
013600
013700 77  PRF-ITEM-CUST               PIC 9(06) VALUE ZERO.
013800 77  PRF-STMT-COST               PIC 9(05)V9(02) VALUE ZERO.
013900 77  PRF-HIST-READ               PIC 9(07) COMP VALUE ZERO.
014000 77  PRF-STMT-READ               PIC 9(07) COMP VALUE ZERO.
014100 77  PRF-NO-MASTER               PIC 9(05) COMP VALUE ZERO.
014200
014300 01  PRF-RUN-DATE                PIC 9(08).
014400 01  PRF-RUN-DATE-X REDEFINES PRF-RUN-DATE.
014500     05  PRF-RUN-PERIOD          PIC 9(06).
014600     05  FILLER                  PIC X(02).
014700 01  PRF-RUN-DATE-Y REDEFINES PRF-RUN-DATE.
014800     05  PRF-RUN-YEAR            PIC 9(04).
014900     05  FILLER                  PIC X(04).
015000 01  PRF-ITEM-DATE               PIC 9(08).
015100 01  PRF-ITEM-DATE-X REDEFINES PRF-ITEM-DATE.
015200     05  PRF-ITEM-PERIOD         PIC 9(06).
015300     05  FILLER                  PIC X(02).
015400 01  PRF-ITEM-DATE-Y REDEFINES PRF-ITEM-DATE.
015500     05  PRF-ITEM-YEAR           PIC 9(04).
015600     05  FILLER                  PIC X(04).
015700
015800 01  PRF-FEE-TABLE.
015900     05  PRF-FEE-SOURCE          PIC X(08) OCCURS 6 TIMES.
016000
016100* ONE ENTRY PER CUSTOMER WITH INCOME OR COST IN THE YEAR
016200 01  PRF-CUST-TABLE.
016300     05  PRF-CT-ENTRY OCCURS 5000 TIMES.
016400         10  PRF-CT-CUST         PIC 9(06).
016500         10  PRF-CT-BRANCH       PIC X(03).
016600         10  PRF-CT-FIRSTNAME    PIC X(10).
016700         10  PRF-CT-LASTNAME     PIC X(15).
016800         10  PRF-CT-DR-INT       PIC 9(07)V9(02).
016900         10  PRF-CT-FEES         PIC 9(07)V9(02).
017000         10  PRF-CT-CR-INT       PIC 9(07)V9(02).
017100         10  PRF-CT-COST         PIC 9(05)V9(02).
017200         10  PRF-CT-NET          PIC S9(09)V9(02).
017300         10  PRF-CT-YTD-NET      PIC S9(09)V9(02).
017400         10  PRF-CT-PICKED       PIC X(01).
017500
017600* BRANCH REFERENCE FROM THE BRANCH MASTER
017700 01  PRF-BRM-TABLE.
017800     05  PRF-BRM-ENTRY OCCURS 50 TIMES.
017900         10  PRF-BRM-CODE        PIC X(03).
018000         10  PRF-BRM-NAME        PIC X(20).
018100         10  PRF-BRM-REGION      PIC X(03).
018200
018300* ONE ENTRY PER BRANCH WITH A CUSTOMER IN THE CUSTOMER TABLE
018400 01  PRF-BRANCH-TABLE.
018500     05  PRF-BR-ENTRY OCCURS 50 TIMES.
018600         10  PRF-BR-CODE         PIC X(03).
018700         10  PRF-BR-NAME         PIC X(20).
018800         10  PRF-BR-REGION       PIC X(03).
018900         10  PRF-BR-CUSTS        PIC 9(05) COMP.
019000         10  PRF-BR-DR-INT       PIC 9(09)V9(02).
019100         10  PRF-BR-FEES         PIC 9(09)V9(02).
019200         10  PRF-BR-CR-INT       PIC 9(09)V9(02).
019300         10  PRF-BR-COST         PIC 9(07)V9(02).
019400         10  PRF-BR-NET          PIC S9(11)V9(02).
019500         10  PRF-BR-YTD-NET      PIC S9(11)V9(02).
019600         10  PRF-BR-PICKED       PIC X(01).
019700
019800 01  PRF-REGION-TABLE.
019900     05  PRF-RG-ENTRY OCCURS 20 TIMES.
020000         10  PRF-RG-CODE         PIC X(03).
020100         10  PRF-RG-BRANCHES     PIC 9(03) COMP.
020200         10  PRF-RG-CUSTS        PIC 9(05) COMP.
020300         10  PRF-RG-NET          PIC S9(11)V9(02).
020400         10  PRF-RG-YTD-NET      PIC S9(11)V9(02).
020500
020600 01  PRF-BOOK-TOTALS.
020700     05  PRF-BK-CUSTS            PIC 9(05) COMP.
020800     05  PRF-BK-NET              PIC S9(11)V9(02).
020900     05  PRF-BK-YTD-NET          PIC S9(11)V9(02).
021000
021100 01  PRF-HEADING-1.
021200     05  FILLER                  PIC X(09) VALUE "PROFRPT  ".
021300     05  FILLER                  PIC X(30)
021400         VALUE "PROFITABILITY - PERIOD       ".
021500     05  PRF-HDG-PERIOD          PIC 9(06).
021600     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
021700     05  PRF-HDG-DATE            PIC 9(08).
021800     05  FILLER                  PIC X(69) VALUE SPACES.
021900
022000 01  PRF-SECTION-LINE.
022100     05  PRF-SEC-TITLE           PIC X(50).
022200     05  FILLER                  PIC X(82) VALUE SPACES.
022300
022400 01  PRF-CUST-HEADING.
022500     05  FILLER                  PIC X(41)
022600         VALUE "RANK  CUST    NAME                       ".
022700     05  FILLER                  PIC X(41)
022800         VALUE "BRN      DR INT        FEES      CR INT  ".
022900     05  FILLER                  PIC X(34)
023000         VALUE "    COST    MONTH NET     YTD NET".
023100     05  FILLER                  PIC X(16) VALUE SPACES.
023200
023300 01  PRF-CUST-LINE.
023400     05  PRF-CL-RANK             PIC ZZ9.
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  PRF-CL-CUST             PIC 9(06).
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  PRF-CL-FIRSTNAME        PIC X(10).
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  PRF-CL-LASTNAME         PIC X(15).
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  PRF-CL-BRANCH           PIC X(03).
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  PRF-CL-DR-INT           PIC Z(06)9.99.
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  PRF-CL-FEES             PIC Z(06)9.99.
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  PRF-CL-CR-INT           PIC Z(06)9.99.
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  PRF-CL-COST             PIC Z(04)9.99.
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  PRF-CL-NET              PIC -(08)9.99.
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  PRF-CL-YTD-NET          PIC -(08)9.99.
025500     05  FILLER                  PIC X(15) VALUE SPACES.
025600
025700 01  PRF-BRANCH-HEADING.
025800     05  FILLER                  PIC X(44)
025900         VALUE "RANK  BRN  NAME                  RGN  CUSTS".
026000     05  FILLER                  PIC X(42)
026100         VALUE "        DR INT          FEES        CR INT".
026200     05  FILLER                  PIC X(40)
026300         VALUE "      COST      MONTH NET        YTD NET".
026400     05  FILLER                  PIC X(06) VALUE SPACES.
026500
026600 01  PRF-BRANCH-LINE.
026700     05  PRF-BL-RANK             PIC ZZ9.
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  PRF-BL-BRANCH           PIC X(03).
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  PRF-BL-NAME             PIC X(20).
027200     05  FILLER                  PIC X(02) VALUE SPACES.
027300     05  PRF-BL-REGION           PIC X(03).
027400     05  FILLER                  PIC X(02) VALUE SPACES.
027500     05  PRF-BL-CUSTS            PIC Z(04)9.
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  PRF-BL-DR-INT           PIC Z(08)9.99.
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  PRF-BL-FEES             PIC Z(08)9.99.
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  PRF-BL-CR-INT           PIC Z(08)9.99.
028200     05  FILLER                  PIC X(02) VALUE SPACES.
028300     05  PRF-BL-COST             PIC Z(06)9.99.
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  PRF-BL-NET              PIC -(09)9.99.
028600     05  FILLER                  PIC X(02) VALUE SPACES.
028700     05  PRF-BL-YTD-NET          PIC -(09)9.99.
028800     05  FILLER                  PIC X(06) VALUE SPACES.
028900
029000 01  PRF-REGION-LINE.
029100     05  FILLER                  PIC X(07) VALUE "REGION ".
029200     05  PRF-RL-REGION           PIC X(05).
029300     05  FILLER                  PIC X(10) VALUE "BRANCHES ".
029400     05  PRF-RL-BRANCHES         PIC ZZ9.
029500     05  FILLER                  PIC X(13) VALUE "  CUSTOMERS ".
029600     05  PRF-RL-CUSTS            PIC Z(04)9.
029700     05  FILLER                  PIC X(13) VALUE "  MONTH NET ".
029800     05  PRF-RL-NET              PIC -(09)9.99.
029900     05  FILLER                  PIC X(11) VALUE "  YTD NET ".
030000     05  PRF-RL-YTD-NET          PIC -(09)9.99.
030100     05  FILLER                  PIC X(39) VALUE SPACES.
030200
030300 PROCEDURE DIVISION.
030400******************************************************************
030500*    0000-MAINLINE.  ACCUMULATE, ROLL UP, RANK, PRINT.           *
030600******************************************************************
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030900     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
031000         UNTIL PRF-HIST-EOF.
031100     PERFORM 2500-SCAN-STATEMENTS THRU 2500-EXIT
031200         UNTIL PRF-ARCH-EOF.
031300     MOVE ZERO TO PRF-CUST-SUB.
031400     PERFORM 3000-ROLL-CUSTOMER THRU 3000-EXIT
031500         UNTIL PRF-CUST-SUB >= PRF-CUST-COUNT.
031600     MOVE "T" TO PRF-LIST-SW.
031700     MOVE "MOST PROFITABLE CUSTOMERS OF THE MONTH"
031800         TO PRF-SEC-TITLE.
031900     PERFORM 5000-RANK-CUSTOMERS THRU 5000-EXIT.
032000     MOVE "B" TO PRF-LIST-SW.
032100     MOVE "LEAST PROFITABLE CUSTOMERS OF THE MONTH"
032200         TO PRF-SEC-TITLE.
032300     PERFORM 5000-RANK-CUSTOMERS THRU 5000-EXIT.
032400     PERFORM 6000-BRANCH-LEAGUE THRU 6000-EXIT.
032500     PERFORM 7000-REGION-TOTALS THRU 7000-EXIT.
032600     CLOSE POSTING-HISTORY
032700           CUSTOMER-MASTER
032800           PROFIT-REPORT.
032900     DISPLAY "PROFRPT: " PRF-CUST-COUNT " CUSTOMERS, "
033000         PRF-BR-COUNT " BRANCHES REPORTED".
033100     STOP RUN.
033200
033300******************************************************************
033400*    1000-INITIALIZE.  PARAMETERS, BRANCH NAMES, FILES, PERIOD.  *
033500******************************************************************
033600 1000-INITIALIZE.
033700     MOVE SPACES TO PRF-FEE-TABLE.
033800     MOVE "DUNNING " TO PRF-FEE-SOURCE (1).
033900     MOVE "DDRETURN" TO PRF-FEE-SOURCE (2).
033950     MOVE "PRODFEE " TO PRF-FEE-SOURCE (3).
034000     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
034100*    NO BRANCH MASTER MEANS BLANK NAMES AND REGIONS
034200     OPEN INPUT BRANCH-MASTER.
034300     IF PRF-BRM-STATUS = "00"
034400         PERFORM 1300-LOAD-BRANCH-REF THRU 1300-EXIT
034500             UNTIL PRF-BRM-EOF
034600         CLOSE BRANCH-MASTER.
034700     OPEN INPUT  POSTING-HISTORY
034800                 CUSTOMER-MASTER
034900          OUTPUT PROFIT-REPORT.
035000     IF PRF-HIST-STATUS NOT = "00"
035100         DISPLAY "PROFRPT: POSTING HISTORY OPEN FAILED "
035200             PRF-HIST-STATUS
035300         MOVE 12 TO RETURN-CODE
035400         STOP RUN.
035500     IF PRF-MAST-STATUS NOT = "00"
035600         DISPLAY "PROFRPT: MASTER OPEN FAILED " PRF-MAST-STATUS
035700         MOVE 12 TO RETURN-CODE
035800         STOP RUN.
035900*    NO STATEMENT ARCHIVE MEANS NO SERVICING COST TO CHARGE
036000     OPEN INPUT STMT-ARCHIVE.
036100     IF PRF-ARCH-STATUS = "00"
036200         PERFORM 2590-READ-STATEMENT THRU 2590-EXIT
036300     ELSE
036400         DISPLAY "PROFRPT: NO STATEMENT ARCHIVE - NO SERVICING "
036500             "COST CHARGED"
036600         MOVE "Y" TO PRF-ARCH-EOF-SW
036700     END-IF.
036800     INITIALIZE PRF-BRANCH-TABLE
036900                PRF-REGION-TABLE
037000                PRF-BOOK-TOTALS.
037100     ACCEPT PRF-RUN-DATE FROM DATE YYYYMMDD.
037200     MOVE PRF-RUN-PERIOD TO PRF-HDG-PERIOD.
037300     MOVE PRF-RUN-DATE TO PRF-HDG-DATE.
037400     WRITE REPORT-LINE FROM PRF-HEADING-1
037500         AFTER ADVANCING PAGE.
037600     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
037700 1000-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    1100-LOAD-PARAMETERS.  FINANCE'S RECORD OVER THE HOUSE      *
038200*    DEFAULTS.  AN INCONSISTENT RECORD STOPS THE STEP.           *
038300******************************************************************
038400 1100-LOAD-PARAMETERS.
038500     OPEN INPUT PARAMETER-FILE.
038600     IF PRF-PARM-STATUS NOT = "00"
038700         DISPLAY "PROFRPT: NO PARAMETER FILE - HOUSE DEFAULTS "
038800             "USED"
038900         GO TO 1100-EXIT.
039000     READ PARAMETER-FILE
039100         AT END
039200             DISPLAY "PROFRPT: PARAMETER FILE EMPTY - HOUSE "
039300                 "DEFAULTS USED"
039400             CLOSE PARAMETER-FILE
039500             GO TO 1100-EXIT
039600     END-READ.
039700     IF PF-PAPER-COST NOT NUMERIC
039800      OR PF-ELEC-COST NOT NUMERIC
039900      OR PF-RANK-COUNT NOT NUMERIC
040000      OR PF-RANK-COUNT = ZERO
040100      OR PF-INTEREST-SOURCE = SPACES
040200         DISPLAY "PROFRPT: PARAMETER RECORD INVALID"
040300         MOVE 12 TO RETURN-CODE
040400         STOP RUN.
040500     MOVE PF-PAPER-COST TO PRF-PAPER-COST.
040600     MOVE PF-ELEC-COST TO PRF-ELEC-COST.
040700     MOVE PF-INTEREST-SOURCE TO PRF-INTEREST-SOURCE.
040800     MOVE PF-RANK-COUNT TO PRF-RANK-COUNT.
040900     MOVE SPACES TO PRF-FEE-TABLE.
041000     MOVE ZERO TO PRF-FEE-COUNT.
041100     MOVE ZERO TO PRF-FEE-SUB.
041200     PERFORM 1110-TAKE-SOURCE THRU 1110-EXIT
041300         UNTIL PRF-FEE-SUB >= PRF-FEE-MAX.
041400     CLOSE PARAMETER-FILE.
041500 1100-EXIT.
041600     EXIT.
041700
041800 1110-TAKE-SOURCE.
041900     ADD 1 TO PRF-FEE-SUB.
042000     IF PF-FEE-SOURCE (PRF-FEE-SUB) NOT = SPACES
042100         ADD 1 TO PRF-FEE-COUNT
042200         MOVE PF-FEE-SOURCE (PRF-FEE-SUB)
042300             TO PRF-FEE-SOURCE (PRF-FEE-COUNT).
042400 1110-EXIT.
042500     EXIT.
042600
042700 1300-LOAD-BRANCH-REF.
042800     READ BRANCH-MASTER
042900         AT END
043000             MOVE "Y" TO PRF-BRM-EOF-SW
043100             GO TO 1300-EXIT
043200     END-READ.
043300     IF PRF-BRM-CNT >= PRF-BRM-MAX
043400         DISPLAY "PROFRPT: BRANCH TABLE OVERFLOW"
043500         MOVE 12 TO RETURN-CODE
043600         STOP RUN.
043700     ADD 1 TO PRF-BRM-CNT.
043800     MOVE BR-BRANCH-CODE TO PRF-BRM-CODE (PRF-BRM-CNT).
043900     MOVE BR-BRANCH-NAME TO PRF-BRM-NAME (PRF-BRM-CNT).
044000     MOVE BR-REGION TO PRF-BRM-REGION (PRF-BRM-CNT).
044100 1300-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*    2000-SCAN-HISTORY.  INTEREST AND FEE POSTINGS OF THE YEAR   *
044600*    TO DATE, PER CUSTOMER.                                      *
044700******************************************************************
044800 2000-SCAN-HISTORY.
044900     ADD 1 TO PRF-HIST-READ.
045000     IF PH-POST-DATE NOT NUMERIC
045100         GO TO 2000-READ-NEXT.
045200     MOVE PH-POST-DATE TO PRF-ITEM-DATE.
045300     IF PRF-ITEM-YEAR NOT = PRF-RUN-YEAR
045400      OR PRF-ITEM-PERIOD > PRF-RUN-PERIOD
045500         GO TO 2000-READ-NEXT.
045600     MOVE "N" TO PRF-FEE-SW.
045700     IF PH-SOURCE NOT = PRF-INTEREST-SOURCE
045800         PERFORM 2200-CHECK-FEE THRU 2200-EXIT
045900         IF NOT PRF-FEE-ITEM OR NOT PH-DEBIT
046000             GO TO 2000-READ-NEXT
046100         END-IF
046200     END-IF.
046300     MOVE "N" TO PRF-MONTH-SW.
046400     IF PRF-ITEM-PERIOD = PRF-RUN-PERIOD
046500         MOVE "Y" TO PRF-MONTH-SW.
046600     MOVE PH-CUST-NUMBER TO PRF-ITEM-CUST.
046700     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
046800     EVALUATE TRUE
046900         WHEN PRF-FEE-ITEM
047000             ADD PH-AMOUNT TO PRF-CT-YTD-NET (PRF-CUST-SUB)
047100             IF PRF-IN-MONTH
047200                 ADD PH-AMOUNT TO PRF-CT-FEES (PRF-CUST-SUB)
047300             END-IF
047400         WHEN PH-DEBIT
047500             ADD PH-AMOUNT TO PRF-CT-YTD-NET (PRF-CUST-SUB)
047600             IF PRF-IN-MONTH
047700                 ADD PH-AMOUNT TO PRF-CT-DR-INT (PRF-CUST-SUB)
047800             END-IF
047900         WHEN OTHER
048000             SUBTRACT PH-AMOUNT FROM PRF-CT-YTD-NET (PRF-CUST-SUB)
048100             IF PRF-IN-MONTH
048200                 ADD PH-AMOUNT TO PRF-CT-CR-INT (PRF-CUST-SUB)
048300             END-IF
048400     END-EVALUATE.
048500 2000-READ-NEXT.
048600     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
048700 2000-EXIT.
048800     EXIT.
048900
049000 2100-FIND-CUSTOMER.
049100     MOVE "N" TO PRF-FOUND-SW.
049200     MOVE ZERO TO PRF-CUST-SUB.
049300     PERFORM 2110-SCAN-CUSTOMER THRU 2110-EXIT
049400         UNTIL PRF-FOUND
049500            OR PRF-CUST-SUB >= PRF-CUST-COUNT.
049600     IF PRF-FOUND
049700         GO TO 2100-EXIT.
049800     IF PRF-CUST-COUNT >= PRF-CUST-MAX
049900         DISPLAY "PROFRPT: CUSTOMER TABLE OVERFLOW"
050000         MOVE 12 TO RETURN-CODE
050100         STOP RUN.
050200     ADD 1 TO PRF-CUST-COUNT.
050300     MOVE PRF-CUST-COUNT TO PRF-CUST-SUB.
050400     MOVE PRF-ITEM-CUST TO PRF-CT-CUST (PRF-CUST-SUB).
050500     MOVE SPACES TO PRF-CT-BRANCH (PRF-CUST-SUB).
050600     MOVE SPACES TO PRF-CT-FIRSTNAME (PRF-CUST-SUB).
050700     MOVE SPACES TO PRF-CT-LASTNAME (PRF-CUST-SUB).
050800     MOVE ZERO TO PRF-CT-DR-INT (PRF-CUST-SUB).
050900     MOVE ZERO TO PRF-CT-FEES (PRF-CUST-SUB).
051000     MOVE ZERO TO PRF-CT-CR-INT (PRF-CUST-SUB).
051100     MOVE ZERO TO PRF-CT-COST (PRF-CUST-SUB).
051200     MOVE ZERO TO PRF-CT-NET (PRF-CUST-SUB).
051300     MOVE ZERO TO PRF-CT-YTD-NET (PRF-CUST-SUB).
051400     MOVE "N" TO PRF-CT-PICKED (PRF-CUST-SUB).
051500 2100-EXIT.
051600     EXIT.
051700
051800 2110-SCAN-CUSTOMER.
051900     ADD 1 TO PRF-CUST-SUB.
052000     IF PRF-CT-CUST (PRF-CUST-SUB) = PRF-ITEM-CUST
052100         MOVE "Y" TO PRF-FOUND-SW.
052200 2110-EXIT.
052300     EXIT.
052400
052500 2200-CHECK-FEE.
052600     MOVE ZERO TO PRF-FEE-SUB.
052700     PERFORM 2210-SCAN-FEE THRU 2210-EXIT
052800         UNTIL PRF-FEE-ITEM
052900            OR PRF-FEE-SUB >= PRF-FEE-COUNT.
053000 2200-EXIT.
053100     EXIT.
053200
053300 2210-SCAN-FEE.
053400     ADD 1 TO PRF-FEE-SUB.
053500     IF PRF-FEE-SOURCE (PRF-FEE-SUB) = PH-SOURCE
053600         MOVE "Y" TO PRF-FEE-SW.
053700 2210-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100*    2500-SCAN-STATEMENTS.  EVERY STATEMENT OF THE YEAR TO DATE  *
054200*    COSTED BY THE DELIVERY PREFERENCE IT WAS SENT UNDER.        *
054300******************************************************************
054400 2500-SCAN-STATEMENTS.
054500     ADD 1 TO PRF-STMT-READ.
054600     IF SA-STMT-DATE NOT NUMERIC
054700         GO TO 2500-READ-NEXT.
054800     MOVE SA-STMT-DATE TO PRF-ITEM-DATE.
054900     IF PRF-ITEM-YEAR NOT = PRF-RUN-YEAR
055000      OR PRF-ITEM-PERIOD > PRF-RUN-PERIOD
055100         GO TO 2500-READ-NEXT.
055200     EVALUATE SA-CHANNEL
055300         WHEN "E"
055400             MOVE PRF-ELEC-COST TO PRF-STMT-COST
055500         WHEN "B"
055600             COMPUTE PRF-STMT-COST =
055700                 PRF-PAPER-COST + PRF-ELEC-COST
055800         WHEN OTHER
055900             MOVE PRF-PAPER-COST TO PRF-STMT-COST
056000     END-EVALUATE.
056100     MOVE SA-CUST-NUMBER TO PRF-ITEM-CUST.
056200     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
056300     SUBTRACT PRF-STMT-COST FROM PRF-CT-YTD-NET (PRF-CUST-SUB).
056400     IF PRF-ITEM-PERIOD = PRF-RUN-PERIOD
056500         ADD PRF-STMT-COST TO PRF-CT-COST (PRF-CUST-SUB).
056600 2500-READ-NEXT.
056700     PERFORM 2590-READ-STATEMENT THRU 2590-EXIT.
056800 2500-EXIT.
056900     EXIT.
057000
057100 2590-READ-STATEMENT.
057200     READ STMT-ARCHIVE NEXT RECORD
057300         AT END
057400             MOVE "Y" TO PRF-ARCH-EOF-SW
057500             CLOSE STMT-ARCHIVE
057600     END-READ.
057700 2590-EXIT.
057800     EXIT.
057900
058000 2900-READ-HISTORY.
058100     READ POSTING-HISTORY
058200         AT END MOVE "Y" TO PRF-HIST-EOF-SW
058300     END-READ.
058400 2900-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*    3000-ROLL-CUSTOMER.  THE MONTH'S NET, THE CUSTOMER'S BRANCH *
058900*    FROM THE MASTER, AND THE BRANCH, REGION AND BOOK TOTALS.    *
059000******************************************************************
059100 3000-ROLL-CUSTOMER.
059200     ADD 1 TO PRF-CUST-SUB.
059300     COMPUTE PRF-CT-NET (PRF-CUST-SUB) =
059400         PRF-CT-DR-INT (PRF-CUST-SUB) + PRF-CT-FEES (PRF-CUST-SUB)
059500         - PRF-CT-CR-INT (PRF-CUST-SUB)
059600         - PRF-CT-COST (PRF-CUST-SUB).
059700     MOVE PRF-CT-CUST (PRF-CUST-SUB) TO CUST-NUMBER.
059800     READ CUSTOMER-MASTER
059900         INVALID KEY
060000             ADD 1 TO PRF-NO-MASTER
060100             MOVE "???" TO PRF-CT-BRANCH (PRF-CUST-SUB)
060200         NOT INVALID KEY
060300             MOVE CUST-BRANCH TO PRF-CT-BRANCH (PRF-CUST-SUB)
060400             MOVE FIRSTNAME TO PRF-CT-FIRSTNAME (PRF-CUST-SUB)
060500             MOVE LASTNAME TO PRF-CT-LASTNAME (PRF-CUST-SUB)
060600     END-READ.
060700     PERFORM 3100-FIND-BRANCH THRU 3100-EXIT.
060800     ADD 1 TO PRF-BR-CUSTS (PRF-BR-SUB).
060900     ADD PRF-CT-DR-INT (PRF-CUST-SUB)
061000         TO PRF-BR-DR-INT (PRF-BR-SUB).
061100     ADD PRF-CT-FEES (PRF-CUST-SUB) TO PRF-BR-FEES (PRF-BR-SUB).
061200     ADD PRF-CT-CR-INT (PRF-CUST-SUB)
061300         TO PRF-BR-CR-INT (PRF-BR-SUB).
061400     ADD PRF-CT-COST (PRF-CUST-SUB) TO PRF-BR-COST (PRF-BR-SUB).
061500     ADD PRF-CT-NET (PRF-CUST-SUB) TO PRF-BR-NET (PRF-BR-SUB).
061600     ADD PRF-CT-YTD-NET (PRF-CUST-SUB)
061700         TO PRF-BR-YTD-NET (PRF-BR-SUB).
061800     ADD 1 TO PRF-BK-CUSTS.
061900     ADD PRF-CT-NET (PRF-CUST-SUB) TO PRF-BK-NET.
062000     ADD PRF-CT-YTD-NET (PRF-CUST-SUB) TO PRF-BK-YTD-NET.
062100 3000-EXIT.
062200     EXIT.
062300
062400 3100-FIND-BRANCH.
062500     MOVE "N" TO PRF-FOUND-SW.
062600     MOVE ZERO TO PRF-BR-SUB.
062700     PERFORM 3110-SCAN-BRANCH THRU 3110-EXIT
062800         UNTIL PRF-FOUND
062900            OR PRF-BR-SUB >= PRF-BR-COUNT.
063000     IF PRF-FOUND
063100         GO TO 3100-EXIT.
063200     IF PRF-BR-COUNT >= PRF-BRM-MAX
063300         DISPLAY "PROFRPT: BRANCH TABLE OVERFLOW"
063400         MOVE 12 TO RETURN-CODE
063500         STOP RUN.
063600     ADD 1 TO PRF-BR-COUNT.
063700     MOVE PRF-BR-COUNT TO PRF-BR-SUB.
063800     MOVE PRF-CT-BRANCH (PRF-CUST-SUB)
063900         TO PRF-BR-CODE (PRF-BR-SUB).
064000     MOVE "N" TO PRF-BR-PICKED (PRF-BR-SUB).
064100     PERFORM 3120-NAME-BRANCH THRU 3120-EXIT
064200         VARYING PRF-BRM-SUB FROM 1 BY 1
064300         UNTIL PRF-BRM-SUB > PRF-BRM-CNT.
064400 3100-EXIT.
064500     EXIT.
064600
064700 3110-SCAN-BRANCH.
064800     ADD 1 TO PRF-BR-SUB.
064900     IF PRF-BR-CODE (PRF-BR-SUB) = PRF-CT-BRANCH (PRF-CUST-SUB)
065000         MOVE "Y" TO PRF-FOUND-SW.
065100 3110-EXIT.
065200     EXIT.
065300
065400 3120-NAME-BRANCH.
065500     IF PRF-BRM-CODE (PRF-BRM-SUB) = PRF-BR-CODE (PRF-BR-SUB)
065600         MOVE PRF-BRM-NAME (PRF-BRM-SUB)
065700             TO PRF-BR-NAME (PRF-BR-SUB)
065800         MOVE PRF-BRM-REGION (PRF-BRM-SUB)
065900             TO PRF-BR-REGION (PRF-BR-SUB).
066000 3120-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400*    5000-RANK-CUSTOMERS.  THE PRF-RANK-COUNT CUSTOMERS WITH THE *
066500*    HIGHEST (TOP LIST) OR LOWEST (BOTTOM LIST) NET FOR THE      *
066600*    MONTH, BEST FIRST.                                          *
066700******************************************************************
066800 5000-RANK-CUSTOMERS.
066900     WRITE REPORT-LINE FROM PRF-SECTION-LINE
067000         AFTER ADVANCING 3 LINES.
067100     WRITE REPORT-LINE FROM PRF-CUST-HEADING
067200         AFTER ADVANCING 2 LINES.
067300     PERFORM 5010-CLEAR-PICK THRU 5010-EXIT
067400         VARYING PRF-CUST-SUB FROM 1 BY 1
067500         UNTIL PRF-CUST-SUB > PRF-CUST-COUNT.
067600     MOVE ZERO TO PRF-RANK.
067700     PERFORM 5100-PICK-CUSTOMER THRU 5100-EXIT
067800         UNTIL PRF-RANK >= PRF-RANK-COUNT
067900            OR PRF-RANK >= PRF-CUST-COUNT.
068000 5000-EXIT.
068100     EXIT.
068200
068300 5010-CLEAR-PICK.
068400     MOVE "N" TO PRF-CT-PICKED (PRF-CUST-SUB).
068500 5010-EXIT.
068600     EXIT.
068700
068800 5100-PICK-CUSTOMER.
068900     MOVE ZERO TO PRF-BEST-SUB.
069000     PERFORM 5110-COMPARE-CUSTOMER THRU 5110-EXIT
069100         VARYING PRF-CUST-SUB FROM 1 BY 1
069200         UNTIL PRF-CUST-SUB > PRF-CUST-COUNT.
069300     ADD 1 TO PRF-RANK.
069400     MOVE "Y" TO PRF-CT-PICKED (PRF-BEST-SUB).
069500     MOVE PRF-RANK TO PRF-CL-RANK.
069600     MOVE PRF-CT-CUST (PRF-BEST-SUB) TO PRF-CL-CUST.
069700     MOVE PRF-CT-FIRSTNAME (PRF-BEST-SUB) TO PRF-CL-FIRSTNAME.
069800     MOVE PRF-CT-LASTNAME (PRF-BEST-SUB) TO PRF-CL-LASTNAME.
069900     MOVE PRF-CT-BRANCH (PRF-BEST-SUB) TO PRF-CL-BRANCH.
070000     MOVE PRF-CT-DR-INT (PRF-BEST-SUB) TO PRF-CL-DR-INT.
070100     MOVE PRF-CT-FEES (PRF-BEST-SUB) TO PRF-CL-FEES.
070200     MOVE PRF-CT-CR-INT (PRF-BEST-SUB) TO PRF-CL-CR-INT.
070300     MOVE PRF-CT-COST (PRF-BEST-SUB) TO PRF-CL-COST.
070400     MOVE PRF-CT-NET (PRF-BEST-SUB) TO PRF-CL-NET.
070500     MOVE PRF-CT-YTD-NET (PRF-BEST-SUB) TO PRF-CL-YTD-NET.
070600     WRITE REPORT-LINE FROM PRF-CUST-LINE
070700         AFTER ADVANCING 1 LINE.
070800 5100-EXIT.
070900     EXIT.
071000
071100 5110-COMPARE-CUSTOMER.
071200     IF PRF-CT-PICKED (PRF-CUST-SUB) = "Y"
071300         GO TO 5110-EXIT.
071400     IF PRF-BEST-SUB = ZERO
071500         MOVE PRF-CUST-SUB TO PRF-BEST-SUB
071600         GO TO 5110-EXIT.
071700     IF PRF-TOP-LIST
071800      AND PRF-CT-NET (PRF-CUST-SUB) > PRF-CT-NET (PRF-BEST-SUB)
071900         MOVE PRF-CUST-SUB TO PRF-BEST-SUB.
072000     IF PRF-BOTTOM-LIST
072100      AND PRF-CT-NET (PRF-CUST-SUB) < PRF-CT-NET (PRF-BEST-SUB)
072200         MOVE PRF-CUST-SUB TO PRF-BEST-SUB.
072300 5110-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700*    6000-BRANCH-LEAGUE.  EVERY BRANCH RANKED BY THE MONTH'S NET,*
072800*    THEN THE WHOLE BOOK.                                        *
072900******************************************************************
073000 6000-BRANCH-LEAGUE.
073100     MOVE "BRANCH LEAGUE TABLE" TO PRF-SEC-TITLE.
073200     WRITE REPORT-LINE FROM PRF-SECTION-LINE
073300         AFTER ADVANCING 3 LINES.
073400     WRITE REPORT-LINE FROM PRF-BRANCH-HEADING
073500         AFTER ADVANCING 2 LINES.
073600     MOVE ZERO TO PRF-RANK.
073700     PERFORM 6100-PICK-BRANCH THRU 6100-EXIT
073800         UNTIL PRF-RANK >= PRF-BR-COUNT.
073900     MOVE SPACES TO PRF-BRANCH-LINE.
074000     MOVE "ALL BRANCHES" TO PRF-BL-NAME.
074100     MOVE PRF-BK-CUSTS TO PRF-BL-CUSTS.
074200     MOVE PRF-BK-NET TO PRF-BL-NET.
074300     MOVE PRF-BK-YTD-NET TO PRF-BL-YTD-NET.
074400     WRITE REPORT-LINE FROM PRF-BRANCH-LINE
074500         AFTER ADVANCING 2 LINES.
074600 6000-EXIT.
074700     EXIT.
074800
074900 6100-PICK-BRANCH.
075000     MOVE ZERO TO PRF-BEST-BR.
075100     PERFORM 6110-COMPARE-BRANCH THRU 6110-EXIT
075200         VARYING PRF-BR-SUB FROM 1 BY 1
075300         UNTIL PRF-BR-SUB > PRF-BR-COUNT.
075400     ADD 1 TO PRF-RANK.
075500     MOVE "Y" TO PRF-BR-PICKED (PRF-BEST-BR).
075600     MOVE PRF-RANK TO PRF-BL-RANK.
075700     MOVE PRF-BR-CODE (PRF-BEST-BR) TO PRF-BL-BRANCH.
075800     MOVE PRF-BR-NAME (PRF-BEST-BR) TO PRF-BL-NAME.
075900     MOVE PRF-BR-REGION (PRF-BEST-BR) TO PRF-BL-REGION.
076000     MOVE PRF-BR-CUSTS (PRF-BEST-BR) TO PRF-BL-CUSTS.
076100     MOVE PRF-BR-DR-INT (PRF-BEST-BR) TO PRF-BL-DR-INT.
076200     MOVE PRF-BR-FEES (PRF-BEST-BR) TO PRF-BL-FEES.
076300     MOVE PRF-BR-CR-INT (PRF-BEST-BR) TO PRF-BL-CR-INT.
076400     MOVE PRF-BR-COST (PRF-BEST-BR) TO PRF-BL-COST.
076500     MOVE PRF-BR-NET (PRF-BEST-BR) TO PRF-BL-NET.
076600     MOVE PRF-BR-YTD-NET (PRF-BEST-BR) TO PRF-BL-YTD-NET.
076700     WRITE REPORT-LINE FROM PRF-BRANCH-LINE
076800         AFTER ADVANCING 1 LINE.
076900     PERFORM 6200-ROLL-REGION THRU 6200-EXIT.
077000 6100-EXIT.
077100     EXIT.
077200
077300 6110-COMPARE-BRANCH.
077400     IF PRF-BR-PICKED (PRF-BR-SUB) = "Y"
077500         GO TO 6110-EXIT.
077600     IF PRF-BEST-BR = ZERO
077700      OR PRF-BR-NET (PRF-BR-SUB) > PRF-BR-NET (PRF-BEST-BR)
077800         MOVE PRF-BR-SUB TO PRF-BEST-BR.
077900 6110-EXIT.
078000     EXIT.
078100
078200 6200-ROLL-REGION.
078300     MOVE "N" TO PRF-FOUND-SW.
078400     MOVE ZERO TO PRF-RG-SUB.
078500     PERFORM 6210-SCAN-REGION THRU 6210-EXIT
078600         UNTIL PRF-FOUND
078700            OR PRF-RG-SUB >= PRF-RG-COUNT.
078800     IF NOT PRF-FOUND
078900         IF PRF-RG-COUNT >= PRF-RG-MAX
079000             DISPLAY "PROFRPT: REGION TABLE OVERFLOW"
079100             MOVE 12 TO RETURN-CODE
079200             STOP RUN
079300         END-IF
079400         ADD 1 TO PRF-RG-COUNT
079500         MOVE PRF-RG-COUNT TO PRF-RG-SUB
079600         MOVE PRF-BR-REGION (PRF-BEST-BR)
079700             TO PRF-RG-CODE (PRF-RG-SUB)
079800     END-IF.
079900     ADD 1 TO PRF-RG-BRANCHES (PRF-RG-SUB).
080000     ADD PRF-BR-CUSTS (PRF-BEST-BR) TO PRF-RG-CUSTS (PRF-RG-SUB).
080100     ADD PRF-BR-NET (PRF-BEST-BR) TO PRF-RG-NET (PRF-RG-SUB).
080200     ADD PRF-BR-YTD-NET (PRF-BEST-BR)
080300         TO PRF-RG-YTD-NET (PRF-RG-SUB).
080400 6200-EXIT.
080500     EXIT.
080600
080700 6210-SCAN-REGION.
080800     ADD 1 TO PRF-RG-SUB.
080900     IF PRF-RG-CODE (PRF-RG-SUB) = PRF-BR-REGION (PRF-BEST-BR)
081000         MOVE "Y" TO PRF-FOUND-SW.
081100 6210-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500*    7000-REGION-TOTALS.  ONE LINE PER REGION IN THE ORDER ITS   *
081600*    BEST BRANCH CAME IN THE LEAGUE.  A BRANCH NOT ON THE BRANCH *
081700*    MASTER FALLS UNDER A BLANK REGION.                          *
081800******************************************************************
081900 7000-REGION-TOTALS.
082000     MOVE "REGION TOTALS" TO PRF-SEC-TITLE.
082100     WRITE REPORT-LINE FROM PRF-SECTION-LINE
082200         AFTER ADVANCING 3 LINES.
082300     MOVE SPACES TO REPORT-LINE.
082400     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
082500     PERFORM 7100-PRINT-REGION THRU 7100-EXIT
082600         VARYING PRF-RG-SUB FROM 1 BY 1
082700         UNTIL PRF-RG-SUB > PRF-RG-COUNT.
082800     IF PRF-NO-MASTER > ZERO
082900         DISPLAY "PROFRPT: " PRF-NO-MASTER
083000             " CUSTOMERS NOT ON THE MASTER - BRANCH ???".
083100 7000-EXIT.
083200     EXIT.
083300
083400 7100-PRINT-REGION.
083500     MOVE PRF-RG-CODE (PRF-RG-SUB) TO PRF-RL-REGION.
083600     MOVE PRF-RG-BRANCHES (PRF-RG-SUB) TO PRF-RL-BRANCHES.
083700     MOVE PRF-RG-CUSTS (PRF-RG-SUB) TO PRF-RL-CUSTS.
083800     MOVE PRF-RG-NET (PRF-RG-SUB) TO PRF-RL-NET.
083900     MOVE PRF-RG-YTD-NET (PRF-RG-SUB) TO PRF-RL-YTD-NET.
084000     WRITE REPORT-LINE FROM PRF-REGION-LINE
084100         AFTER ADVANCING 1 LINE.
084200 7100-EXIT.
084300     EXIT.
