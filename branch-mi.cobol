000100******************************************************************
000200* PROGRAM NAME:   BRANCHMI                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* MONTHLY BRANCH MANAGEMENT INFORMATION PACK.  RUNS IN THE       *
000600* MONTH-END CHAIN (CALENDCK RC=1 GATES IT IN, AS FOR MONTHEND)   *
000700* AND PULLS TOGETHER, PER BRANCH, PER REGION AND FOR THE BANK,   *
000800* THE FIGURES THE BRANCH MANAGERS OTHERWISE GATHER FROM SIX      *
000900* SEPARATE REPORTS:                                              *
001000*   - CUSTOMERS ON BOOK, DORMANT CUSTOMERS, E-STATEMENT          *
001100*     CUSTOMERS AND ADOPTION RATE AND TOTAL BALANCES FROM THE    *
001200*     CUSTOMER MASTER (CLOSED CUSTOMERS LEFT OUT);               *
001300*   - CUSTOMERS AT EACH DUNNING STAGE FROM THE DUNNING LEDGER;   *
001400*   - NEW CUSTOMERS (ONBOARD) AND CLOSURES (STATE C) IN THE      *
001500*     MONTH FROM THE STATUS HISTORY;                             *
001600*   - OPEN DISPUTES BY AGE FROM THE DISPUTE FILE;                *
001700*   - NET MOVEMENT (CREDITS LESS DEBITS POSTED IN THE MONTH)     *
001800*     FROM THE POSTING HISTORY.                                  *
001900* THE MONTH IS THE RUN DATE'S.  EACH UNIT'S FIGURES ARE KEPT ON  *
002000* THE BRMISNAP SNAPSHOT FILE AND SET BESIDE THE PRIOR MONTH'S    *
002100* AND THE SAME MONTH LAST YEAR'S SNAPSHOTS.  THE PACK IS WRITTEN *
002200* IN DISTRIBUTION FORMAT (REPORT ID IN FRONT OF EACH LINE) FOR   *
002300* RPTDIST TO ROUTE: "BRMI" + BRANCH CODE TO EACH BRANCH MANAGER, *
002400* "BRMR" + REGION CODE TO EACH REGIONAL MANAGER AND "BRMIBANK"   *
002500* FOR THE BANK TOTAL, AS SET UP ON THE DISTRIBUTION CONTROL.     *
002600* A BRANCH WITHOUT A CONTROL ENTRY APPEARS ON RPTDIST'S          *
002700* UNDISTRIBUTED LISTING.                                         *
002800*                                                                *
002900* MAINTENANCE LOG                                                *
003000* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
003100* --------- ------------  -------------------------------------- *
003200* 15/10/26  HK            CREATED - BRANCH MI PACK               *
003233* 15/10/26  HK            SNAPSHOT RECORD WIDENED TO 250 BYTES;  *
003266*                         MEASURES HELD AS DISPLAY NUMERICS      *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  BRANCHMI.
003600 AUTHOR. H. KELLER.
003700 INSTALLATION. COBOL DEVELOPMENT CENTER.
003800 DATE-WRITTEN. 15/10/26.
003900 DATE-COMPILED. 15/10/26.
004000 SECURITY. NON-CONFIDENTIAL.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS CUST-NUMBER
004900         FILE STATUS IS BMI-MAST-STATUS.
005000     SELECT DUNNING-LEDGER ASSIGN TO DUNLEDGR
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS DL-CUST-NUMBER
005400         FILE STATUS IS BMI-DUN-STATUS.
005500     SELECT STATUS-HISTORY ASSIGN TO STATHSTI
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS BMI-STH-STATUS.
005800     SELECT DISPUTE-FILE ASSIGN TO STMTDISP
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS DP-KEY
006200         FILE STATUS IS BMI-DISP-STATUS.
006300     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS PH-KEY
006700         FILE STATUS IS BMI-HIST-STATUS.
006800     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS BMI-BRM-STATUS.
007100     SELECT BRMI-SNAPSHOT ASSIGN TO BRMISNAP
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS BM-KEY
007500         FILE STATUS IS BMI-SNAP-STATUS.
007600     SELECT MI-PACK ASSIGN TO BRMIPACK
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS BMI-PACK-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CUSTOMER-MASTER
008300     RECORD CONTAINS 273 CHARACTERS.
008400 COPY CUSTMAST.
008500
008600 FD  DUNNING-LEDGER
008700     RECORD CONTAINS 30 CHARACTERS.
008800 COPY DUNLEDGR.
008900
009000 FD  STATUS-HISTORY
009100     RECORD CONTAINS 30 CHARACTERS.
009200 COPY STATHIST.
009300
009400 FD  DISPUTE-FILE
009500     RECORD CONTAINS 160 CHARACTERS.
009600 COPY STMTDISP.
009700
009800 FD  POSTING-HISTORY
009900     RECORD CONTAINS 100 CHARACTERS.
010000 COPY POSTHIST.
010100
010200 FD  BRANCH-MASTER
010300     RECORD CONTAINS 40 CHARACTERS.
010400 COPY BRANCHMS.
010500
010600 FD  BRMI-SNAPSHOT
010700     RECORD CONTAINS 250 CHARACTERS.
010800 COPY BRMISNAP.
010900
011000* SAME LAYOUT AS THE RPTDIST REPORT INPUT
011100 FD  MI-PACK
011200     RECORD CONTAINS 132 CHARACTERS.
011300 01  MI-PACK-RECORD.
011400     05  PK-REPORT-ID            PIC X(08).
011500     05  PK-LINE                 PIC X(124).
011600
011700 WORKING-STORAGE SECTION.
011800 77  BMI-MAST-STATUS             PIC X(02).
011900 77  BMI-DUN-STATUS              PIC X(02).
012000 77  BMI-STH-STATUS              PIC X(02).
012100 77  BMI-DISP-STATUS             PIC X(02).
012200 77  BMI-HIST-STATUS             PIC X(02).
012300 77  BMI-BRM-STATUS              PIC X(02).
012400 77  BMI-SNAP-STATUS             PIC X(02).
012500 77  BMI-PACK-STATUS             PIC X(02).
012600
012700 77  BMI-MAST-EOF-SW             PIC X(01) VALUE "N".
012800     88  BMI-MAST-EOF            VALUE "Y".
012900 77  BMI-STH-EOF-SW              PIC X(01) VALUE "N".
013000     88  BMI-STH-EOF             VALUE "Y".
013100 77  BMI-DISP-EOF-SW             PIC X(01) VALUE "N".
013200     88  BMI-DISP-EOF            VALUE "Y".
013300 77  BMI-HIST-EOF-SW             PIC X(01) VALUE "N".
013400     88  BMI-HIST-EOF            VALUE "Y".
013500 77  BMI-BRM-EOF-SW              PIC X(01) VALUE "N".
013600     88  BMI-BRM-EOF             VALUE "Y".
013700 77  BMI-DUN-OPEN-SW             PIC X(01) VALUE "N".
013800     88  BMI-DUN-OPEN            VALUE "Y".
013900 77  BMI-FOUND-SW                PIC X(01) VALUE "N".
014000     88  BMI-FOUND               VALUE "Y".
014100 77  BMI-PRI-FOUND-SW            PIC X(01) VALUE "N".
014200     88  BMI-PRI-FOUND           VALUE "Y".
014300 77  BMI-LY-FOUND-SW             PIC X(01) VALUE "N".
014400     88  BMI-LY-FOUND            VALUE "Y".
014500
014600 77  BMI-BR-MAX                  PIC 9(02) COMP VALUE 50.
014700 77  BMI-BR-COUNT                PIC 9(02) COMP VALUE ZERO.
014800 77  BMI-BR-SUB                  PIC 9(02) COMP VALUE ZERO.
014900 77  BMI-RG-MAX                  PIC 9(02) COMP VALUE 20.
015000 77  BMI-RG-COUNT                PIC 9(02) COMP VALUE ZERO.
015100 77  BMI-RG-SUB                  PIC 9(02) COMP VALUE ZERO.
015200 77  BMI-M-SUB                   PIC 9(02) COMP VALUE ZERO.
015300 77  BMI-M-MAX                   PIC 9(02) COMP VALUE 16.
015400 77  BMI-PACK-LINES              PIC 9(07) COMP VALUE ZERO.
015500 77  BMI-AGE-DAYS                PIC S9(05) COMP VALUE ZERO.
015600
015700 77  BMI-ITEM-BRANCH             PIC X(03).
015800 77  BMI-PACK-ID                 PIC X(08).
015900 77  BMI-UNIT-LEVEL              PIC X(01).
016000 77  BMI-CHANGE                  PIC S9(11)V9(02) VALUE ZERO.
016100
016200 01  BMI-RUN-DATE                PIC 9(08).
016300 01  BMI-RUN-DATE-X REDEFINES BMI-RUN-DATE.
016400     05  BMI-RUN-PERIOD          PIC 9(06).
016500     05  FILLER                  PIC X(02).
016600 01  BMI-RUN-DATE-Y REDEFINES BMI-RUN-DATE.
016700     05  BMI-RUN-YEAR            PIC 9(04).
016800     05  BMI-RUN-MONTH           PIC 9(02).
016900     05  FILLER                  PIC X(02).
017000 01  BMI-PRIOR-PERIOD            PIC 9(06).
017100 01  BMI-PRIOR-PERIOD-X REDEFINES BMI-PRIOR-PERIOD.
017200     05  BMI-PRIOR-YEAR          PIC 9(04).
017300     05  BMI-PRIOR-MONTH         PIC 9(02).
017400 01  BMI-LY-PERIOD               PIC 9(06).
017500 01  BMI-LY-PERIOD-X REDEFINES BMI-LY-PERIOD.
017600     05  BMI-LY-YEAR             PIC 9(04).
017700     05  BMI-LY-MONTH            PIC 9(02).
017800 01  BMI-ITEM-DATE               PIC 9(08).
017900 01  BMI-ITEM-DATE-X REDEFINES BMI-ITEM-DATE.
018000     05  BMI-ITEM-PERIOD         PIC 9(06).
018100     05  FILLER                  PIC X(02).
018200
018300* ONE ENTRY PER BRANCH; THE MEASURES IN SNAPSHOT ORDER
018400 01  BMI-BRANCH-TABLE.
018500     05  BMI-BR-ENTRY OCCURS 50 TIMES.
018600         10  BMI-BR-CODE         PIC X(03).
018700         10  BMI-BR-NAME         PIC X(20).
018800         10  BMI-BR-REGION       PIC X(03).
018900         10  BMI-BR-MEASURES.
019000             15  BMI-BR-CUSTOMERS
019100                                 PIC S9(11)V9(02).
019200             15  BMI-BR-NEW-CUSTOMERS
019300                                 PIC S9(11)V9(02).
019400             15  BMI-BR-CLOSURES PIC S9(11)V9(02).
019500             15  BMI-BR-DORMANT  PIC S9(11)V9(02).
019600             15  BMI-BR-DUNNING-STAGE
019700                                 PIC S9(11)V9(02)
019800                                 OCCURS 5 TIMES.
019900             15  BMI-BR-DISP-UNDER-31
020000                                 PIC S9(11)V9(02).
020100             15  BMI-BR-DISP-31-TO-60
020200                                 PIC S9(11)V9(02).
020300             15  BMI-BR-DISP-OVER-60
020400                                 PIC S9(11)V9(02).
020500             15  BMI-BR-ESTMT-CUSTOMERS
020600                                 PIC S9(11)V9(02).
020700             15  BMI-BR-ESTMT-RATE
020800                                 PIC S9(11)V9(02).
020900             15  BMI-BR-TOTAL-BALANCE
021000                                 PIC S9(11)V9(02).
021100             15  BMI-BR-NET-MOVEMENT
021200                                 PIC S9(11)V9(02).
021300         10  BMI-BR-MEASURE-TABLE REDEFINES BMI-BR-MEASURES.
021400             15  BMI-BR-MEASURE  PIC S9(11)V9(02)
021500                                 OCCURS 16 TIMES.
021600
021700 01  BMI-REGION-TABLE.
021800     05  BMI-RG-ENTRY OCCURS 20 TIMES.
021900         10  BMI-RG-CODE         PIC X(03).
022000         10  BMI-RG-MEASURES.
022100             15  BMI-RG-MEASURE  PIC S9(11)V9(02)
022200                                 OCCURS 16 TIMES.
022300
022400 01  BMI-BANK-MEASURES.
022500     05  BMI-BK-MEASURE          PIC S9(11)V9(02)
022600                                 OCCURS 16 TIMES.
022700
022800* THE UNIT BEING PUBLISHED: THIS MONTH, PRIOR MONTH, LAST YEAR
022900 01  BMI-CUR-MEASURES.
023000     05  BMI-CUR-MEASURE         PIC S9(11)V9(02)
023100                                 OCCURS 16 TIMES.
023200 01  BMI-PRI-MEASURES.
023300     05  BMI-PRI-MEASURE         PIC S9(11)V9(02)
023400                                 OCCURS 16 TIMES.
023500 01  BMI-LY-MEASURES.
023600     05  BMI-LY-MEASURE          PIC S9(11)V9(02)
023700                                 OCCURS 16 TIMES.
023800
023900* ROW TITLES IN MEASURE ORDER: C = COUNT, A = AMOUNT OR RATE
024000 01  BMI-ROW-TITLES.
024100     05  FILLER                  PIC X(29)
024200         VALUE "CCUSTOMERS ON BOOK".
024300     05  FILLER                  PIC X(29)
024400         VALUE "CNEW CUSTOMERS IN MONTH".
024500     05  FILLER                  PIC X(29)
024600         VALUE "CCLOSURES IN MONTH".
024700     05  FILLER                  PIC X(29)
024800         VALUE "CDORMANT CUSTOMERS".
024900     05  FILLER                  PIC X(29)
025000         VALUE "CIN DUNNING - STAGE 1".
025100     05  FILLER                  PIC X(29)
025200         VALUE "CIN DUNNING - STAGE 2".
025300     05  FILLER                  PIC X(29)
025400         VALUE "CIN DUNNING - STAGE 3".
025500     05  FILLER                  PIC X(29)
025600         VALUE "CIN DUNNING - STAGE 4".
025700     05  FILLER                  PIC X(29)
025800         VALUE "CIN DUNNING - STAGE 5".
025900     05  FILLER                  PIC X(29)
026000         VALUE "COPEN DISPUTES UNDER 31 DAYS".
026100     05  FILLER                  PIC X(29)
026200         VALUE "COPEN DISPUTES 31 TO 60 DAYS".
026300     05  FILLER                  PIC X(29)
026400         VALUE "COPEN DISPUTES OVER 60 DAYS".
026500     05  FILLER                  PIC X(29)
026600         VALUE "CE-STATEMENT CUSTOMERS".
026700     05  FILLER                  PIC X(29)
026800         VALUE "AE-STATEMENT ADOPTION %".
026900     05  FILLER                  PIC X(29)
027000         VALUE "ATOTAL BALANCES".
027100     05  FILLER                  PIC X(29)
027200         VALUE "ANET MOVEMENT IN MONTH".
027300 01  BMI-ROW-TABLE REDEFINES BMI-ROW-TITLES.
027400     05  BMI-ROW-ENTRY OCCURS 16 TIMES.
027500         10  BMI-ROW-TYPE        PIC X(01).
027600             88  BMI-COUNT-ROW   VALUE "C".
027700         10  BMI-ROW-TITLE       PIC X(28).
027800
027900 01  BMI-HEADING-1.
028000     05  FILLER                  PIC X(09) VALUE "BRANCHMI ".
028100     05  FILLER                  PIC X(30)
028200         VALUE "BRANCH MI PACK - PERIOD      ".
028300     05  BMI-HDG-PERIOD          PIC 9(06).
028400     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
028500     05  BMI-HDG-DATE            PIC 9(08).
028600     05  FILLER                  PIC X(61) VALUE SPACES.
028700
028800 01  BMI-UNIT-LINE.
028900     05  BMI-UL-TYPE             PIC X(07).
029000     05  BMI-UL-CODE             PIC X(04).
029100     05  BMI-UL-NAME             PIC X(20).
029200     05  BMI-UL-REGION-TAG       PIC X(09).
029300     05  BMI-UL-REGION           PIC X(03).
029400     05  FILLER                  PIC X(81) VALUE SPACES.
029500
029600 01  BMI-COLUMN-HEADING.
029700     05  FILLER                  PIC X(28) VALUE "MEASURE".
029800     05  FILLER                  PIC X(34)
029900         VALUE "       THIS MONTH      PRIOR MONTH".
030000     05  FILLER                  PIC X(34)
030100         VALUE "           CHANGE  SAME MONTH L.Y.".
030200     05  FILLER                  PIC X(17)
030300         VALUE "           CHANGE".
030400     05  FILLER                  PIC X(11) VALUE SPACES.
030500
030600 01  BMI-AMOUNT-LINE.
030700     05  BMI-AL-TITLE            PIC X(28).
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  BMI-AL-CUR              PIC -(11)9.99.
031000     05  BMI-AL-PRI-X.
031100         10  FILLER              PIC X(02) VALUE SPACES.
031200         10  BMI-AL-PRI          PIC -(11)9.99.
031300         10  FILLER              PIC X(02) VALUE SPACES.
031400         10  BMI-AL-PRI-CHG      PIC -(11)9.99.
031500     05  BMI-AL-LY-X.
031600         10  FILLER              PIC X(02) VALUE SPACES.
031700         10  BMI-AL-LY           PIC -(11)9.99.
031800         10  FILLER              PIC X(02) VALUE SPACES.
031900         10  BMI-AL-LY-CHG       PIC -(11)9.99.
032000     05  FILLER                  PIC X(11) VALUE SPACES.
032100
032200 01  BMI-COUNT-LINE.
032300     05  BMI-CL-TITLE            PIC X(28).
032400     05  FILLER                  PIC X(02) VALUE SPACES.
032500     05  BMI-CL-CUR              PIC -(11)9.
032600     05  FILLER                  PIC X(03) VALUE SPACES.
032700     05  BMI-CL-PRI-X.
032800         10  FILLER              PIC X(02) VALUE SPACES.
032900         10  BMI-CL-PRI          PIC -(11)9.
033000         10  FILLER              PIC X(05) VALUE SPACES.
033100         10  BMI-CL-PRI-CHG      PIC -(11)9.
033200         10  FILLER              PIC X(03) VALUE SPACES.
033300     05  BMI-CL-LY-X.
033400         10  FILLER              PIC X(02) VALUE SPACES.
033500         10  BMI-CL-LY           PIC -(11)9.
033600         10  FILLER              PIC X(05) VALUE SPACES.
033700         10  BMI-CL-LY-CHG       PIC -(11)9.
033800         10  FILLER              PIC X(03) VALUE SPACES.
033900     05  FILLER                  PIC X(11) VALUE SPACES.
034000
034100 01  BMI-NO-SNAPSHOT-LINE.
034200     05  FILLER                  PIC X(30) VALUE SPACES.
034300     05  BMI-NS-TEXT             PIC X(60).
034400     05  FILLER                  PIC X(34) VALUE SPACES.
034500
034600 PROCEDURE DIVISION.
034700******************************************************************
034800*    0000-MAINLINE.  GATHER, ROLL UP, PUBLISH EACH UNIT.         *
034900******************************************************************
035000 0000-MAINLINE.
035100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035200     PERFORM 2000-SCAN-CUSTOMERS THRU 2000-EXIT
035300         UNTIL BMI-MAST-EOF.
035400     PERFORM 2500-SCAN-STATUS THRU 2500-EXIT
035500         UNTIL BMI-STH-EOF.
035600     PERFORM 3000-SCAN-DISPUTES THRU 3000-EXIT
035700         UNTIL BMI-DISP-EOF.
035800     PERFORM 3500-SCAN-POSTINGS THRU 3500-EXIT
035900         UNTIL BMI-HIST-EOF.
036000     INITIALIZE BMI-REGION-TABLE
036100                BMI-BANK-MEASURES.
036200     PERFORM 4000-ROLL-UP THRU 4000-EXIT
036300         VARYING BMI-BR-SUB FROM 1 BY 1
036400         UNTIL BMI-BR-SUB > BMI-BR-COUNT.
036500     PERFORM 5000-BRANCH-PACK THRU 5000-EXIT
036600         VARYING BMI-BR-SUB FROM 1 BY 1
036700         UNTIL BMI-BR-SUB > BMI-BR-COUNT.
036800     PERFORM 5500-REGION-PACK THRU 5500-EXIT
036900         VARYING BMI-RG-SUB FROM 1 BY 1
037000         UNTIL BMI-RG-SUB > BMI-RG-COUNT.
037100     PERFORM 5900-BANK-PACK THRU 5900-EXIT.
037200     CLOSE CUSTOMER-MASTER
037300           POSTING-HISTORY
037400           BRMI-SNAPSHOT
037500           MI-PACK.
037600     IF BMI-DUN-OPEN
037700         CLOSE DUNNING-LEDGER.
037800     DISPLAY "BRANCHMI: " BMI-BR-COUNT " BRANCHES, "
037900         BMI-RG-COUNT " REGIONS, " BMI-PACK-LINES
038000         " PACK LINES FOR PERIOD " BMI-RUN-PERIOD.
038100     STOP RUN.
038200
038300******************************************************************
038400*    1000-INITIALIZE.  PERIODS, BRANCHES, FILES.                 *
038500******************************************************************
038600 1000-INITIALIZE.
038700     ACCEPT BMI-RUN-DATE FROM DATE YYYYMMDD.
038800     IF BMI-RUN-MONTH = 1
038900         COMPUTE BMI-PRIOR-YEAR = BMI-RUN-YEAR - 1
039000         MOVE 12 TO BMI-PRIOR-MONTH
039100     ELSE
039200         MOVE BMI-RUN-YEAR TO BMI-PRIOR-YEAR
039300         COMPUTE BMI-PRIOR-MONTH = BMI-RUN-MONTH - 1
039400     END-IF.
039500     COMPUTE BMI-LY-YEAR = BMI-RUN-YEAR - 1.
039600     MOVE BMI-RUN-MONTH TO BMI-LY-MONTH.
039700     MOVE BMI-RUN-PERIOD TO BMI-HDG-PERIOD.
039800     MOVE BMI-RUN-DATE TO BMI-HDG-DATE.
039900     INITIALIZE BMI-BRANCH-TABLE.
040000*    EVERY OPEN BRANCH GETS A PACK, WITH OR WITHOUT ACTIVITY.
040100*    NO BRANCH MASTER MEANS ONLY THE BRANCHES FOUND ON THE
040200*    FILES, WITH BLANK NAMES AND REGIONS.
040300     OPEN INPUT BRANCH-MASTER.
040400     IF BMI-BRM-STATUS = "00"
040500         PERFORM 1300-LOAD-BRANCH THRU 1300-EXIT
040600             UNTIL BMI-BRM-EOF
040700         CLOSE BRANCH-MASTER.
040800     OPEN INPUT  CUSTOMER-MASTER
040900                 POSTING-HISTORY
041000          OUTPUT MI-PACK.
041100     IF BMI-MAST-STATUS NOT = "00"
041200         DISPLAY "BRANCHMI: MASTER OPEN FAILED " BMI-MAST-STATUS
041300         MOVE 12 TO RETURN-CODE
041400         STOP RUN.
041500     IF BMI-HIST-STATUS NOT = "00"
041600         DISPLAY "BRANCHMI: POSTING HISTORY OPEN FAILED "
041700             BMI-HIST-STATUS
041800         MOVE 12 TO RETURN-CODE
041900         STOP RUN.
042000     OPEN I-O BRMI-SNAPSHOT.
042100     IF BMI-SNAP-STATUS = "35"
042200         OPEN OUTPUT BRMI-SNAPSHOT
042300         CLOSE BRMI-SNAPSHOT
042400         OPEN I-O BRMI-SNAPSHOT.
042500     IF BMI-SNAP-STATUS NOT = "00"
042600         DISPLAY "BRANCHMI: SNAPSHOT OPEN FAILED " BMI-SNAP-STATUS
042700         MOVE 12 TO RETURN-CODE
042800         STOP RUN.
042900*    A MISSING FEEDER LEAVES ITS LINES AT ZERO, NOT THE PACK
043000     OPEN INPUT DUNNING-LEDGER.
043100     IF BMI-DUN-STATUS = "00"
043200         MOVE "Y" TO BMI-DUN-OPEN-SW
043300     ELSE
043400         DISPLAY "BRANCHMI: NO DUNNING LEDGER - STAGES NOT "
043500             "COUNTED".
043600     OPEN INPUT STATUS-HISTORY.
043700     IF BMI-STH-STATUS = "00"
043800         PERFORM 2590-READ-STATUS THRU 2590-EXIT
043900     ELSE
044000         DISPLAY "BRANCHMI: NO STATUS HISTORY - NEW CUSTOMERS "
044100             "AND CLOSURES NOT COUNTED"
044200         MOVE "Y" TO BMI-STH-EOF-SW
044300     END-IF.
044400     OPEN INPUT DISPUTE-FILE.
044500     IF BMI-DISP-STATUS = "00"
044600         PERFORM 3090-READ-DISPUTE THRU 3090-EXIT
044700     ELSE
044800         DISPLAY "BRANCHMI: NO DISPUTE FILE - DISPUTES NOT "
044900             "COUNTED"
045000         MOVE "Y" TO BMI-DISP-EOF-SW
045100     END-IF.
045200     PERFORM 2090-READ-CUSTOMER THRU 2090-EXIT.
045300     PERFORM 3590-READ-POSTING THRU 3590-EXIT.
045400 1000-EXIT.
045500     EXIT.
045600
045700 1300-LOAD-BRANCH.
045800     READ BRANCH-MASTER
045900         AT END
046000             MOVE "Y" TO BMI-BRM-EOF-SW
046100             GO TO 1300-EXIT
046200     END-READ.
046300     IF BR-CLOSED
046400         GO TO 1300-EXIT.
046500     IF BMI-BR-COUNT >= BMI-BR-MAX
046600         DISPLAY "BRANCHMI: BRANCH TABLE OVERFLOW"
046700         MOVE 12 TO RETURN-CODE
046800         STOP RUN.
046900     ADD 1 TO BMI-BR-COUNT.
047000     MOVE BR-BRANCH-CODE TO BMI-BR-CODE (BMI-BR-COUNT).
047100     MOVE BR-BRANCH-NAME TO BMI-BR-NAME (BMI-BR-COUNT).
047200     MOVE BR-REGION TO BMI-BR-REGION (BMI-BR-COUNT).
047300 1300-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700*    2000-SCAN-CUSTOMERS.  THE BOOK AS AT THE RUN, WITH EACH     *
047800*    CUSTOMER'S DUNNING STAGE.                                   *
047900******************************************************************
048000 2000-SCAN-CUSTOMERS.
048100     IF CLOSED
048200         GO TO 2000-READ-NEXT.
048300     MOVE CUST-BRANCH TO BMI-ITEM-BRANCH.
048400     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
048500     ADD 1 TO BMI-BR-CUSTOMERS (BMI-BR-SUB).
048600     ADD SALDO TO BMI-BR-TOTAL-BALANCE (BMI-BR-SUB).
048700     IF DORMANT
048800         ADD 1 TO BMI-BR-DORMANT (BMI-BR-SUB).
048900     IF DELIVER-ELECTRONIC OR DELIVER-BOTH
049000         ADD 1 TO BMI-BR-ESTMT-CUSTOMERS (BMI-BR-SUB).
049100     IF NOT BMI-DUN-OPEN
049200         GO TO 2000-READ-NEXT.
049300     MOVE CUST-NUMBER TO DL-CUST-NUMBER.
049400     READ DUNNING-LEDGER
049500         INVALID KEY
049600             GO TO 2000-READ-NEXT
049700     END-READ.
049800     IF DL-STAGE > ZERO AND DL-STAGE < 6
049900         ADD 1 TO BMI-BR-DUNNING-STAGE (BMI-BR-SUB DL-STAGE).
050000 2000-READ-NEXT.
050100     PERFORM 2090-READ-CUSTOMER THRU 2090-EXIT.
050200 2000-EXIT.
050300     EXIT.
050400
050500 2090-READ-CUSTOMER.
050600     READ CUSTOMER-MASTER NEXT RECORD
050700         AT END MOVE "Y" TO BMI-MAST-EOF-SW
050800     END-READ.
050900 2090-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    2500-SCAN-STATUS.  ONBOARDINGS AND CLOSURES OF THE MONTH,   *
051400*    AT THE BRANCH RECORDED WITH THE CHANGE.                     *
051500******************************************************************
051600 2500-SCAN-STATUS.
051700     IF SH-EFF-DATE NOT NUMERIC
051800         GO TO 2500-READ-NEXT.
051900     MOVE SH-EFF-DATE TO BMI-ITEM-DATE.
052000     IF BMI-ITEM-PERIOD NOT = BMI-RUN-PERIOD
052100         GO TO 2500-READ-NEXT.
052200     IF SH-SOURCE NOT = "ONBOARD " AND SH-STATE NOT = "C"
052300         GO TO 2500-READ-NEXT.
052400     MOVE SH-BRANCH TO BMI-ITEM-BRANCH.
052500     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
052600     IF SH-SOURCE = "ONBOARD "
052700         ADD 1 TO BMI-BR-NEW-CUSTOMERS (BMI-BR-SUB)
052800     ELSE
052900         ADD 1 TO BMI-BR-CLOSURES (BMI-BR-SUB)
053000     END-IF.
053100 2500-READ-NEXT.
053200     PERFORM 2590-READ-STATUS THRU 2590-EXIT.
053300 2500-EXIT.
053400     EXIT.
053500
053600 2590-READ-STATUS.
053700     READ STATUS-HISTORY
053800         AT END
053900             MOVE "Y" TO BMI-STH-EOF-SW
054000             CLOSE STATUS-HISTORY
054100     END-READ.
054200 2590-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    3000-SCAN-DISPUTES.  OPEN CASES AGED FROM THE OPENING DATE. *
054700******************************************************************
054800 3000-SCAN-DISPUTES.
054900     IF NOT DP-OPEN-CASE
055000      OR DP-OPENED-DATE NOT NUMERIC
055100         GO TO 3000-READ-NEXT.
055200     MOVE DP-BRANCH TO BMI-ITEM-BRANCH.
055300     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
055400     COMPUTE BMI-AGE-DAYS =
055500         FUNCTION INTEGER-OF-DATE (BMI-RUN-DATE)
055600         - FUNCTION INTEGER-OF-DATE (DP-OPENED-DATE).
055700     EVALUATE TRUE
055800         WHEN BMI-AGE-DAYS < 31
055900             ADD 1 TO BMI-BR-DISP-UNDER-31 (BMI-BR-SUB)
056000         WHEN BMI-AGE-DAYS < 61
056100             ADD 1 TO BMI-BR-DISP-31-TO-60 (BMI-BR-SUB)
056200         WHEN OTHER
056300             ADD 1 TO BMI-BR-DISP-OVER-60 (BMI-BR-SUB)
056400     END-EVALUATE.
056500 3000-READ-NEXT.
056600     PERFORM 3090-READ-DISPUTE THRU 3090-EXIT.
056700 3000-EXIT.
056800     EXIT.
056900
057000 3090-READ-DISPUTE.
057100     READ DISPUTE-FILE NEXT RECORD
057200         AT END
057300             MOVE "Y" TO BMI-DISP-EOF-SW
057400             CLOSE DISPUTE-FILE
057500     END-READ.
057600 3090-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000*    3500-SCAN-POSTINGS.  CREDITS LESS DEBITS POSTED IN THE      *
058100*    MONTH, AT THE POSTING BRANCH.                               *
058200******************************************************************
058300 3500-SCAN-POSTINGS.
058400     IF PH-POST-DATE NOT NUMERIC
058500         GO TO 3500-READ-NEXT.
058600     MOVE PH-POST-DATE TO BMI-ITEM-DATE.
058700     IF BMI-ITEM-PERIOD NOT = BMI-RUN-PERIOD
058800         GO TO 3500-READ-NEXT.
058900     MOVE PH-BRANCH TO BMI-ITEM-BRANCH.
059000     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
059100     IF PH-CREDIT
059200         ADD PH-AMOUNT TO BMI-BR-NET-MOVEMENT (BMI-BR-SUB)
059300     ELSE
059400         SUBTRACT PH-AMOUNT FROM BMI-BR-NET-MOVEMENT (BMI-BR-SUB)
059500     END-IF.
059600 3500-READ-NEXT.
059700     PERFORM 3590-READ-POSTING THRU 3590-EXIT.
059800 3500-EXIT.
059900     EXIT.
060000
060100 3590-READ-POSTING.
060200     READ POSTING-HISTORY NEXT RECORD
060300         AT END MOVE "Y" TO BMI-HIST-EOF-SW
060400     END-READ.
060500 3590-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900*    3900-FIND-BRANCH.  ENTRY FOR BMI-ITEM-BRANCH, ADDED WHEN    *
061000*    THE BRANCH IS NOT ON THE BRANCH MASTER.                     *
061100******************************************************************
061200 3900-FIND-BRANCH.
061300     MOVE "N" TO BMI-FOUND-SW.
061400     MOVE ZERO TO BMI-BR-SUB.
061500     PERFORM 3910-SCAN-BRANCH THRU 3910-EXIT
061600         UNTIL BMI-FOUND
061700            OR BMI-BR-SUB >= BMI-BR-COUNT.
061800     IF BMI-FOUND
061900         GO TO 3900-EXIT.
062000     IF BMI-BR-COUNT >= BMI-BR-MAX
062100         DISPLAY "BRANCHMI: BRANCH TABLE OVERFLOW"
062200         MOVE 12 TO RETURN-CODE
062300         STOP RUN.
062400     ADD 1 TO BMI-BR-COUNT.
062500     MOVE BMI-BR-COUNT TO BMI-BR-SUB.
062600     MOVE BMI-ITEM-BRANCH TO BMI-BR-CODE (BMI-BR-SUB).
062700 3900-EXIT.
062800     EXIT.
062900
063000 3910-SCAN-BRANCH.
063100     ADD 1 TO BMI-BR-SUB.
063200     IF BMI-BR-CODE (BMI-BR-SUB) = BMI-ITEM-BRANCH
063300         MOVE "Y" TO BMI-FOUND-SW.
063400 3910-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800*    4000-ROLL-UP.  ONE BRANCH INTO ITS REGION AND THE BANK.     *
063900******************************************************************
064000 4000-ROLL-UP.
064100     MOVE "N" TO BMI-FOUND-SW.
064200     MOVE ZERO TO BMI-RG-SUB.
064300     PERFORM 4010-SCAN-REGION THRU 4010-EXIT
064400         UNTIL BMI-FOUND
064500            OR BMI-RG-SUB >= BMI-RG-COUNT.
064600     IF NOT BMI-FOUND
064700         IF BMI-RG-COUNT >= BMI-RG-MAX
064800             DISPLAY "BRANCHMI: REGION TABLE OVERFLOW"
064900             MOVE 12 TO RETURN-CODE
065000             STOP RUN
065100         END-IF
065200         ADD 1 TO BMI-RG-COUNT
065300         MOVE BMI-RG-COUNT TO BMI-RG-SUB
065400         MOVE BMI-BR-REGION (BMI-BR-SUB)
065500             TO BMI-RG-CODE (BMI-RG-SUB)
065600     END-IF.
065700     PERFORM 4100-ADD-MEASURE THRU 4100-EXIT
065800         VARYING BMI-M-SUB FROM 1 BY 1
065900         UNTIL BMI-M-SUB > BMI-M-MAX.
066000 4000-EXIT.
066100     EXIT.
066200
066300 4010-SCAN-REGION.
066400     ADD 1 TO BMI-RG-SUB.
066500     IF BMI-RG-CODE (BMI-RG-SUB) = BMI-BR-REGION (BMI-BR-SUB)
066600         MOVE "Y" TO BMI-FOUND-SW.
066700 4010-EXIT.
066800     EXIT.
066900
067000 4100-ADD-MEASURE.
067100     ADD BMI-BR-MEASURE (BMI-BR-SUB BMI-M-SUB)
067200         TO BMI-RG-MEASURE (BMI-RG-SUB BMI-M-SUB)
067300            BMI-BK-MEASURE (BMI-M-SUB).
067400 4100-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800*    5000-BRANCH-PACK / 5500-REGION-PACK / 5900-BANK-PACK.       *
067900*    LOAD THE UNIT INTO THE PUBLISHING AREA AND PUBLISH IT.      *
068000******************************************************************
068100 5000-BRANCH-PACK.
068200     MOVE BMI-BR-MEASURES (BMI-BR-SUB) TO BMI-CUR-MEASURES.
068300     MOVE "B" TO BMI-UNIT-LEVEL.
068400     MOVE SPACES TO BMI-PACK-ID.
068500     STRING "BRMI" BMI-BR-CODE (BMI-BR-SUB)
068600         DELIMITED BY SIZE INTO BMI-PACK-ID.
068700     MOVE SPACES TO BMI-UNIT-LINE.
068800     MOVE "BRANCH" TO BMI-UL-TYPE.
068900     MOVE BMI-BR-CODE (BMI-BR-SUB) TO BMI-UL-CODE.
069000     MOVE BMI-BR-NAME (BMI-BR-SUB) TO BMI-UL-NAME.
069100     MOVE "  REGION " TO BMI-UL-REGION-TAG.
069200     MOVE BMI-BR-REGION (BMI-BR-SUB) TO BMI-UL-REGION.
069300     PERFORM 7000-PUBLISH-UNIT THRU 7000-EXIT.
069400 5000-EXIT.
069500     EXIT.
069600
069700 5500-REGION-PACK.
069800     MOVE BMI-RG-MEASURES (BMI-RG-SUB) TO BMI-CUR-MEASURES.
069900     MOVE "R" TO BMI-UNIT-LEVEL.
070000     MOVE SPACES TO BMI-PACK-ID.
070100     STRING "BRMR" BMI-RG-CODE (BMI-RG-SUB)
070200         DELIMITED BY SIZE INTO BMI-PACK-ID.
070300     MOVE SPACES TO BMI-UNIT-LINE.
070400     MOVE "REGION" TO BMI-UL-TYPE.
070500     MOVE BMI-RG-CODE (BMI-RG-SUB) TO BMI-UL-CODE.
070600     MOVE "ALL BRANCHES" TO BMI-UL-NAME.
070700     PERFORM 7000-PUBLISH-UNIT THRU 7000-EXIT.
070800 5500-EXIT.
070900     EXIT.
071000
071100 5900-BANK-PACK.
071200     MOVE BMI-BANK-MEASURES TO BMI-CUR-MEASURES.
071300     MOVE "T" TO BMI-UNIT-LEVEL.
071400     MOVE "BRMIBANK" TO BMI-PACK-ID.
071500     MOVE SPACES TO BMI-UNIT-LINE.
071600     MOVE "BANK" TO BMI-UL-TYPE.
071700     MOVE "ALL" TO BMI-UL-CODE.
071800     MOVE "ALL REGIONS" TO BMI-UL-NAME.
071900     PERFORM 7000-PUBLISH-UNIT THRU 7000-EXIT.
072000 5900-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400*    7000-PUBLISH-UNIT.  ADOPTION RATE, THE COMPARISON           *
072500*    SNAPSHOTS, THIS MONTH'S SNAPSHOT, THEN THE PAGE.            *
072600******************************************************************
072700 7000-PUBLISH-UNIT.
072800     IF BMI-CUR-MEASURE (1) > ZERO
072900         COMPUTE BMI-CUR-MEASURE (14) ROUNDED =
073000             BMI-CUR-MEASURE (13) * 100 / BMI-CUR-MEASURE (1)
073100     ELSE
073200         MOVE ZERO TO BMI-CUR-MEASURE (14)
073300     END-IF.
073400     MOVE BMI-UNIT-LEVEL TO BM-LEVEL.
073500     MOVE BMI-UL-CODE TO BM-UNIT-CODE.
073600     MOVE BMI-PRIOR-PERIOD TO BM-PERIOD.
073700     READ BRMI-SNAPSHOT
073800         INVALID KEY
073900             MOVE "N" TO BMI-PRI-FOUND-SW
074000         NOT INVALID KEY
074100             MOVE BM-MEASURES TO BMI-PRI-MEASURES
074200             MOVE "Y" TO BMI-PRI-FOUND-SW
074300     END-READ.
074400     MOVE BMI-UNIT-LEVEL TO BM-LEVEL.
074500     MOVE BMI-UL-CODE TO BM-UNIT-CODE.
074600     MOVE BMI-LY-PERIOD TO BM-PERIOD.
074700     READ BRMI-SNAPSHOT
074800         INVALID KEY
074900             MOVE "N" TO BMI-LY-FOUND-SW
075000         NOT INVALID KEY
075100             MOVE BM-MEASURES TO BMI-LY-MEASURES
075200             MOVE "Y" TO BMI-LY-FOUND-SW
075300     END-READ.
075400     PERFORM 7300-SAVE-SNAPSHOT THRU 7300-EXIT.
075500     PERFORM 7400-PRINT-PAGE THRU 7400-EXIT.
075600 7000-EXIT.
075700     EXIT.
075800
075900******************************************************************
076000*    7300-SAVE-SNAPSHOT.  A RERUN IN THE MONTH REPLACES IT.      *
076100******************************************************************
076200 7300-SAVE-SNAPSHOT.
076300     MOVE SPACES TO BRMI-SNAPSHOT-RECORD.
076400     MOVE BMI-UNIT-LEVEL TO BM-LEVEL.
076500     MOVE BMI-UL-CODE TO BM-UNIT-CODE.
076600     MOVE BMI-RUN-PERIOD TO BM-PERIOD.
076700     MOVE BMI-CUR-MEASURES TO BM-MEASURES.
076800     MOVE BMI-RUN-DATE TO BM-RUN-DATE.
076900     WRITE BRMI-SNAPSHOT-RECORD
077000         INVALID KEY
077100             REWRITE BRMI-SNAPSHOT-RECORD
077200                 INVALID KEY
077300                     DISPLAY "BRANCHMI: SNAPSHOT WRITE FAILED "
077400                         BMI-SNAP-STATUS " " BM-KEY
077500                     MOVE 12 TO RETURN-CODE
077600                     STOP RUN
077700             END-REWRITE
077800     END-WRITE.
077900 7300-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300*    7400-PRINT-PAGE.  HEADINGS AND ONE ROW PER MEASURE.         *
078400******************************************************************
078500 7400-PRINT-PAGE.
078600     MOVE BMI-HEADING-1 TO PK-LINE.
078700     PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
078800     MOVE BMI-UNIT-LINE TO PK-LINE.
078900     PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
079000     MOVE SPACES TO PK-LINE.
079100     PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
079200     MOVE BMI-COLUMN-HEADING TO PK-LINE.
079300     PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
079400     PERFORM 7410-PRINT-ROW THRU 7410-EXIT
079500         VARYING BMI-M-SUB FROM 1 BY 1
079600         UNTIL BMI-M-SUB > BMI-M-MAX.
079700     IF NOT BMI-PRI-FOUND
079800         MOVE "NO SNAPSHOT FOR THE PRIOR MONTH" TO BMI-NS-TEXT
079900         MOVE BMI-NO-SNAPSHOT-LINE TO PK-LINE
080000         PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
080100     IF NOT BMI-LY-FOUND
080200         MOVE "NO SNAPSHOT FOR THE SAME MONTH LAST YEAR"
080300             TO BMI-NS-TEXT
080400         MOVE BMI-NO-SNAPSHOT-LINE TO PK-LINE
080500         PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
080600     MOVE SPACES TO PK-LINE.
080700     PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
080800 7400-EXIT.
080900     EXIT.
081000
081100 7410-PRINT-ROW.
081200     IF BMI-COUNT-ROW (BMI-M-SUB)
081300         PERFORM 7420-COUNT-ROW THRU 7420-EXIT
081400     ELSE
081500         PERFORM 7430-AMOUNT-ROW THRU 7430-EXIT
081600     END-IF.
081700     PERFORM 7900-WRITE-PACK THRU 7900-EXIT.
081800 7410-EXIT.
081900     EXIT.
082000
082100 7420-COUNT-ROW.
082200     MOVE BMI-ROW-TITLE (BMI-M-SUB) TO BMI-CL-TITLE.
082300     MOVE BMI-CUR-MEASURE (BMI-M-SUB) TO BMI-CL-CUR.
082400     MOVE SPACES TO BMI-CL-PRI-X.
082500     MOVE SPACES TO BMI-CL-LY-X.
082600     IF BMI-PRI-FOUND
082700         MOVE BMI-PRI-MEASURE (BMI-M-SUB) TO BMI-CL-PRI
082800         COMPUTE BMI-CHANGE = BMI-CUR-MEASURE (BMI-M-SUB)
082900             - BMI-PRI-MEASURE (BMI-M-SUB)
083000         MOVE BMI-CHANGE TO BMI-CL-PRI-CHG.
083100     IF BMI-LY-FOUND
083200         MOVE BMI-LY-MEASURE (BMI-M-SUB) TO BMI-CL-LY
083300         COMPUTE BMI-CHANGE = BMI-CUR-MEASURE (BMI-M-SUB)
083400             - BMI-LY-MEASURE (BMI-M-SUB)
083500         MOVE BMI-CHANGE TO BMI-CL-LY-CHG.
083600     MOVE BMI-COUNT-LINE TO PK-LINE.
083700 7420-EXIT.
083800     EXIT.
083900
084000 7430-AMOUNT-ROW.
084100     MOVE BMI-ROW-TITLE (BMI-M-SUB) TO BMI-AL-TITLE.
084200     MOVE BMI-CUR-MEASURE (BMI-M-SUB) TO BMI-AL-CUR.
084300     MOVE SPACES TO BMI-AL-PRI-X.
084400     MOVE SPACES TO BMI-AL-LY-X.
084500     IF BMI-PRI-FOUND
084600         MOVE BMI-PRI-MEASURE (BMI-M-SUB) TO BMI-AL-PRI
084700         COMPUTE BMI-CHANGE = BMI-CUR-MEASURE (BMI-M-SUB)
084800             - BMI-PRI-MEASURE (BMI-M-SUB)
084900         MOVE BMI-CHANGE TO BMI-AL-PRI-CHG.
085000     IF BMI-LY-FOUND
085100         MOVE BMI-LY-MEASURE (BMI-M-SUB) TO BMI-AL-LY
085200         COMPUTE BMI-CHANGE = BMI-CUR-MEASURE (BMI-M-SUB)
085300             - BMI-LY-MEASURE (BMI-M-SUB)
085400         MOVE BMI-CHANGE TO BMI-AL-LY-CHG.
085500     MOVE BMI-AMOUNT-LINE TO PK-LINE.
085600 7430-EXIT.
085700     EXIT.
085800
085900 7900-WRITE-PACK.
086000     MOVE BMI-PACK-ID TO PK-REPORT-ID.
086100     WRITE MI-PACK-RECORD.
086200     ADD 1 TO BMI-PACK-LINES.
086300 7900-EXIT.
086400     EXIT.
