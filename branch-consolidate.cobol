000100******************************************************************
000200* PROGRAM NAME:   BRCONSOL                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* BRANCH CONSOLIDATION.  DRIVEN BY THE CONSOLIDATION REQUESTS    *
000600* (BRCONREQ), EACH NAMING A CLOSING BRANCH ALREADY MARKED CLOSED *
000700* ON THE BRANCH MASTER, AN OPEN SUCCESSOR BRANCH AND AN          *
000800* EFFECTIVE DATE NOT AFTER TODAY.  ONE PASS OF THE CUSTOMER      *
000900* MASTER MOVES CUST-BRANCH OF EVERY CUSTOMER OF A CLOSING        *
001000* BRANCH TO ITS SUCCESSOR, JOURNALED THROUGH JRNLWRT, AND QUEUES *
001100* A BRANCH-CHANGE LETTER (TEMPLATE BRCHANGE) FOR EVERY CUSTOMER  *
001200* NOT CLOSED.  STANDING ORDERS CARRY NO BRANCH OF THEIR OWN AND  *
001300* FOLLOW THEIR CUSTOMER.  DISPUTE CASES NOT YET CLOSED ARE MOVED *
001400* ON THE DISPUTE FILE, AND THE FROZEN PERIOD BALANCES ARE COPIED *
001500* TO A NEW GENERATION (PERIODBN) UNDER THE SUCCESSOR SO THE      *
001600* PERIOD REPORTING CARRIES OVER.  THE MAINTENANCE STAMP IS NOT   *
001700* TOUCHED - A BRANCH MOVE IS NOT CUSTOMER ACTIVITY.  THE REPORT  *
001800* SHOWS EACH REQUEST AND A BEFORE/AFTER CUSTOMER COUNT AND       *
001900* BALANCE RECONCILIATION PER BRANCH.  A REFUSED REQUEST CHANGES  *
002000* NOTHING; A REFUSAL OR AN OUT-OF-BALANCE RECONCILIATION ENDS    *
002100* THE STEP WITH RC=4.                                            *
002200*                                                                *
002300* MAINTENANCE LOG                                                *
002400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002500* --------- ------------  -------------------------------------- *
002600* 15/10/26  HK            CREATED - BRANCH CONSOLIDATION         *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  BRCONSOL.
003000 AUTHOR. H. KELLER.
003100 INSTALLATION. COBOL DEVELOPMENT CENTER.
003200 DATE-WRITTEN. 15/10/26.
003300 DATE-COMPILED. 15/10/26.
003400 SECURITY. NON-CONFIDENTIAL.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONSOL-REQUESTS ASSIGN TO BRCONREQ
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS BRC-REQ-STATUS.
004200     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS BRC-BRM-STATUS.
004500     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS CUST-NUMBER
004900         FILE STATUS IS BRC-MAST-STATUS.
005000     SELECT DISPUTE-FILE ASSIGN TO STMTDISP
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS DP-KEY
005400         FILE STATUS IS BRC-DISP-STATUS.
005500     SELECT PERIOD-BALANCE-IN ASSIGN TO PERIODBL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS BRC-PBI-STATUS.
005800     SELECT PERIOD-BALANCE-OUT ASSIGN TO PERIODBN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS BRC-PBO-STATUS.
006100     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS BRC-TRG-STATUS.
006400     SELECT CONSOL-REPORT ASSIGN TO BRCONRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS BRC-RPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CONSOL-REQUESTS
007100     RECORD CONTAINS 40 CHARACTERS.
007200 COPY BRCONREQ.
007300
007400 FD  BRANCH-MASTER
007500     RECORD CONTAINS 40 CHARACTERS.
007600 COPY BRANCHMS.
007700
007800 FD  CUSTOMER-MASTER
007900     RECORD CONTAINS 273 CHARACTERS.
008000 COPY CUSTMAST.
008100
008200 FD  DISPUTE-FILE
008300     RECORD CONTAINS 160 CHARACTERS.
008400 COPY STMTDISP.
008500
008600 FD  PERIOD-BALANCE-IN
008700     RECORD CONTAINS 60 CHARACTERS.
008800 COPY PERIODBL.
008900
009000 FD  PERIOD-BALANCE-OUT
009100     RECORD CONTAINS 60 CHARACTERS.
009200 01  PERIOD-BALANCE-OUT-RECORD   PIC X(60).
009300
009400 FD  TRIGGER-FILE
009500     RECORD CONTAINS 40 CHARACTERS.
009600 COPY LTRTRIG.
009700
009800 FD  CONSOL-REPORT
009900     RECORD CONTAINS 132 CHARACTERS.
010000 01  REPORT-LINE                 PIC X(132).
010100
010200 WORKING-STORAGE SECTION.
010300 77  BRC-REQ-STATUS              PIC X(02).
010400 77  BRC-BRM-STATUS              PIC X(02).
010500 77  BRC-MAST-STATUS             PIC X(02).
010600 77  BRC-DISP-STATUS             PIC X(02).
010700 77  BRC-PBI-STATUS              PIC X(02).
010800 77  BRC-PBO-STATUS              PIC X(02).
010900 77  BRC-TRG-STATUS              PIC X(02).
011000 77  BRC-RPT-STATUS              PIC X(02).
011100
011200 77  BRC-REQ-EOF-SW              PIC X(01) VALUE "N".
011300     88  BRC-REQ-EOF             VALUE "Y".
011400 77  BRC-BRM-EOF-SW              PIC X(01) VALUE "N".
011500     88  BRC-BRM-EOF             VALUE "Y".
011600 77  BRC-MAST-EOF-SW             PIC X(01) VALUE "N".
011700     88  BRC-MAST-EOF            VALUE "Y".
011800 77  BRC-DISP-EOF-SW             PIC X(01) VALUE "N".
011900     88  BRC-DISP-EOF            VALUE "Y".
012000 77  BRC-PBI-EOF-SW              PIC X(01) VALUE "N".
012100     88  BRC-PBI-EOF             VALUE "Y".
012200 77  BRC-DISP-OPEN-SW            PIC X(01) VALUE "N".
012300     88  BRC-DISP-OPEN           VALUE "Y".
012400 77  BRC-PBI-OPEN-SW             PIC X(01) VALUE "N".
012500     88  BRC-PBI-OPEN            VALUE "Y".
012600 77  BRC-BALANCE-SW              PIC X(01) VALUE "N".
012700     88  BRC-OUT-OF-BALANCE      VALUE "Y".
012800
012900 77  BRC-MSG-TEXT                PIC X(40) VALUE SPACES.
013000
013100 77  BRC-RQ-MAX                  PIC 9(02) COMP VALUE 20.
013200 77  BRC-RQ-COUNT                PIC 9(02) COMP VALUE ZERO.
013300 77  BRC-RQ-SUB                  PIC 9(02) COMP VALUE ZERO.
013400 77  BRC-RQ-HIT                  PIC 9(02) COMP VALUE ZERO.
013500 77  BRC-BR-MAX                  PIC 9(02) COMP VALUE 99.
013600 77  BRC-BR-COUNT                PIC 9(02) COMP VALUE ZERO.
013700 77  BRC-BR-SUB                  PIC 9(02) COMP VALUE ZERO.
013800 77  BRC-BR-HIT                  PIC 9(02) COMP VALUE ZERO.
013900 77  BRC-SEEK-BRANCH             PIC X(03) VALUE SPACES.
014000
014100 77  BRC-REFUSED-COUNT           PIC 9(05) COMP VALUE ZERO.
014200 77  BRC-MOVED-COUNT             PIC 9(07) COMP VALUE ZERO.
014300 77  BRC-LETTER-COUNT            PIC 9(07) COMP VALUE ZERO.
014400 77  BRC-DISP-COUNT              PIC 9(07) COMP VALUE ZERO.
014500 77  BRC-PB-COUNT                PIC 9(07) COMP VALUE ZERO.
014600 77  BRC-BEFORE-COUNT            PIC 9(07) COMP VALUE ZERO.
014700 77  BRC-AFTER-COUNT             PIC 9(07) COMP VALUE ZERO.
014800 77  BRC-BEFORE-TOTAL            PIC S9(11)V9(02) VALUE ZERO.
014900 77  BRC-AFTER-TOTAL             PIC S9(11)V9(02) VALUE ZERO.
015000
015100 01  BRC-RUN-DATE                PIC 9(08).
015200
015300* TONIGHT'S REQUESTS, CHECKED BEFORE ANY MASTER IS TOUCHED
015400 01  BRC-RQ-TABLE.
015500     05  BRC-RQ-ENTRY OCCURS 20 TIMES.
015600         10  BRC-RQ-CLOSING      PIC X(03).
015700         10  BRC-RQ-SUCCESSOR    PIC X(03).
015800         10  BRC-RQ-EFFECTIVE    PIC 9(08).
015900         10  BRC-RQ-VALID-SW     PIC X(01).
016000             88  BRC-RQ-VALID    VALUE "Y".
016100         10  BRC-RQ-REASON       PIC X(50).
016200         10  BRC-RQ-CUSTOMERS    PIC 9(07) COMP.
016300         10  BRC-RQ-LETTERS      PIC 9(07) COMP.
016400         10  BRC-RQ-DISPUTES     PIC 9(07) COMP.
016500         10  BRC-RQ-PERIODS      PIC 9(07) COMP.
016600
016700* THE BRANCH MASTER, WITH THE RECONCILIATION BUCKETS; A BRANCH
016800* FOUND ON A CUSTOMER BUT NOT ON THE MASTER IS ADDED AT THE END
016900 01  BRC-BR-TABLE.
017000     05  BRC-BR-ENTRY OCCURS 99 TIMES.
017100         10  BRC-BR-CODE         PIC X(03).
017200         10  BRC-BR-NAME         PIC X(20).
017300         10  BRC-BR-STATE        PIC X(01).
017400             88  BRC-BR-OPEN     VALUE "A".
017500             88  BRC-BR-CLOSED   VALUE "C".
017600         10  BRC-BR-BEF-COUNT    PIC 9(07) COMP.
017700         10  BRC-BR-BEF-BAL      PIC S9(11)V9(02).
017800         10  BRC-BR-AFT-COUNT    PIC 9(07) COMP.
017900         10  BRC-BR-AFT-BAL      PIC S9(11)V9(02).
018000
018100 COPY JRNLPARM.
018200
018300 01  BRC-HEADING-1.
018400     05  FILLER                  PIC X(09) VALUE "BRCONSOL ".
018500     05  FILLER                  PIC X(35)
018600         VALUE "BRANCH CONSOLIDATION REGISTER      ".
018700     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
018800     05  BRC-HDG-DATE            PIC 9(08).
018900     05  FILLER                  PIC X(70) VALUE SPACES.
019000
019100 01  BRC-HEADING-2.
019200     05  FILLER                  PIC X(06) VALUE "CLS".
019300     05  FILLER                  PIC X(06) VALUE "SUC".
019400     05  FILLER                  PIC X(11) VALUE "EFFECTIVE".
019500     05  FILLER                  PIC X(09) VALUE "CUSTOMERS".
019600     05  FILLER                  PIC X(09) VALUE "  LETTERS".
019700     05  FILLER                  PIC X(08) VALUE "DISPUTE".
019800     05  FILLER                  PIC X(10) VALUE " PERIODS".
019900     05  FILLER                  PIC X(73) VALUE "RESULT".
020000
020100 01  BRC-REQUEST-LINE.
020200     05  BRC-RQL-CLOSING         PIC X(03).
020300     05  FILLER                  PIC X(03) VALUE SPACES.
020400     05  BRC-RQL-SUCCESSOR       PIC X(03).
020500     05  FILLER                  PIC X(03) VALUE SPACES.
020600     05  BRC-RQL-EFFECTIVE       PIC 9(08).
020700     05  FILLER                  PIC X(03) VALUE SPACES.
020800     05  BRC-RQL-CUSTOMERS       PIC Z(06)9.
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  BRC-RQL-LETTERS         PIC Z(06)9.
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  BRC-RQL-DISPUTES        PIC Z(05)9.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  BRC-RQL-PERIODS         PIC Z(06)9.
021500     05  FILLER                  PIC X(03) VALUE SPACES.
021600     05  BRC-RQL-TEXT            PIC X(50).
021700     05  FILLER                  PIC X(23) VALUE SPACES.
021800
021900 01  BRC-HEADING-3.
022000     05  FILLER                  PIC X(05) VALUE "BR".
022100     05  FILLER                  PIC X(23) VALUE "NAME".
022200     05  FILLER                  PIC X(09) VALUE "   BEFORE".
022300     05  FILLER                  PIC X(18)
022400         VALUE "    BEFORE BALANCE".
022500     05  FILLER                  PIC X(09) VALUE "    AFTER".
022600     05  FILLER                  PIC X(18)
022700         VALUE "     AFTER BALANCE".
022800     05  FILLER                  PIC X(50) VALUE "   NOTE".
022900
023000 01  BRC-RECON-LINE.
023100     05  BRC-RCL-BRANCH          PIC X(03).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  BRC-RCL-NAME            PIC X(20).
023400     05  FILLER                  PIC X(03) VALUE SPACES.
023500     05  BRC-RCL-BEF-COUNT       PIC Z(06)9.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  BRC-RCL-BEF-BAL         PIC -(11)9.99.
023800     05  FILLER                  PIC X(03) VALUE SPACES.
023900     05  BRC-RCL-AFT-COUNT       PIC Z(06)9.
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  BRC-RCL-AFT-BAL         PIC -(11)9.99.
024200     05  FILLER                  PIC X(03) VALUE SPACES.
024300     05  BRC-RCL-NOTE            PIC X(34).
024400     05  FILLER                  PIC X(16) VALUE SPACES.
024500
024600 01  BRC-SECTION-LINE.
024700     05  FILLER                  PIC X(05) VALUE SPACES.
024800     05  BRC-SEC-TEXT            PIC X(60).
024900     05  FILLER                  PIC X(67) VALUE SPACES.
025000
025100 PROCEDURE DIVISION.
025200******************************************************************
025300*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
025400******************************************************************
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025700     PERFORM 2000-CUSTOMER-PASS THRU 2000-EXIT
025800         UNTIL BRC-MAST-EOF.
025900     IF BRC-DISP-OPEN
026000         PERFORM 3000-DISPUTE-PASS THRU 3000-EXIT
026100             UNTIL BRC-DISP-EOF.
026200     IF BRC-PBI-OPEN
026300         PERFORM 3500-PERIOD-PASS THRU 3500-EXIT
026400             UNTIL BRC-PBI-EOF.
026500     PERFORM 4000-PRINT-REQUESTS THRU 4000-EXIT.
026600     PERFORM 4500-PRINT-RECON THRU 4500-EXIT.
026700     PERFORM 5000-WRAPUP THRU 5000-EXIT.
026800     IF BRC-REFUSED-COUNT > ZERO OR BRC-OUT-OF-BALANCE
026900         MOVE 4 TO RETURN-CODE.
027000     STOP RUN.
027100
027200******************************************************************
027300*    1000-INITIALIZE.  OPEN FILES, LOAD THE BRANCH MASTER, LOAD  *
027400*    AND CHECK THE REQUESTS.  NO DISPUTE FILE OR NO PERIOD       *
027500*    BALANCE FILE YET SIMPLY MEANS NOTHING TO CARRY OVER.        *
027600******************************************************************
027700 1000-INITIALIZE.
027800     ACCEPT BRC-RUN-DATE FROM DATE YYYYMMDD.
027900     OPEN INPUT BRANCH-MASTER.
028000     IF BRC-BRM-STATUS NOT = "00"
028100         MOVE "BRANCH MASTER OPEN FAILED" TO BRC-MSG-TEXT
028200         GO TO 9000-ABEND.
028300     PERFORM 1100-LOAD-BRANCH THRU 1100-EXIT
028400         UNTIL BRC-BRM-EOF.
028500     CLOSE BRANCH-MASTER.
028600     OPEN INPUT CONSOL-REQUESTS.
028700     IF BRC-REQ-STATUS NOT = "00"
028800         MOVE "Y" TO BRC-REQ-EOF-SW.
028900     PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
029000         UNTIL BRC-REQ-EOF.
029100     IF BRC-REQ-STATUS = "00" OR "10"
029200         CLOSE CONSOL-REQUESTS.
029300     OPEN I-O    CUSTOMER-MASTER
029400          OUTPUT CONSOL-REPORT.
029500     IF BRC-MAST-STATUS NOT = "00"
029600         MOVE "CUSTOMER MASTER OPEN FAILED" TO BRC-MSG-TEXT
029700         GO TO 9000-ABEND.
029800     OPEN EXTEND TRIGGER-FILE.
029900     IF BRC-TRG-STATUS = "35"
030000         OPEN OUTPUT TRIGGER-FILE.
030100     IF BRC-TRG-STATUS NOT = "00"
030200         MOVE "TRIGGER FILE OPEN FAILED" TO BRC-MSG-TEXT
030300         GO TO 9000-ABEND.
030400     OPEN I-O DISPUTE-FILE.
030500     IF BRC-DISP-STATUS = "00"
030600         MOVE "Y" TO BRC-DISP-OPEN-SW.
030700     OPEN INPUT PERIOD-BALANCE-IN.
030800     IF BRC-PBI-STATUS = "00"
030900         MOVE "Y" TO BRC-PBI-OPEN-SW
031000         OPEN OUTPUT PERIOD-BALANCE-OUT
031100         IF BRC-PBO-STATUS NOT = "00"
031200             MOVE "PERIOD BALANCE OUTPUT OPEN FAILED"
031300                 TO BRC-MSG-TEXT
031400             GO TO 9000-ABEND
031500         END-IF
031600     END-IF.
031700     MOVE BRC-RUN-DATE TO BRC-HDG-DATE.
031800     WRITE REPORT-LINE FROM BRC-HEADING-1
031900         AFTER ADVANCING PAGE.
032000     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
032100     IF BRC-DISP-OPEN
032200         PERFORM 3900-READ-DISPUTE THRU 3900-EXIT.
032300     IF BRC-PBI-OPEN
032400         PERFORM 3950-READ-PERIOD THRU 3950-EXIT.
032500 1000-EXIT.
032600     EXIT.
032700
032800 1100-LOAD-BRANCH.
032900     READ BRANCH-MASTER
033000         AT END
033100             MOVE "Y" TO BRC-BRM-EOF-SW
033200             GO TO 1100-EXIT
033300     END-READ.
033400     IF BRC-BR-COUNT >= BRC-BR-MAX
033500         MOVE "BRANCH TABLE OVERFLOW" TO BRC-MSG-TEXT
033600         GO TO 9000-ABEND.
033700     ADD 1 TO BRC-BR-COUNT.
033800     MOVE BR-BRANCH-CODE TO BRC-BR-CODE (BRC-BR-COUNT).
033900     MOVE BR-BRANCH-NAME TO BRC-BR-NAME (BRC-BR-COUNT).
034000     MOVE BR-STATUS TO BRC-BR-STATE (BRC-BR-COUNT).
034100     MOVE ZERO TO BRC-BR-BEF-COUNT (BRC-BR-COUNT)
034200                  BRC-BR-BEF-BAL (BRC-BR-COUNT)
034300                  BRC-BR-AFT-COUNT (BRC-BR-COUNT)
034400                  BRC-BR-AFT-BAL (BRC-BR-COUNT).
034500 1100-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    1200-LOAD-REQUEST.  ONE REQUEST INTO THE TABLE, CHECKED     *
035000*    AGAINST THE BRANCH MASTER AND THE EARLIER REQUESTS.         *
035100******************************************************************
035200 1200-LOAD-REQUEST.
035300     READ CONSOL-REQUESTS
035400         AT END
035500             MOVE "Y" TO BRC-REQ-EOF-SW
035600             GO TO 1200-EXIT
035700     END-READ.
035800     IF BRC-RQ-COUNT >= BRC-RQ-MAX
035900         MOVE "REQUEST TABLE OVERFLOW" TO BRC-MSG-TEXT
036000         GO TO 9000-ABEND.
036100     ADD 1 TO BRC-RQ-COUNT.
036200     MOVE BQ-CLOSING-BRANCH TO BRC-RQ-CLOSING (BRC-RQ-COUNT).
036300     MOVE BQ-SUCCESSOR-BRANCH TO BRC-RQ-SUCCESSOR (BRC-RQ-COUNT).
036400     MOVE BQ-EFFECTIVE-DATE TO BRC-RQ-EFFECTIVE (BRC-RQ-COUNT).
036500     MOVE "N" TO BRC-RQ-VALID-SW (BRC-RQ-COUNT).
036600     MOVE ZERO TO BRC-RQ-CUSTOMERS (BRC-RQ-COUNT)
036700                  BRC-RQ-LETTERS (BRC-RQ-COUNT)
036800                  BRC-RQ-DISPUTES (BRC-RQ-COUNT)
036900                  BRC-RQ-PERIODS (BRC-RQ-COUNT).
037000     IF BQ-CLOSING-BRANCH = SPACES
037100      OR BQ-SUCCESSOR-BRANCH = SPACES
037200         MOVE "REFUSED - BRANCH CODE MISSING"
037300             TO BRC-RQ-REASON (BRC-RQ-COUNT)
037400         GO TO 1200-REFUSE.
037500     IF BQ-CLOSING-BRANCH = BQ-SUCCESSOR-BRANCH
037600         MOVE "REFUSED - SUCCESSOR IS THE CLOSING BRANCH"
037700             TO BRC-RQ-REASON (BRC-RQ-COUNT)
037800         GO TO 1200-REFUSE.
037900     IF BQ-EFFECTIVE-DATE NOT NUMERIC
038000      OR BQ-EFFECTIVE-DATE = ZERO
038100         MOVE "REFUSED - NO EFFECTIVE DATE"
038200             TO BRC-RQ-REASON (BRC-RQ-COUNT)
038300         GO TO 1200-REFUSE.
038400     IF BQ-EFFECTIVE-DATE > BRC-RUN-DATE
038500         MOVE "REFUSED - NOT YET EFFECTIVE - RESUBMIT ON THE DATE"
038600             TO BRC-RQ-REASON (BRC-RQ-COUNT)
038700         GO TO 1200-REFUSE.
038800     MOVE BQ-CLOSING-BRANCH TO BRC-SEEK-BRANCH.
038900     PERFORM 1300-FIND-BRANCH THRU 1300-EXIT.
039000     IF BRC-BR-HIT = ZERO
039100         MOVE "REFUSED - CLOSING BRANCH NOT ON BRANCH MASTER"
039200             TO BRC-RQ-REASON (BRC-RQ-COUNT)
039300         GO TO 1200-REFUSE.
039400     IF NOT BRC-BR-CLOSED (BRC-BR-HIT)
039500         MOVE "REFUSED - CLOSING BRANCH NOT YET MARKED CLOSED"
039600             TO BRC-RQ-REASON (BRC-RQ-COUNT)
039700         GO TO 1200-REFUSE.
039800     MOVE BQ-SUCCESSOR-BRANCH TO BRC-SEEK-BRANCH.
039900     PERFORM 1300-FIND-BRANCH THRU 1300-EXIT.
040000     IF BRC-BR-HIT = ZERO
040100         MOVE "REFUSED - SUCCESSOR BRANCH NOT ON BRANCH MASTER"
040200             TO BRC-RQ-REASON (BRC-RQ-COUNT)
040300         GO TO 1200-REFUSE.
040400     IF NOT BRC-BR-OPEN (BRC-BR-HIT)
040500         MOVE "REFUSED - SUCCESSOR BRANCH NOT OPEN"
040600             TO BRC-RQ-REASON (BRC-RQ-COUNT)
040700         GO TO 1200-REFUSE.
040800     MOVE BQ-CLOSING-BRANCH TO BRC-SEEK-BRANCH.
040900     PERFORM 1400-FIND-REQUEST THRU 1400-EXIT.
041000     IF BRC-RQ-HIT NOT = ZERO
041100         MOVE "REFUSED - CLOSING BRANCH ALREADY REQUESTED"
041200             TO BRC-RQ-REASON (BRC-RQ-COUNT)
041300         GO TO 1200-REFUSE.
041400     MOVE "Y" TO BRC-RQ-VALID-SW (BRC-RQ-COUNT).
041500     MOVE "CONSOLIDATED INTO SUCCESSOR"
041600         TO BRC-RQ-REASON (BRC-RQ-COUNT).
041700     GO TO 1200-EXIT.
041800 1200-REFUSE.
041900     ADD 1 TO BRC-REFUSED-COUNT.
042000 1200-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    1300-FIND-BRANCH.  BRC-BR-HIT IS THE TABLE ENTRY OF         *
042500*    BRC-SEEK-BRANCH, OR ZERO.                                   *
042600******************************************************************
042700 1300-FIND-BRANCH.
042800     MOVE ZERO TO BRC-BR-HIT.
042900     MOVE ZERO TO BRC-BR-SUB.
043000     PERFORM 1310-CHECK-BRANCH THRU 1310-EXIT
043100         UNTIL BRC-BR-HIT NOT = ZERO
043200            OR BRC-BR-SUB >= BRC-BR-COUNT.
043300 1300-EXIT.
043400     EXIT.
043500
043600 1310-CHECK-BRANCH.
043700     ADD 1 TO BRC-BR-SUB.
043800     IF BRC-BR-CODE (BRC-BR-SUB) = BRC-SEEK-BRANCH
043900         MOVE BRC-BR-SUB TO BRC-BR-HIT.
044000 1310-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    1400-FIND-REQUEST.  BRC-RQ-HIT IS THE VALID REQUEST CLOSING *
044500*    BRC-SEEK-BRANCH, OR ZERO.                                   *
044600******************************************************************
044700 1400-FIND-REQUEST.
044800     MOVE ZERO TO BRC-RQ-HIT.
044900     MOVE ZERO TO BRC-RQ-SUB.
045000     PERFORM 1410-CHECK-REQUEST THRU 1410-EXIT
045100         UNTIL BRC-RQ-HIT NOT = ZERO
045200            OR BRC-RQ-SUB >= BRC-RQ-COUNT.
045300 1400-EXIT.
045400     EXIT.
045500
045600 1410-CHECK-REQUEST.
045700     ADD 1 TO BRC-RQ-SUB.
045800     IF BRC-RQ-VALID (BRC-RQ-SUB)
045900      AND BRC-RQ-CLOSING (BRC-RQ-SUB) = BRC-SEEK-BRANCH
046000         MOVE BRC-RQ-SUB TO BRC-RQ-HIT.
046100 1410-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    2000-CUSTOMER-PASS.  ONE CUSTOMER: BEFORE BUCKET, MOVE IF   *
046600*    ITS BRANCH IS CLOSING, AFTER BUCKET.                        *
046700******************************************************************
046800 2000-CUSTOMER-PASS.
046900     MOVE CUST-BRANCH TO BRC-SEEK-BRANCH.
047000     PERFORM 2500-FIND-BUCKET THRU 2500-EXIT.
047100     ADD 1 TO BRC-BR-BEF-COUNT (BRC-BR-HIT).
047200     ADD SALDO TO BRC-BR-BEF-BAL (BRC-BR-HIT).
047300     ADD 1 TO BRC-BEFORE-COUNT.
047400     ADD SALDO TO BRC-BEFORE-TOTAL.
047500     PERFORM 1400-FIND-REQUEST THRU 1400-EXIT.
047600     IF BRC-RQ-HIT NOT = ZERO
047700         PERFORM 2100-MOVE-CUSTOMER THRU 2100-EXIT.
047800     MOVE CUST-BRANCH TO BRC-SEEK-BRANCH.
047900     PERFORM 2500-FIND-BUCKET THRU 2500-EXIT.
048000     ADD 1 TO BRC-BR-AFT-COUNT (BRC-BR-HIT).
048100     ADD SALDO TO BRC-BR-AFT-BAL (BRC-BR-HIT).
048200     ADD 1 TO BRC-AFTER-COUNT.
048300     ADD SALDO TO BRC-AFTER-TOTAL.
048400     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
048500 2000-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900*    2100-MOVE-CUSTOMER.  SUCCESSOR BRANCH, JOURNAL, AND A       *
049000*    BRANCH-CHANGE LETTER UNLESS THE CUSTOMER IS CLOSED.         *
049100******************************************************************
049200 2100-MOVE-CUSTOMER.
049300     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
049400     MOVE BRC-RQ-SUCCESSOR (BRC-RQ-HIT) TO CUST-BRANCH.
049500     REWRITE CUSTOMER-RECORD.
049600     IF BRC-MAST-STATUS NOT = "00"
049700         MOVE "MASTER REWRITE FAILED" TO BRC-MSG-TEXT
049800         GO TO 9000-ABEND.
049900     MOVE "C" TO JP-ACTION.
050000     MOVE "BRCONSOL" TO JP-PROGRAM.
050100     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
050200     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
050300     CALL "JRNLWRT" USING JRNL-PARM.
050400     ADD 1 TO BRC-RQ-CUSTOMERS (BRC-RQ-HIT).
050500     ADD 1 TO BRC-MOVED-COUNT.
050600     IF CLOSED
050700         GO TO 2100-EXIT.
050800     MOVE SPACES TO LETTER-TRIGGER-RECORD.
050900     MOVE "BRCHANGE" TO TG-TEMPLATE-ID.
051000     MOVE CUST-NUMBER TO TG-CUST-NUMBER.
051100     MOVE BRC-RUN-DATE TO TG-REQUEST-DATE.
051200     MOVE "BRCONSOL" TO TG-SOURCE.
051300     WRITE LETTER-TRIGGER-RECORD.
051400     ADD 1 TO BRC-RQ-LETTERS (BRC-RQ-HIT).
051500     ADD 1 TO BRC-LETTER-COUNT.
051600 2100-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000*    2500-FIND-BUCKET.  THE RECONCILIATION ENTRY OF THE BRANCH   *
052100*    IN BRC-SEEK-BRANCH, ADDED IF NOT ON THE BRANCH MASTER.      *
052200******************************************************************
052300 2500-FIND-BUCKET.
052400     PERFORM 1300-FIND-BRANCH THRU 1300-EXIT.
052500     IF BRC-BR-HIT NOT = ZERO
052600         GO TO 2500-EXIT.
052700     IF BRC-BR-COUNT >= BRC-BR-MAX
052800         MOVE "BRANCH TABLE OVERFLOW" TO BRC-MSG-TEXT
052900         GO TO 9000-ABEND.
053000     ADD 1 TO BRC-BR-COUNT.
053100     MOVE BRC-BR-COUNT TO BRC-BR-HIT.
053200     MOVE BRC-SEEK-BRANCH TO BRC-BR-CODE (BRC-BR-HIT).
053300     MOVE "*NOT ON BRANCH MASTER" TO BRC-BR-NAME (BRC-BR-HIT).
053400     MOVE SPACE TO BRC-BR-STATE (BRC-BR-HIT).
053500     MOVE ZERO TO BRC-BR-BEF-COUNT (BRC-BR-HIT)
053600                  BRC-BR-BEF-BAL (BRC-BR-HIT)
053700                  BRC-BR-AFT-COUNT (BRC-BR-HIT)
053800                  BRC-BR-AFT-BAL (BRC-BR-HIT).
053900 2500-EXIT.
054000     EXIT.
054100
054200 2900-READ-MASTER.
054300     READ CUSTOMER-MASTER NEXT RECORD
054400         AT END MOVE "Y" TO BRC-MAST-EOF-SW
054500     END-READ.
054600 2900-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000*    3000-DISPUTE-PASS.  A CASE NOT YET CLOSED FOLLOWS ITS       *
055100*    BRANCH TO THE SUCCESSOR; CLOSED CASES KEEP THEIR HISTORY.   *
055200******************************************************************
055300 3000-DISPUTE-PASS.
055400     IF DP-CLOSED
055500         GO TO 3000-READ.
055600     MOVE DP-BRANCH TO BRC-SEEK-BRANCH.
055700     PERFORM 1400-FIND-REQUEST THRU 1400-EXIT.
055800     IF BRC-RQ-HIT = ZERO
055900         GO TO 3000-READ.
056000     MOVE BRC-RQ-SUCCESSOR (BRC-RQ-HIT) TO DP-BRANCH.
056100     REWRITE DISPUTE-CASE-RECORD.
056200     IF BRC-DISP-STATUS NOT = "00"
056300         MOVE "DISPUTE REWRITE FAILED" TO BRC-MSG-TEXT
056400         GO TO 9000-ABEND.
056500     ADD 1 TO BRC-RQ-DISPUTES (BRC-RQ-HIT).
056600     ADD 1 TO BRC-DISP-COUNT.
056700 3000-READ.
056800     PERFORM 3900-READ-DISPUTE THRU 3900-EXIT.
056900 3000-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300*    3500-PERIOD-PASS.  COPY THE FROZEN PERIOD BALANCES TO THE   *
057400*    NEW GENERATION WITH THE CLOSING BRANCH RESTATED.            *
057500******************************************************************
057600 3500-PERIOD-PASS.
057700     MOVE PB-BRANCH TO BRC-SEEK-BRANCH.
057800     PERFORM 1400-FIND-REQUEST THRU 1400-EXIT.
057900     IF BRC-RQ-HIT NOT = ZERO
058000         MOVE BRC-RQ-SUCCESSOR (BRC-RQ-HIT) TO PB-BRANCH
058100         ADD 1 TO BRC-RQ-PERIODS (BRC-RQ-HIT)
058200         ADD 1 TO BRC-PB-COUNT
058300     END-IF.
058400     WRITE PERIOD-BALANCE-OUT-RECORD FROM PERIOD-BALANCE-RECORD.
058500     IF BRC-PBO-STATUS NOT = "00"
058600         MOVE "PERIOD BALANCE WRITE FAILED" TO BRC-MSG-TEXT
058700         GO TO 9000-ABEND.
058800     PERFORM 3950-READ-PERIOD THRU 3950-EXIT.
058900 3500-EXIT.
059000     EXIT.
059100
059200 3900-READ-DISPUTE.
059300     READ DISPUTE-FILE NEXT RECORD
059400         AT END MOVE "Y" TO BRC-DISP-EOF-SW
059500     END-READ.
059600 3900-EXIT.
059700     EXIT.
059800
059900 3950-READ-PERIOD.
060000     READ PERIOD-BALANCE-IN
060100         AT END MOVE "Y" TO BRC-PBI-EOF-SW
060200     END-READ.
060300 3950-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*    4000-PRINT-REQUESTS.  ONE LINE PER REQUEST WITH WHAT MOVED. *
060800******************************************************************
060900 4000-PRINT-REQUESTS.
061000     WRITE REPORT-LINE FROM BRC-HEADING-2
061100         AFTER ADVANCING 2 LINES.
061200     MOVE ZERO TO BRC-RQ-SUB.
061300     PERFORM 4100-REQUEST-LINE THRU 4100-EXIT
061400         UNTIL BRC-RQ-SUB >= BRC-RQ-COUNT.
061500     IF BRC-RQ-COUNT = ZERO
061600         MOVE "NO CONSOLIDATION REQUESTS" TO BRC-SEC-TEXT
061700         WRITE REPORT-LINE FROM BRC-SECTION-LINE
061800             AFTER ADVANCING 1 LINE.
061900 4000-EXIT.
062000     EXIT.
062100
062200 4100-REQUEST-LINE.
062300     ADD 1 TO BRC-RQ-SUB.
062400     MOVE BRC-RQ-CLOSING (BRC-RQ-SUB) TO BRC-RQL-CLOSING.
062500     MOVE BRC-RQ-SUCCESSOR (BRC-RQ-SUB) TO BRC-RQL-SUCCESSOR.
062600     MOVE BRC-RQ-EFFECTIVE (BRC-RQ-SUB) TO BRC-RQL-EFFECTIVE.
062700     MOVE BRC-RQ-CUSTOMERS (BRC-RQ-SUB) TO BRC-RQL-CUSTOMERS.
062800     MOVE BRC-RQ-LETTERS (BRC-RQ-SUB) TO BRC-RQL-LETTERS.
062900     MOVE BRC-RQ-DISPUTES (BRC-RQ-SUB) TO BRC-RQL-DISPUTES.
063000     MOVE BRC-RQ-PERIODS (BRC-RQ-SUB) TO BRC-RQL-PERIODS.
063100     MOVE BRC-RQ-REASON (BRC-RQ-SUB) TO BRC-RQL-TEXT.
063200     WRITE REPORT-LINE FROM BRC-REQUEST-LINE
063300         AFTER ADVANCING 1 LINE.
063400 4100-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800*    4500-PRINT-RECON.  BEFORE/AFTER COUNT AND BALANCE FOR EVERY *
063900*    BRANCH WITH CUSTOMERS ON EITHER SIDE; THE GRAND TOTALS MUST *
064000*    AGREE, AND A CLOSED BRANCH SHOULD BE LEFT WITH NONE.        *
064100******************************************************************
064200 4500-PRINT-RECON.
064300     MOVE "BRANCH RECONCILIATION" TO BRC-SEC-TEXT.
064400     WRITE REPORT-LINE FROM BRC-SECTION-LINE
064500         AFTER ADVANCING 3 LINES.
064600     WRITE REPORT-LINE FROM BRC-HEADING-3
064700         AFTER ADVANCING 2 LINES.
064800     MOVE ZERO TO BRC-BR-SUB.
064900     PERFORM 4600-RECON-LINE THRU 4600-EXIT
065000         UNTIL BRC-BR-SUB >= BRC-BR-COUNT.
065100     MOVE SPACES TO BRC-RCL-BRANCH.
065200     MOVE "ALL BRANCHES" TO BRC-RCL-NAME.
065300     MOVE BRC-BEFORE-COUNT TO BRC-RCL-BEF-COUNT.
065400     MOVE BRC-BEFORE-TOTAL TO BRC-RCL-BEF-BAL.
065500     MOVE BRC-AFTER-COUNT TO BRC-RCL-AFT-COUNT.
065600     MOVE BRC-AFTER-TOTAL TO BRC-RCL-AFT-BAL.
065700     IF BRC-BEFORE-COUNT = BRC-AFTER-COUNT
065800      AND BRC-BEFORE-TOTAL = BRC-AFTER-TOTAL
065900         MOVE "RECONCILED" TO BRC-RCL-NOTE
066000     ELSE
066100         MOVE "*** OUT OF BALANCE ***" TO BRC-RCL-NOTE
066200         MOVE "Y" TO BRC-BALANCE-SW
066300     END-IF.
066400     WRITE REPORT-LINE FROM BRC-RECON-LINE
066500         AFTER ADVANCING 2 LINES.
066600 4500-EXIT.
066700     EXIT.
066800
066900 4600-RECON-LINE.
067000     ADD 1 TO BRC-BR-SUB.
067100     IF BRC-BR-BEF-COUNT (BRC-BR-SUB) = ZERO
067200      AND BRC-BR-AFT-COUNT (BRC-BR-SUB) = ZERO
067300         GO TO 4600-EXIT.
067400     MOVE BRC-BR-CODE (BRC-BR-SUB) TO BRC-RCL-BRANCH.
067500     MOVE BRC-BR-NAME (BRC-BR-SUB) TO BRC-RCL-NAME.
067600     MOVE BRC-BR-BEF-COUNT (BRC-BR-SUB) TO BRC-RCL-BEF-COUNT.
067700     MOVE BRC-BR-BEF-BAL (BRC-BR-SUB) TO BRC-RCL-BEF-BAL.
067800     MOVE BRC-BR-AFT-COUNT (BRC-BR-SUB) TO BRC-RCL-AFT-COUNT.
067900     MOVE BRC-BR-AFT-BAL (BRC-BR-SUB) TO BRC-RCL-AFT-BAL.
068000     MOVE SPACES TO BRC-RCL-NOTE.
068100     MOVE BRC-BR-CODE (BRC-BR-SUB) TO BRC-SEEK-BRANCH.
068200     PERFORM 1400-FIND-REQUEST THRU 1400-EXIT.
068300     IF BRC-RQ-HIT NOT = ZERO
068400         MOVE "CONSOLIDATED" TO BRC-RCL-NOTE
068500     ELSE
068600         IF BRC-BR-CLOSED (BRC-BR-SUB)
068700          AND BRC-BR-AFT-COUNT (BRC-BR-SUB) > ZERO
068800             MOVE "CLOSED BRANCH STILL HAS CUSTOMERS"
068900                 TO BRC-RCL-NOTE
069000         END-IF
069100     END-IF.
069200     WRITE REPORT-LINE FROM BRC-RECON-LINE
069300         AFTER ADVANCING 1 LINE.
069400 4600-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800*    5000-WRAPUP.  JOURNAL CLOSE AND FILE CLOSES.                *
069900******************************************************************
070000 5000-WRAPUP.
070100     MOVE "X" TO JP-ACTION.
070200     CALL "JRNLWRT" USING JRNL-PARM.
070300     CLOSE CUSTOMER-MASTER
070400           TRIGGER-FILE
070500           CONSOL-REPORT.
070600     IF BRC-DISP-OPEN
070700         CLOSE DISPUTE-FILE.
070800     IF BRC-PBI-OPEN
070900         CLOSE PERIOD-BALANCE-IN
071000               PERIOD-BALANCE-OUT.
071100 5000-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500*    9000-ABEND.  FATAL ERROR - REPORT AND STOP WITH RC=12.      *
071600******************************************************************
071700 9000-ABEND.
071800     DISPLAY "BRCONSOL ABEND: " BRC-MSG-TEXT.
071900     MOVE 12 TO RETURN-CODE.
072000     STOP RUN.
