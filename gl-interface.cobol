000100******************************************************************
000200* PROGRAM NAME:   GLINTF                                         *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* NIGHTLY GENERAL-LEDGER INTERFACE.  READS TONIGHT'S POSTING     *
000600* HISTORY (PH-PROC-DATE = RUN DATE), MAPS EACH POSTING'S         *
000700* SOURCE / TRANSACTION TYPE / BRANCH / CURRENCY TO A DEBIT AND   *
000800* A CREDIT GL ACCOUNT FROM FINANCE'S GLMAP TABLE, SUMMARIZES     *
000900* BY GL ACCOUNT, BRANCH, CURRENCY AND SIDE, AND WRITES THE       *
001000* BALANCED GL JOURNAL FILE WITH A TRAILER PLUS THE GL PROOF      *
001100* REPORT.  THE CURRENCY IS THE POSTED ACCOUNT'S CURRENCY ON THE  *
001200* ACCOUNT MASTER.  A COMBINATION NO MAPPING COVERS GOES TO THE   *
001300* SUSPENSE ACCOUNT ON BOTH SIDES AND IS LISTED, SO THE JOURNAL   *
001400* ALWAYS BALANCES AND NOTHING IS DROPPED; ANY SUSPENSE ENDS THE  *
001500* STEP WITH RC=4, AN IMBALANCE WITH RC=8.                        *
001600*                                                                *
001700* MAINTENANCE LOG                                                *
001800* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001900* --------- ------------  -------------------------------------- *
002000* 15/10/26  HK            CREATED - DAILY GL JOURNAL INTERFACE   *
002025* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
002050*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
002075*                         AND AMOUNT OF CONVERTED ITEMS          *
002083* 15/10/26  HK            POSTING HISTORY IS NOW KEYED;          *
002091*                         READ IN KEY SEQUENCE                   *
002094* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002097*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  GLINTF.
002400 AUTHOR. H. KELLER.
002500 INSTALLATION. COBOL DEVELOPMENT CENTER.
002600 DATE-WRITTEN. 15/10/26.
002700 DATE-COMPILED. 15/10/26.
002800 SECURITY. NON-CONFIDENTIAL.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003400         ORGANIZATION IS INDEXED
003433         ACCESS MODE IS SEQUENTIAL
003466         RECORD KEY IS PH-KEY
003500         FILE STATUS IS GLI-HIST-STATUS.
003600     SELECT GL-MAP-FILE ASSIGN TO GLMAP
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS GLI-MAP-STATUS.
003900     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS AC-KEY
004300         FILE STATUS IS GLI-ACCT-STATUS.
004400     SELECT GL-JOURNAL ASSIGN TO GLJRNL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS GLI-JRNL-STATUS.
004700     SELECT PROOF-REPORT ASSIGN TO GLPRFRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS GLI-RPT-STATUS.
005000     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS GLI-RUN-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  POSTING-HISTORY
005700     RECORD CONTAINS 100 CHARACTERS.
005800 COPY POSTHIST.
005900
006000 FD  GL-MAP-FILE
006100     RECORD CONTAINS 40 CHARACTERS.
006200 COPY GLMAP.
006300
006400 FD  ACCOUNT-MASTER
006500     RECORD CONTAINS 100 CHARACTERS.
006600 COPY ACCTMAST.
006700
006800 FD  GL-JOURNAL
006900     RECORD CONTAINS 80 CHARACTERS.
007000 COPY GLJRNL.
007100
007200 FD  PROOF-REPORT
007300     RECORD CONTAINS 132 CHARACTERS.
007400 01  REPORT-LINE                 PIC X(132).
007500
007600 FD  RUN-HISTORY-FILE
007700     RECORD CONTAINS 60 CHARACTERS.
007800 COPY RUNHIST.
007900
008000 WORKING-STORAGE SECTION.
008100 77  GLI-HIST-STATUS             PIC X(02).
008200 77  GLI-MAP-STATUS              PIC X(02).
008300 77  GLI-ACCT-STATUS             PIC X(02).
008400 77  GLI-JRNL-STATUS             PIC X(02).
008500 77  GLI-RPT-STATUS              PIC X(02).
008600 77  GLI-RUN-STATUS              PIC X(02).
008700
008800 77  GLI-HIST-EOF-SW             PIC X(01) VALUE "N".
008900     88  GLI-HIST-EOF            VALUE "Y".
009000 77  GLI-MAP-EOF-SW              PIC X(01) VALUE "N".
009100     88  GLI-MAP-EOF             VALUE "Y".
009200 77  GLI-FOUND-SW                PIC X(01) VALUE "N".
009300     88  GLI-FOUND               VALUE "Y".
009400 77  GLI-SUSP-SW                 PIC X(01) VALUE "N".
009500     88  GLI-TO-SUSPENSE         VALUE "Y".
009600
009700 77  GLI-MAP-MAX                 PIC 9(03) COMP VALUE 200.
009800 77  GLI-MAP-COUNT               PIC 9(03) COMP VALUE ZERO.
009900 77  GLI-MAP-SUB                 PIC 9(03) COMP VALUE ZERO.
010000 77  GLI-SUM-MAX                 PIC 9(03) COMP VALUE 500.
010100 77  GLI-SUM-COUNT               PIC 9(03) COMP VALUE ZERO.
010200 77  GLI-SUM-SUB                 PIC 9(03) COMP VALUE ZERO.
010300 77  GLI-UNM-MAX                 PIC 9(03) COMP VALUE 100.
010400 77  GLI-UNM-COUNT               PIC 9(03) COMP VALUE ZERO.
010500 77  GLI-UNM-SUB                 PIC 9(03) COMP VALUE ZERO.
010600
010700 77  GLI-RUN-DATE                PIC 9(08) VALUE ZERO.
010800 77  GLI-SUSPENSE-ACCOUNT        PIC X(10) VALUE SPACES.
010900 77  GLI-WORK-CURRENCY           PIC X(03) VALUE SPACES.
011000 77  GLI-WORK-DR-ACCOUNT         PIC X(10) VALUE SPACES.
011100 77  GLI-WORK-CR-ACCOUNT         PIC X(10) VALUE SPACES.
011200 77  GLI-WORK-ACCOUNT            PIC X(10) VALUE SPACES.
011300 77  GLI-WORK-DRCR               PIC X(01) VALUE SPACE.
011400
011500 77  GLI-HIST-READ               PIC 9(07) COMP VALUE ZERO.
011600 77  GLI-HIST-TONIGHT            PIC 9(07) COMP VALUE ZERO.
011700 77  GLI-HIST-MAPPED             PIC 9(07) COMP VALUE ZERO.
011800 77  GLI-HIST-SUSPENSE           PIC 9(07) COMP VALUE ZERO.
011900 77  GLI-JRNL-WRITTEN            PIC 9(07) COMP VALUE ZERO.
012000 77  GLI-POSTED-AMOUNT           PIC 9(11)V9(02) VALUE ZERO.
012100 77  GLI-SUSPENSE-AMOUNT         PIC 9(11)V9(02) VALUE ZERO.
012200 77  GLI-DEBIT-TOTAL             PIC 9(13)V9(02) VALUE ZERO.
012300 77  GLI-CREDIT-TOTAL            PIC 9(13)V9(02) VALUE ZERO.
012400
012500* FINANCE'S MAPPING RECORDS IN FILE ORDER
012600 01  GLI-MAP-TABLE.
012700     05  GLI-MAP-ENTRY OCCURS 200 TIMES.
012800         10  GLI-MAP-SOURCE      PIC X(08).
012900         10  GLI-MAP-TXN-TYPE    PIC X(01).
013000         10  GLI-MAP-BRANCH      PIC X(03).
013100         10  GLI-MAP-CURRENCY    PIC X(03).
013200         10  GLI-MAP-DR-ACCOUNT  PIC X(10).
013300         10  GLI-MAP-CR-ACCOUNT  PIC X(10).
013400
013500* JOURNAL ENTRIES: ONE SLOT PER ACCOUNT/BRANCH/CURRENCY/SIDE
013600 01  GLI-SUM-TABLE.
013700     05  GLI-SUM-ENTRY OCCURS 500 TIMES.
013800         10  GLI-SUM-ACCOUNT     PIC X(10).
013900         10  GLI-SUM-BRANCH      PIC X(03).
014000         10  GLI-SUM-CURRENCY    PIC X(03).
014100         10  GLI-SUM-DRCR        PIC X(01).
014200         10  GLI-SUM-SUSP-FLAG   PIC X(01).
014300         10  GLI-SUM-COUNT-ITEMS PIC 9(07) COMP.
014400         10  GLI-SUM-AMOUNT      PIC 9(11)V9(02).
014500
014600* COMBINATIONS NO MAPPING COVERED, FOR FINANCE TO ADD
014700 01  GLI-UNM-TABLE.
014800     05  GLI-UNM-ENTRY OCCURS 100 TIMES.
014900         10  GLI-UNM-SOURCE      PIC X(08).
015000         10  GLI-UNM-TXN-TYPE    PIC X(01).
015100         10  GLI-UNM-BRANCH      PIC X(03).
015200         10  GLI-UNM-CURRENCY    PIC X(03).
015300         10  GLI-UNM-COUNT-ITEMS PIC 9(07) COMP.
015400         10  GLI-UNM-AMOUNT      PIC 9(11)V9(02).
015500
015600 01  GLI-HEADING-1.
015700     05  FILLER                  PIC X(08) VALUE "GLINTF  ".
015800     05  FILLER                  PIC X(36)
015900         VALUE "GENERAL-LEDGER JOURNAL PROOF        ".
016000     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
016100     05  GLI-HDG-DATE            PIC 9(08).
016200     05  FILLER                  PIC X(70) VALUE SPACES.
016300
016400 01  GLI-HEADING-2.
016500     05  FILLER                  PIC X(48)
016600         VALUE "GL ACCOUNT  BRANCH  CCY  SIDE            AMOUNT".
016700     05  FILLER                  PIC X(20)
016800         VALUE "     ITEMS          ".
016900     05  FILLER                  PIC X(64) VALUE SPACES.
017000
017100 01  GLI-DETAIL-LINE.
017200     05  GLI-DTL-ACCOUNT         PIC X(10).
017300     05  FILLER                  PIC X(04) VALUE SPACES.
017400     05  GLI-DTL-BRANCH          PIC X(03).
017500     05  FILLER                  PIC X(03) VALUE SPACES.
017600     05  GLI-DTL-CURRENCY        PIC X(03).
017700     05  FILLER                  PIC X(04) VALUE SPACES.
017800     05  GLI-DTL-SIDE            PIC X(02).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  GLI-DTL-AMOUNT          PIC Z(11)9.99.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  GLI-DTL-ITEMS           PIC Z(06)9.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  GLI-DTL-NOTE            PIC X(08).
018500     05  FILLER                  PIC X(67) VALUE SPACES.
018600
018700 01  GLI-UNMAPPED-LINE.
018800     05  FILLER                  PIC X(05) VALUE SPACES.
018900     05  FILLER                  PIC X(07) VALUE "SOURCE ".
019000     05  GLI-UNL-SOURCE          PIC X(08).
019100     05  FILLER                  PIC X(06) VALUE "  TYPE".
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  GLI-UNL-TXN-TYPE        PIC X(01).
019400     05  FILLER                  PIC X(09) VALUE "  BRANCH ".
019500     05  GLI-UNL-BRANCH          PIC X(03).
019600     05  FILLER                  PIC X(06) VALUE "  CCY ".
019700     05  GLI-UNL-CURRENCY        PIC X(03).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  GLI-UNL-ITEMS           PIC Z(06)9.
020000     05  FILLER                  PIC X(07) VALUE " ITEMS ".
020100     05  GLI-UNL-AMOUNT          PIC Z(10)9.99.
020200     05  FILLER                  PIC X(53) VALUE SPACES.
020300
020400 01  GLI-TOTAL-LINE.
020500     05  FILLER                  PIC X(05) VALUE SPACES.
020600     05  GLI-TOT-LABEL           PIC X(30).
020700     05  GLI-TOT-AMOUNT          PIC Z(12)9.99.
020800     05  FILLER                  PIC X(81) VALUE SPACES.
020900
021000 01  GLI-COUNT-LINE.
021100     05  FILLER                  PIC X(05) VALUE SPACES.
021200     05  GLI-CNT-LABEL           PIC X(30).
021300     05  GLI-CNT-VALUE           PIC Z(06)9.
021400     05  FILLER                  PIC X(90) VALUE SPACES.
021500
021600 01  GLI-MESSAGE-LINE.
021700     05  FILLER                  PIC X(05) VALUE SPACES.
021800     05  GLI-MSG-TEXT            PIC X(60).
021900     05  FILLER                  PIC X(67) VALUE SPACES.
022000
022100 PROCEDURE DIVISION.
022200******************************************************************
022300*    0000-MAINLINE.  MAP, SUMMARIZE, WRITE AND PROVE.            *
022400******************************************************************
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
022800         UNTIL GLI-HIST-EOF.
022900     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
023000     PERFORM 4000-PROVE-JOURNAL THRU 4000-EXIT.
023100     PERFORM 5000-REPORT-UNMAPPED THRU 5000-EXIT.
023200     PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT.
023300     CLOSE POSTING-HISTORY
023400           ACCOUNT-MASTER
023500           GL-JOURNAL
023600           PROOF-REPORT.
023700     STOP RUN.
023800
023900******************************************************************
024000*    1000-INITIALIZE.  OPEN FILES AND LOAD THE MAPPING TABLE.    *
024100*    A RUN WITHOUT A SUSPENSE ACCOUNT CANNOT GUARANTEE A         *
024200*    BALANCED JOURNAL, SO IT STOPS BEFORE WRITING ANYTHING.      *
024300******************************************************************
024400 1000-INITIALIZE.
024500     OPEN INPUT  GL-MAP-FILE.
024600     IF GLI-MAP-STATUS NOT = "00"
024700         DISPLAY "GLINTF: MAPPING TABLE OPEN FAILED "
024800             GLI-MAP-STATUS
024900         MOVE 12 TO RETURN-CODE
025000         STOP RUN.
025100     PERFORM 1100-LOAD-MAP THRU 1100-EXIT
025200         UNTIL GLI-MAP-EOF.
025300     CLOSE GL-MAP-FILE.
025400     IF GLI-SUSPENSE-ACCOUNT = SPACES
025500         DISPLAY "GLINTF: NO SUSPENSE ACCOUNT ON MAPPING TABLE"
025600         MOVE 12 TO RETURN-CODE
025700         STOP RUN.
025800     OPEN INPUT  POSTING-HISTORY
025900          INPUT  ACCOUNT-MASTER
026000          OUTPUT GL-JOURNAL
026100          OUTPUT PROOF-REPORT.
026200     IF GLI-HIST-STATUS NOT = "00"
026300         DISPLAY "GLINTF: POSTING HISTORY OPEN FAILED "
026400             GLI-HIST-STATUS
026500         MOVE 12 TO RETURN-CODE
026600         STOP RUN.
026700     IF GLI-ACCT-STATUS NOT = "00"
026800         DISPLAY "GLINTF: ACCOUNT MASTER OPEN FAILED "
026900             GLI-ACCT-STATUS
027000         MOVE 12 TO RETURN-CODE
027100         STOP RUN.
027200     IF GLI-JRNL-STATUS NOT = "00"
027300         DISPLAY "GLINTF: GL JOURNAL OPEN FAILED "
027400             GLI-JRNL-STATUS
027500         MOVE 12 TO RETURN-CODE
027600         STOP RUN.
027700     INITIALIZE GLI-SUM-TABLE.
027800     INITIALIZE GLI-UNM-TABLE.
027900     ACCEPT GLI-RUN-DATE FROM DATE YYYYMMDD.
028000     MOVE GLI-RUN-DATE TO GLI-HDG-DATE.
028100     WRITE REPORT-LINE FROM GLI-HEADING-1
028200         AFTER ADVANCING PAGE.
028300     WRITE REPORT-LINE FROM GLI-HEADING-2
028400         AFTER ADVANCING 2 LINES.
028500     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000*    1100-LOAD-MAP.  ONE MAPPING RECORD INTO THE TABLE.          *
029100******************************************************************
029200 1100-LOAD-MAP.
029300     READ GL-MAP-FILE
029400         AT END
029500             MOVE "Y" TO GLI-MAP-EOF-SW
029600             GO TO 1100-EXIT
029700     END-READ.
029800     IF GM-SUSPENSE
029900         MOVE GM-DR-ACCOUNT TO GLI-SUSPENSE-ACCOUNT
030000         GO TO 1100-EXIT.
030100     IF NOT GM-MAPPING
030200         DISPLAY "GLINTF: MAPPING RECORD TYPE " GM-REC-TYPE
030300             " IGNORED"
030400         GO TO 1100-EXIT.
030500     IF GLI-MAP-COUNT >= GLI-MAP-MAX
030600         DISPLAY "GLINTF: MAPPING TABLE OVERFLOW"
030700         MOVE 12 TO RETURN-CODE
030800         STOP RUN.
030900     ADD 1 TO GLI-MAP-COUNT.
031000     MOVE GM-SOURCE TO GLI-MAP-SOURCE (GLI-MAP-COUNT).
031100     MOVE GM-TXN-TYPE TO GLI-MAP-TXN-TYPE (GLI-MAP-COUNT).
031200     MOVE GM-BRANCH TO GLI-MAP-BRANCH (GLI-MAP-COUNT).
031300     MOVE GM-CURRENCY TO GLI-MAP-CURRENCY (GLI-MAP-COUNT).
031400     MOVE GM-DR-ACCOUNT TO GLI-MAP-DR-ACCOUNT (GLI-MAP-COUNT).
031500     MOVE GM-CR-ACCOUNT TO GLI-MAP-CR-ACCOUNT (GLI-MAP-COUNT).
031600 1100-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    2000-PROCESS-HISTORY.  ONE OF TONIGHT'S POSTINGS INTO ITS   *
032100*    DEBIT AND CREDIT JOURNAL SLOTS.                             *
032200******************************************************************
032300 2000-PROCESS-HISTORY.
032400     ADD 1 TO GLI-HIST-READ.
032500     IF PH-PROC-DATE NOT = GLI-RUN-DATE
032600         PERFORM 2900-READ-HISTORY THRU 2900-EXIT
032700         GO TO 2000-EXIT.
032800     ADD 1 TO GLI-HIST-TONIGHT.
032900     ADD PH-AMOUNT TO GLI-POSTED-AMOUNT.
033000     PERFORM 2100-GET-CURRENCY THRU 2100-EXIT.
033100     PERFORM 2200-FIND-MAPPING THRU 2200-EXIT.
033200     IF GLI-TO-SUSPENSE
033300         ADD 1 TO GLI-HIST-SUSPENSE
033400         ADD PH-AMOUNT TO GLI-SUSPENSE-AMOUNT
033500         PERFORM 2400-NOTE-UNMAPPED THRU 2400-EXIT
033600     ELSE
033700         ADD 1 TO GLI-HIST-MAPPED
033800     END-IF.
033900     MOVE GLI-WORK-DR-ACCOUNT TO GLI-WORK-ACCOUNT.
034000     MOVE "D" TO GLI-WORK-DRCR.
034100     PERFORM 2300-ADD-TO-SLOT THRU 2300-EXIT.
034200     MOVE GLI-WORK-CR-ACCOUNT TO GLI-WORK-ACCOUNT.
034300     MOVE "C" TO GLI-WORK-DRCR.
034400     PERFORM 2300-ADD-TO-SLOT THRU 2300-EXIT.
034500     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
034600 2000-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    2100-GET-CURRENCY.  THE POSTED ACCOUNT'S CURRENCY.  AN      *
035100*    ACCOUNT NO LONGER ON FILE LEAVES THE CURRENCY BLANK, WHICH  *
035200*    ONLY AN "***" MAPPING MATCHES.                              *
035300******************************************************************
035400 2100-GET-CURRENCY.
035500     MOVE SPACES TO GLI-WORK-CURRENCY.
035600     MOVE PH-CUST-NUMBER TO AC-CUST-NUMBER.
035700     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
035800         MOVE PH-ACCT-SEQ TO AC-ACCT-SEQ
035900     ELSE
036000         MOVE 1 TO AC-ACCT-SEQ
036100     END-IF.
036200     READ ACCOUNT-MASTER
036300         INVALID KEY GO TO 2100-EXIT
036400     END-READ.
036500     MOVE AC-CURRENCY-CODE TO GLI-WORK-CURRENCY.
036600 2100-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000*    2200-FIND-MAPPING.  FIRST MATCHING MAPPING IN FILE ORDER,   *
037100*    ASTERISKS MATCHING ANYTHING; NONE MEANS SUSPENSE.           *
037200******************************************************************
037300 2200-FIND-MAPPING.
037400     MOVE "N" TO GLI-FOUND-SW.
037500     MOVE ZERO TO GLI-MAP-SUB.
037600     PERFORM 2210-SCAN-MAP THRU 2210-EXIT
037700         UNTIL GLI-FOUND
037800            OR GLI-MAP-SUB >= GLI-MAP-COUNT.
037900     IF GLI-FOUND
038000         MOVE "N" TO GLI-SUSP-SW
038100         MOVE GLI-MAP-DR-ACCOUNT (GLI-MAP-SUB)
038200             TO GLI-WORK-DR-ACCOUNT
038300         MOVE GLI-MAP-CR-ACCOUNT (GLI-MAP-SUB)
038400             TO GLI-WORK-CR-ACCOUNT
038500     ELSE
038600         MOVE "Y" TO GLI-SUSP-SW
038700         MOVE GLI-SUSPENSE-ACCOUNT TO GLI-WORK-DR-ACCOUNT
038800         MOVE GLI-SUSPENSE-ACCOUNT TO GLI-WORK-CR-ACCOUNT
038900     END-IF.
039000 2200-EXIT.
039100     EXIT.
039200
039300 2210-SCAN-MAP.
039400     ADD 1 TO GLI-MAP-SUB.
039500     IF GLI-MAP-SOURCE (GLI-MAP-SUB) NOT = ALL "*"
039600      AND GLI-MAP-SOURCE (GLI-MAP-SUB) NOT = PH-SOURCE
039700         GO TO 2210-EXIT.
039800     IF GLI-MAP-TXN-TYPE (GLI-MAP-SUB) NOT = "*"
039900      AND GLI-MAP-TXN-TYPE (GLI-MAP-SUB) NOT = PH-TXN-TYPE
040000         GO TO 2210-EXIT.
040100     IF GLI-MAP-BRANCH (GLI-MAP-SUB) NOT = ALL "*"
040200      AND GLI-MAP-BRANCH (GLI-MAP-SUB) NOT = PH-BRANCH
040300         GO TO 2210-EXIT.
040400     IF GLI-MAP-CURRENCY (GLI-MAP-SUB) NOT = ALL "*"
040500      AND GLI-MAP-CURRENCY (GLI-MAP-SUB) NOT = GLI-WORK-CURRENCY
040600         GO TO 2210-EXIT.
040700     MOVE "Y" TO GLI-FOUND-SW.
040800 2210-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200*    2300-ADD-TO-SLOT.  FIND OR ADD THE JOURNAL SLOT FOR         *
041300*    GLI-WORK-ACCOUNT / BRANCH / CURRENCY / GLI-WORK-DRCR.       *
041400******************************************************************
041500 2300-ADD-TO-SLOT.
041600     MOVE "N" TO GLI-FOUND-SW.
041700     MOVE ZERO TO GLI-SUM-SUB.
041800     PERFORM 2310-SCAN-SLOT THRU 2310-EXIT
041900         UNTIL GLI-FOUND
042000            OR GLI-SUM-SUB >= GLI-SUM-COUNT.
042100     IF NOT GLI-FOUND
042200         IF GLI-SUM-COUNT >= GLI-SUM-MAX
042300             DISPLAY "GLINTF: JOURNAL SUMMARY TABLE OVERFLOW"
042400             MOVE 12 TO RETURN-CODE
042500             STOP RUN
042600         END-IF
042700         ADD 1 TO GLI-SUM-COUNT
042800         MOVE GLI-SUM-COUNT TO GLI-SUM-SUB
042900         MOVE GLI-WORK-ACCOUNT TO GLI-SUM-ACCOUNT (GLI-SUM-SUB)
043000         MOVE PH-BRANCH TO GLI-SUM-BRANCH (GLI-SUM-SUB)
043100         MOVE GLI-WORK-CURRENCY TO GLI-SUM-CURRENCY (GLI-SUM-SUB)
043200         MOVE GLI-WORK-DRCR TO GLI-SUM-DRCR (GLI-SUM-SUB)
043300         MOVE GLI-SUSP-SW TO GLI-SUM-SUSP-FLAG (GLI-SUM-SUB)
043400     END-IF.
043500     ADD 1 TO GLI-SUM-COUNT-ITEMS (GLI-SUM-SUB).
043600     ADD PH-AMOUNT TO GLI-SUM-AMOUNT (GLI-SUM-SUB).
043700 2300-EXIT.
043800     EXIT.
043900
044000 2310-SCAN-SLOT.
044100     ADD 1 TO GLI-SUM-SUB.
044200     IF GLI-SUM-ACCOUNT (GLI-SUM-SUB) = GLI-WORK-ACCOUNT
044300      AND GLI-SUM-BRANCH (GLI-SUM-SUB) = PH-BRANCH
044400      AND GLI-SUM-CURRENCY (GLI-SUM-SUB) = GLI-WORK-CURRENCY
044500      AND GLI-SUM-DRCR (GLI-SUM-SUB) = GLI-WORK-DRCR
044600      AND GLI-SUM-SUSP-FLAG (GLI-SUM-SUB) = GLI-SUSP-SW
044700         MOVE "Y" TO GLI-FOUND-SW.
044800 2310-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    2400-NOTE-UNMAPPED.  COUNT THE COMBINATION FOR THE LIST.    *
045300******************************************************************
045400 2400-NOTE-UNMAPPED.
045500     MOVE "N" TO GLI-FOUND-SW.
045600     MOVE ZERO TO GLI-UNM-SUB.
045700     PERFORM 2410-SCAN-UNMAPPED THRU 2410-EXIT
045800         UNTIL GLI-FOUND
045900            OR GLI-UNM-SUB >= GLI-UNM-COUNT.
046000     IF NOT GLI-FOUND
046100         IF GLI-UNM-COUNT >= GLI-UNM-MAX
046200             DISPLAY "GLINTF: UNMAPPED LIST OVERFLOW"
046300             MOVE 12 TO RETURN-CODE
046400             STOP RUN
046500         END-IF
046600         ADD 1 TO GLI-UNM-COUNT
046700         MOVE GLI-UNM-COUNT TO GLI-UNM-SUB
046800         MOVE PH-SOURCE TO GLI-UNM-SOURCE (GLI-UNM-SUB)
046900         MOVE PH-TXN-TYPE TO GLI-UNM-TXN-TYPE (GLI-UNM-SUB)
047000         MOVE PH-BRANCH TO GLI-UNM-BRANCH (GLI-UNM-SUB)
047100         MOVE GLI-WORK-CURRENCY TO GLI-UNM-CURRENCY (GLI-UNM-SUB)
047200     END-IF.
047300     ADD 1 TO GLI-UNM-COUNT-ITEMS (GLI-UNM-SUB).
047400     ADD PH-AMOUNT TO GLI-UNM-AMOUNT (GLI-UNM-SUB).
047500 2400-EXIT.
047600     EXIT.
047700
047800 2410-SCAN-UNMAPPED.
047900     ADD 1 TO GLI-UNM-SUB.
048000     IF GLI-UNM-SOURCE (GLI-UNM-SUB) = PH-SOURCE
048100      AND GLI-UNM-TXN-TYPE (GLI-UNM-SUB) = PH-TXN-TYPE
048200      AND GLI-UNM-BRANCH (GLI-UNM-SUB) = PH-BRANCH
048300      AND GLI-UNM-CURRENCY (GLI-UNM-SUB) = GLI-WORK-CURRENCY
048400         MOVE "Y" TO GLI-FOUND-SW.
048500 2410-EXIT.
048600     EXIT.
048700
048800 2900-READ-HISTORY.
048900     READ POSTING-HISTORY
049000         AT END MOVE "Y" TO GLI-HIST-EOF-SW
049100     END-READ.
049200 2900-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*    3000-WRITE-JOURNAL.  ONE JOURNAL RECORD AND ONE PROOF LINE  *
049700*    PER SLOT, THEN THE TRAILER.                                 *
049800******************************************************************
049900 3000-WRITE-JOURNAL.
050000     MOVE ZERO TO GLI-SUM-SUB.
050100     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
050200         UNTIL GLI-SUM-SUB >= GLI-SUM-COUNT.
050300     MOVE SPACES TO GL-JOURNAL-RECORD.
050400     MOVE "T" TO GJ-REC-TYPE.
050500     MOVE GLI-JRNL-WRITTEN TO GJ-TRL-COUNT.
050600     MOVE GLI-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL.
050700     MOVE GLI-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL.
050800     WRITE GL-JOURNAL-RECORD.
050900 3000-EXIT.
051000     EXIT.
051100
051200 3100-WRITE-ONE.
051300     ADD 1 TO GLI-SUM-SUB.
051400     MOVE SPACES TO GL-JOURNAL-RECORD.
051500     MOVE "D" TO GJ-REC-TYPE.
051600     MOVE GLI-RUN-DATE TO GJ-POST-DATE.
051700     MOVE GLI-SUM-ACCOUNT (GLI-SUM-SUB) TO GJ-GL-ACCOUNT.
051800     MOVE GLI-SUM-BRANCH (GLI-SUM-SUB) TO GJ-BRANCH.
051900     MOVE GLI-SUM-CURRENCY (GLI-SUM-SUB) TO GJ-CURRENCY.
052000     MOVE GLI-SUM-DRCR (GLI-SUM-SUB) TO GJ-DRCR.
052100     MOVE GLI-SUM-AMOUNT (GLI-SUM-SUB) TO GJ-AMOUNT.
052200     MOVE GLI-SUM-COUNT-ITEMS (GLI-SUM-SUB) TO GJ-ITEM-COUNT.
052300     MOVE GLI-SUM-SUSP-FLAG (GLI-SUM-SUB) TO GJ-SUSPENSE-FLAG.
052400     WRITE GL-JOURNAL-RECORD.
052500     IF GLI-JRNL-STATUS NOT = "00"
052600         DISPLAY "GLINTF: GL JOURNAL WRITE FAILED "
052700             GLI-JRNL-STATUS
052800         MOVE 12 TO RETURN-CODE
052900         STOP RUN.
053000     ADD 1 TO GLI-JRNL-WRITTEN.
053100     IF GJ-DEBIT
053200         ADD GJ-AMOUNT TO GLI-DEBIT-TOTAL
053300         MOVE "DR" TO GLI-DTL-SIDE
053400     ELSE
053500         ADD GJ-AMOUNT TO GLI-CREDIT-TOTAL
053600         MOVE "CR" TO GLI-DTL-SIDE
053700     END-IF.
053800     MOVE GJ-GL-ACCOUNT TO GLI-DTL-ACCOUNT.
053900     MOVE GJ-BRANCH TO GLI-DTL-BRANCH.
054000     MOVE GJ-CURRENCY TO GLI-DTL-CURRENCY.
054100     MOVE GJ-AMOUNT TO GLI-DTL-AMOUNT.
054200     MOVE GJ-ITEM-COUNT TO GLI-DTL-ITEMS.
054300     IF GJ-SUSPENSE
054400         MOVE "SUSPENSE" TO GLI-DTL-NOTE
054500     ELSE
054600         MOVE SPACES TO GLI-DTL-NOTE
054700     END-IF.
054800     WRITE REPORT-LINE FROM GLI-DETAIL-LINE
054900         AFTER ADVANCING 1 LINE.
055000 3100-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400*    4000-PROVE-JOURNAL.  DEBITS MUST EQUAL CREDITS, AND EACH    *
055500*    SIDE MUST EQUAL THE AMOUNT POSTED TONIGHT.                  *
055600******************************************************************
055700 4000-PROVE-JOURNAL.
055800     MOVE "TOTAL DEBITS" TO GLI-TOT-LABEL.
055900     MOVE GLI-DEBIT-TOTAL TO GLI-TOT-AMOUNT.
056000     WRITE REPORT-LINE FROM GLI-TOTAL-LINE
056100         AFTER ADVANCING 2 LINES.
056200     MOVE "TOTAL CREDITS" TO GLI-TOT-LABEL.
056300     MOVE GLI-CREDIT-TOTAL TO GLI-TOT-AMOUNT.
056400     WRITE REPORT-LINE FROM GLI-TOTAL-LINE
056500         AFTER ADVANCING 1 LINE.
056600     MOVE "AMOUNT POSTED TONIGHT" TO GLI-TOT-LABEL.
056700     MOVE GLI-POSTED-AMOUNT TO GLI-TOT-AMOUNT.
056800     WRITE REPORT-LINE FROM GLI-TOTAL-LINE
056900         AFTER ADVANCING 1 LINE.
057000     MOVE "OF WHICH TO SUSPENSE" TO GLI-TOT-LABEL.
057100     MOVE GLI-SUSPENSE-AMOUNT TO GLI-TOT-AMOUNT.
057200     WRITE REPORT-LINE FROM GLI-TOTAL-LINE
057300         AFTER ADVANCING 1 LINE.
057400     MOVE "HISTORY RECORDS READ" TO GLI-CNT-LABEL.
057500     MOVE GLI-HIST-READ TO GLI-CNT-VALUE.
057600     WRITE REPORT-LINE FROM GLI-COUNT-LINE
057700         AFTER ADVANCING 2 LINES.
057800     MOVE "POSTINGS TONIGHT" TO GLI-CNT-LABEL.
057900     MOVE GLI-HIST-TONIGHT TO GLI-CNT-VALUE.
058000     WRITE REPORT-LINE FROM GLI-COUNT-LINE
058100         AFTER ADVANCING 1 LINE.
058200     MOVE "POSTINGS MAPPED" TO GLI-CNT-LABEL.
058300     MOVE GLI-HIST-MAPPED TO GLI-CNT-VALUE.
058400     WRITE REPORT-LINE FROM GLI-COUNT-LINE
058500         AFTER ADVANCING 1 LINE.
058600     MOVE "POSTINGS TO SUSPENSE" TO GLI-CNT-LABEL.
058700     MOVE GLI-HIST-SUSPENSE TO GLI-CNT-VALUE.
058800     WRITE REPORT-LINE FROM GLI-COUNT-LINE
058900         AFTER ADVANCING 1 LINE.
059000     MOVE "JOURNAL ENTRIES WRITTEN" TO GLI-CNT-LABEL.
059100     MOVE GLI-JRNL-WRITTEN TO GLI-CNT-VALUE.
059200     WRITE REPORT-LINE FROM GLI-COUNT-LINE
059300         AFTER ADVANCING 1 LINE.
059400     IF GLI-DEBIT-TOTAL NOT = GLI-CREDIT-TOTAL
059500      OR GLI-DEBIT-TOTAL NOT = GLI-POSTED-AMOUNT
059600         MOVE "GL JOURNAL DOES NOT BALANCE" TO GLI-MSG-TEXT
059700         WRITE REPORT-LINE FROM GLI-MESSAGE-LINE
059800             AFTER ADVANCING 2 LINES
059900         MOVE 8 TO RETURN-CODE
060000         GO TO 4000-EXIT.
060100     MOVE "GL JOURNAL BALANCES" TO GLI-MSG-TEXT.
060200     WRITE REPORT-LINE FROM GLI-MESSAGE-LINE
060300         AFTER ADVANCING 2 LINES.
060400     IF GLI-HIST-SUSPENSE NOT = ZERO
060500         MOVE 4 TO RETURN-CODE.
060600 4000-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000*    5000-REPORT-UNMAPPED.  THE COMBINATIONS FINANCE MUST MAP.   *
061100******************************************************************
061200 5000-REPORT-UNMAPPED.
061300     IF GLI-UNM-COUNT = ZERO
061400         GO TO 5000-EXIT.
061500     MOVE "UNMAPPED COMBINATIONS CARRIED TO SUSPENSE ACCOUNT "
061600         TO GLI-MSG-TEXT.
061700     MOVE GLI-SUSPENSE-ACCOUNT TO GLI-MSG-TEXT (51:10).
061800     WRITE REPORT-LINE FROM GLI-MESSAGE-LINE
061900         AFTER ADVANCING 2 LINES.
062000     MOVE ZERO TO GLI-UNM-SUB.
062100     PERFORM 5100-UNMAPPED-ONE THRU 5100-EXIT
062200         UNTIL GLI-UNM-SUB >= GLI-UNM-COUNT.
062300 5000-EXIT.
062400     EXIT.
062500
062600 5100-UNMAPPED-ONE.
062700     ADD 1 TO GLI-UNM-SUB.
062800     MOVE GLI-UNM-SOURCE (GLI-UNM-SUB) TO GLI-UNL-SOURCE.
062900     MOVE GLI-UNM-TXN-TYPE (GLI-UNM-SUB) TO GLI-UNL-TXN-TYPE.
063000     MOVE GLI-UNM-BRANCH (GLI-UNM-SUB) TO GLI-UNL-BRANCH.
063100     MOVE GLI-UNM-CURRENCY (GLI-UNM-SUB) TO GLI-UNL-CURRENCY.
063200     MOVE GLI-UNM-COUNT-ITEMS (GLI-UNM-SUB) TO GLI-UNL-ITEMS.
063300     MOVE GLI-UNM-AMOUNT (GLI-UNM-SUB) TO GLI-UNL-AMOUNT.
063400     WRITE REPORT-LINE FROM GLI-UNMAPPED-LINE
063500         AFTER ADVANCING 1 LINE.
063600 5100-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*    6000-WRITE-RUN-HISTORY.  TONIGHT'S TOTALS FOR ANOMCHK.      *
064100******************************************************************
064200 6000-WRITE-RUN-HISTORY.
064300     OPEN EXTEND RUN-HISTORY-FILE.
064400     IF GLI-RUN-STATUS = "35"
064500         OPEN OUTPUT RUN-HISTORY-FILE.
064600     IF GLI-RUN-STATUS NOT = "00"
064700         DISPLAY "GLINTF: RUN HISTORY OPEN FAILED "
064800             GLI-RUN-STATUS
064900         GO TO 6000-EXIT.
065000     MOVE SPACES TO RUN-HISTORY-RECORD.
065100     MOVE GLI-RUN-DATE TO RH-RUN-DATE.
065200     MOVE "GLINTF  " TO RH-STEP-NAME.
065300     MOVE GLI-HIST-TONIGHT TO RH-READ-COUNT.
065400     MOVE GLI-JRNL-WRITTEN TO RH-WRITE-COUNT.
065500     MOVE GLI-HIST-SUSPENSE TO RH-REJECT-COUNT.
065600     MOVE GLI-POSTED-AMOUNT TO RH-AMOUNT.
065700     WRITE RUN-HISTORY-RECORD.
065800     CLOSE RUN-HISTORY-FILE.
065900 6000-EXIT.
066000     EXIT.
