000100******************************************************************
000200* PROGRAM NAME:   AMLMON                                         *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* DAILY TRANSACTION MONITORING FOR COMPLIANCE.  READS THE        *
000600* POSTING HISTORY AND RAISES A CASE ON THE AMLCASE FILE FOR:     *
000700*   - EVERY POSTING OF TONIGHT'S RUN (PH-PROC-DATE = RUN DATE)   *
000800*     AT OR ABOVE THE REPORTABLE THRESHOLD;                      *
000900*   - A CUSTOMER WITH AT LEAST THE PARAMETER COUNT OF JUST-      *
001000*     BELOW-THRESHOLD CREDITS WITHIN THE ROLLING STRUCTURING     *
001100*     WINDOW, ONE OF THEM POSTED TONIGHT (SO THE SAME RUN OF     *
001200*     CREDITS IS NOT RAISED AGAIN EVERY NIGHT);                  *
001300*   - A CUSTOMER WHOSE VOLUME TONIGHT EXCEEDS THE PARAMETER      *
001400*     MULTIPLE OF THEIR OWN DAILY AVERAGE OVER THE TRAILING      *
001500*     WINDOW.                                                    *
001600* THRESHOLD AND STRUCTURING RULES LOOK AT THE CASH SOURCES       *
001700* NAMED ON THE AMLPARM RECORD ONLY.  NO PARAMETER FILE MEANS THE *
001800* HOUSE DEFAULTS BELOW.  THE STEP REFUSES TO RUN TWICE FOR ONE   *
001900* RUN DATE.  ANY CASE RAISED ENDS THE STEP WITH RC=4 SO THE      *
002000* SCHEDULER SURFACES IT; COMPLIANCE WORKS THEM IN AMLREVW.       *
002100*                                                                *
002200* MAINTENANCE LOG                                                *
002300* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002400* --------- ------------  -------------------------------------- *
002500* 15/10/26  HK            CREATED - TRANSACTION MONITORING       *
002525* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
002550*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
002575*                         AND AMOUNT OF CONVERTED ITEMS          *
002583* 15/10/26  HK            POSTING HISTORY IS NOW KEYED;          *
002591*                         READ IN KEY SEQUENCE                   *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  AMLMON.
002900 AUTHOR. H. KELLER.
003000 INSTALLATION. COBOL DEVELOPMENT CENTER.
003100 DATE-WRITTEN. 15/10/26.
003200 DATE-COMPILED. 15/10/26.
003300 SECURITY. NON-CONFIDENTIAL.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003900         ORGANIZATION IS INDEXED
003933         ACCESS MODE IS SEQUENTIAL
003966         RECORD KEY IS PH-KEY
004000         FILE STATUS IS AMM-HIST-STATUS.
004100     SELECT PARAMETER-FILE ASSIGN TO AMLPARM
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS AMM-PARM-STATUS.
004400     SELECT CASE-FILE ASSIGN TO AMLCASE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS AMM-CASE-STATUS.
004700     SELECT MONITOR-REPORT ASSIGN TO AMLMRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS AMM-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  POSTING-HISTORY
005400     RECORD CONTAINS 100 CHARACTERS.
005500 COPY POSTHIST.
005600
005700 FD  PARAMETER-FILE
005800     RECORD CONTAINS 80 CHARACTERS.
005900 COPY AMLPARM.
006000
006100 FD  CASE-FILE
006200     RECORD CONTAINS 140 CHARACTERS.
006300 COPY AMLCASE.
006400
006500 FD  MONITOR-REPORT
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  REPORT-LINE                 PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000 77  AMM-HIST-STATUS             PIC X(02).
007100 77  AMM-PARM-STATUS             PIC X(02).
007200 77  AMM-CASE-STATUS             PIC X(02).
007300 77  AMM-RPT-STATUS              PIC X(02).
007400
007500 77  AMM-HIST-EOF-SW             PIC X(01) VALUE "N".
007600     88  AMM-HIST-EOF            VALUE "Y".
007700 77  AMM-CASE-EOF-SW             PIC X(01) VALUE "N".
007800     88  AMM-CASE-EOF            VALUE "Y".
007900 77  AMM-RERUN-SW                PIC X(01) VALUE "N".
008000     88  AMM-RERUN               VALUE "Y".
008100 77  AMM-FOUND-SW                PIC X(01) VALUE "N".
008200     88  AMM-CUST-FOUND          VALUE "Y".
008300 77  AMM-CASH-SW                 PIC X(01) VALUE "N".
008400     88  AMM-CASH-ITEM           VALUE "Y".
008500 77  AMM-TONIGHT-SW              PIC X(01) VALUE "N".
008600     88  AMM-TONIGHT             VALUE "Y".
008700 77  AMM-SPIKE-WIN-SW            PIC X(01) VALUE "N".
008800     88  AMM-IN-SPIKE-WINDOW     VALUE "Y".
008900 77  AMM-STRUCT-WIN-SW           PIC X(01) VALUE "N".
009000     88  AMM-IN-STRUCT-WINDOW    VALUE "Y".
009100
009200* HOUSE DEFAULTS, OVERRIDDEN BY THE AMLPARM RECORD
009300 77  AMM-THRESHOLD               PIC 9(07)V9(02) VALUE 10000.00.
009400 77  AMM-STRUCT-FLOOR            PIC 9(07)V9(02) VALUE 8000.00.
009500 77  AMM-STRUCT-DAYS             PIC 9(03) VALUE 7.
009600 77  AMM-STRUCT-COUNT            PIC 9(03) VALUE 3.
009700 77  AMM-SPIKE-DAYS              PIC 9(03) VALUE 90.
009800 77  AMM-SPIKE-FACTOR            PIC 9(03) VALUE 5.
009900 77  AMM-SPIKE-MINIMUM           PIC 9(07)V9(02) VALUE 5000.00.
010000
010100 77  AMM-CASH-MAX                PIC 9(02) COMP VALUE 5.
010200 77  AMM-CASH-COUNT              PIC 9(02) COMP VALUE ZERO.
010300 77  AMM-CASH-SUB                PIC 9(02) COMP VALUE ZERO.
010400 77  AMM-CUST-MAX                PIC 9(05) COMP VALUE 5000.
010500 77  AMM-CUST-COUNT              PIC 9(05) COMP VALUE ZERO.
010600 77  AMM-CUST-SUB                PIC 9(05) COMP VALUE ZERO.
010700
010800 77  AMM-RUN-DATE                PIC 9(08) VALUE ZERO.
010900 77  AMM-RUN-INT                 PIC 9(07) VALUE ZERO.
011000 77  AMM-POST-INT                PIC 9(07) VALUE ZERO.
011100 77  AMM-STRUCT-START            PIC 9(07) VALUE ZERO.
011200 77  AMM-SPIKE-START             PIC 9(07) VALUE ZERO.
011300 77  AMM-AVERAGE                 PIC 9(11)V9(02) VALUE ZERO.
011400 77  AMM-SPIKE-LIMIT             PIC 9(13)V9(02) VALUE ZERO.
011500
011600 77  AMM-HIST-READ               PIC 9(07) COMP VALUE ZERO.
011700 77  AMM-HIST-TONIGHT            PIC 9(07) COMP VALUE ZERO.
011800 77  AMM-THRESH-COUNT            PIC 9(05) COMP VALUE ZERO.
011900 77  AMM-STRUCT-ALERTS           PIC 9(05) COMP VALUE ZERO.
012000 77  AMM-SPIKE-ALERTS            PIC 9(05) COMP VALUE ZERO.
012100 77  AMM-CASE-COUNT              PIC 9(05) COMP VALUE ZERO.
012200
012300 01  AMM-CASH-TABLE.
012400     05  AMM-CASH-SOURCE         PIC X(08) OCCURS 5 TIMES.
012500
012600* ONE ENTRY PER CUSTOMER WITH POSTINGS INSIDE EITHER WINDOW
012700 01  AMM-CUST-TABLE.
012800     05  AMM-CT-ENTRY OCCURS 5000 TIMES.
012900         10  AMM-CT-CUST         PIC 9(06).
013000         10  AMM-CT-BRANCH       PIC X(03).
013100         10  AMM-CT-ACCT         PIC 9(02).
013200         10  AMM-CT-TON-AMOUNT   PIC 9(09)V9(02).
013300         10  AMM-CT-TON-COUNT    PIC 9(05) COMP.
013400         10  AMM-CT-PRI-AMOUNT   PIC 9(11)V9(02).
013500         10  AMM-CT-STR-AMOUNT   PIC 9(09)V9(02).
013600         10  AMM-CT-STR-COUNT    PIC 9(05) COMP.
013700         10  AMM-CT-STR-TONIGHT  PIC X(01).
013800
013900 01  AMM-HEADING-1.
014000     05  FILLER                  PIC X(08) VALUE "AMLMON  ".
014100     05  FILLER                  PIC X(36)
014200         VALUE "TRANSACTION MONITORING ALERTS       ".
014300     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
014400     05  AMM-HDG-DATE            PIC 9(08).
014500     05  FILLER                  PIC X(70) VALUE SPACES.
014600
014700 01  AMM-HEADING-2.
014800     05  FILLER                  PIC X(43)
014900         VALUE "ALERT         CUST    BRN  AC  REFERENCE   ".
015000     05  FILLER                  PIC X(47)
015100         VALUE "POST-DATE       AMOUNT  ITEMS         BASIS    ".
015200     05  FILLER                  PIC X(42) VALUE SPACES.
015300
015400 01  AMM-DETAIL-LINE.
015500     05  AMM-DTL-TYPE            PIC X(12).
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  AMM-DTL-CUST            PIC 9(06).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  AMM-DTL-BRANCH          PIC X(03).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  AMM-DTL-ACCT            PIC 9(02).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  AMM-DTL-REFERENCE       PIC X(10).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  AMM-DTL-DATE            PIC 9(08).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  AMM-DTL-AMOUNT          PIC Z(08)9.99.
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  AMM-DTL-ITEMS           PIC Z(04)9.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  AMM-DTL-BASIS           PIC Z(08)9.99.
017200     05  FILLER                  PIC X(44) VALUE SPACES.
017300
017400 01  AMM-COUNT-LINE.
017500     05  FILLER                  PIC X(05) VALUE SPACES.
017600     05  AMM-CNT-LABEL           PIC X(30).
017700     05  AMM-CNT-VALUE           PIC Z(06)9.
017800     05  FILLER                  PIC X(90) VALUE SPACES.
017900
018000 PROCEDURE DIVISION.
018100******************************************************************
018200*    0000-MAINLINE.  ACCUMULATE, JUDGE, REPORT.                  *
018300******************************************************************
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
018700         UNTIL AMM-HIST-EOF.
018800     MOVE ZERO TO AMM-CUST-SUB.
018900     PERFORM 3000-JUDGE-CUSTOMER THRU 3000-EXIT
019000         UNTIL AMM-CUST-SUB >= AMM-CUST-COUNT.
019100     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
019200     IF AMM-CASE-COUNT > ZERO
019300         MOVE 4 TO RETURN-CODE.
019400     CLOSE POSTING-HISTORY
019500           CASE-FILE
019600           MONITOR-REPORT.
019700     STOP RUN.
019800
019900******************************************************************
020000*    1000-INITIALIZE.  PARAMETERS, RERUN GUARD, FILES, WINDOWS.  *
020100******************************************************************
020200 1000-INITIALIZE.
020300     ACCEPT AMM-RUN-DATE FROM DATE YYYYMMDD.
020400     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
020500*    CASES ALREADY RAISED FOR THIS RUN DATE MEAN A RERUN
020600     OPEN INPUT CASE-FILE.
020700     IF AMM-CASE-STATUS = "00"
020800         PERFORM 1200-CHECK-RERUN THRU 1200-EXIT
020900             UNTIL AMM-CASE-EOF
021000         CLOSE CASE-FILE.
021100     IF AMM-RERUN
021200         DISPLAY "AMLMON: CASES ALREADY RAISED FOR " AMM-RUN-DATE
021300             " - RUN SKIPPED"
021400         MOVE 4 TO RETURN-CODE
021500         STOP RUN.
021600     OPEN INPUT  POSTING-HISTORY
021700          OUTPUT MONITOR-REPORT.
021800     IF AMM-HIST-STATUS NOT = "00"
021900         DISPLAY "AMLMON: POSTING HISTORY OPEN FAILED "
022000             AMM-HIST-STATUS
022100         MOVE 12 TO RETURN-CODE
022200         STOP RUN.
022300     OPEN EXTEND CASE-FILE.
022400     IF AMM-CASE-STATUS = "35"
022500         OPEN OUTPUT CASE-FILE.
022600     IF AMM-CASE-STATUS NOT = "00"
022700         DISPLAY "AMLMON: CASE FILE OPEN FAILED "
022800             AMM-CASE-STATUS
022900         MOVE 12 TO RETURN-CODE
023000         STOP RUN.
023100     COMPUTE AMM-RUN-INT =
023200         FUNCTION INTEGER-OF-DATE (AMM-RUN-DATE).
023300*    THE STRUCTURING WINDOW ENDS TODAY; THE SPIKE AVERAGE IS
023400*    TAKEN OVER THE DAYS BEFORE TODAY
023500     COMPUTE AMM-STRUCT-START = AMM-RUN-INT - AMM-STRUCT-DAYS + 1.
023600     COMPUTE AMM-SPIKE-START = AMM-RUN-INT - AMM-SPIKE-DAYS.
023700     MOVE AMM-RUN-DATE TO AMM-HDG-DATE.
023800     WRITE REPORT-LINE FROM AMM-HEADING-1
023900         AFTER ADVANCING PAGE.
024000     WRITE REPORT-LINE FROM AMM-HEADING-2
024100         AFTER ADVANCING 2 LINES.
024200     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
024300 1000-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    1100-LOAD-PARAMETERS.  COMPLIANCE'S RECORD OVER THE HOUSE   *
024800*    DEFAULTS.  AN INCONSISTENT RECORD STOPS THE STEP.           *
024900******************************************************************
025000 1100-LOAD-PARAMETERS.
025100     OPEN INPUT PARAMETER-FILE.
025200     IF AMM-PARM-STATUS NOT = "00"
025300         DISPLAY "AMLMON: NO PARAMETER FILE - HOUSE DEFAULTS USED"
025400         GO TO 1100-EXIT.
025500     READ PARAMETER-FILE
025600         AT END
025700             DISPLAY "AMLMON: PARAMETER FILE EMPTY - HOUSE "
025800                 "DEFAULTS USED"
025900             CLOSE PARAMETER-FILE
026000             GO TO 1100-EXIT
026100     END-READ.
026200     IF AP-REPORT-THRESHOLD NOT NUMERIC
026300      OR AP-STRUCT-FLOOR NOT NUMERIC
026400      OR AP-STRUCT-DAYS NOT NUMERIC
026500      OR AP-STRUCT-COUNT NOT NUMERIC
026600      OR AP-SPIKE-DAYS NOT NUMERIC
026700      OR AP-SPIKE-FACTOR NOT NUMERIC
026800      OR AP-SPIKE-MINIMUM NOT NUMERIC
026900      OR AP-REPORT-THRESHOLD = ZERO
027000      OR AP-STRUCT-FLOOR >= AP-REPORT-THRESHOLD
027100      OR AP-STRUCT-DAYS = ZERO
027200      OR AP-STRUCT-COUNT = ZERO
027300      OR AP-SPIKE-DAYS = ZERO
027400      OR AP-SPIKE-FACTOR = ZERO
027500         DISPLAY "AMLMON: PARAMETER RECORD INVALID"
027600         MOVE 12 TO RETURN-CODE
027700         STOP RUN.
027800     MOVE AP-REPORT-THRESHOLD TO AMM-THRESHOLD.
027900     MOVE AP-STRUCT-FLOOR TO AMM-STRUCT-FLOOR.
028000     MOVE AP-STRUCT-DAYS TO AMM-STRUCT-DAYS.
028100     MOVE AP-STRUCT-COUNT TO AMM-STRUCT-COUNT.
028200     MOVE AP-SPIKE-DAYS TO AMM-SPIKE-DAYS.
028300     MOVE AP-SPIKE-FACTOR TO AMM-SPIKE-FACTOR.
028400     MOVE AP-SPIKE-MINIMUM TO AMM-SPIKE-MINIMUM.
028500     MOVE ZERO TO AMM-CASH-SUB.
028600     PERFORM 1110-TAKE-SOURCE THRU 1110-EXIT
028700         UNTIL AMM-CASH-SUB >= AMM-CASH-MAX.
028800     CLOSE PARAMETER-FILE.
028900 1100-EXIT.
029000     EXIT.
029100
029200 1110-TAKE-SOURCE.
029300     ADD 1 TO AMM-CASH-SUB.
029400     IF AP-CASH-SOURCE (AMM-CASH-SUB) NOT = SPACES
029500         ADD 1 TO AMM-CASH-COUNT
029600         MOVE AP-CASH-SOURCE (AMM-CASH-SUB)
029700             TO AMM-CASH-SOURCE (AMM-CASH-COUNT).
029800 1110-EXIT.
029900     EXIT.
030000
030100 1200-CHECK-RERUN.
030200     READ CASE-FILE
030300         AT END
030400             MOVE "Y" TO AMM-CASE-EOF-SW
030500             GO TO 1200-EXIT
030600     END-READ.
030700     IF AL-ALERT-DATE = AMM-RUN-DATE
030800         MOVE "Y" TO AMM-RERUN-SW.
030900 1200-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    2000-SCAN-HISTORY.  TONIGHT'S POSTINGS ARE TESTED AGAINST   *
031400*    THE THRESHOLD AS THEY COME; EVERYTHING INSIDE EITHER WINDOW *
031500*    IS ACCUMULATED PER CUSTOMER FOR THE JUDGING PASS.           *
031600******************************************************************
031700 2000-SCAN-HISTORY.
031800     ADD 1 TO AMM-HIST-READ.
031900     IF PH-POST-DATE NOT NUMERIC
032000      OR PH-POST-DATE < 16010101
032100         GO TO 2000-READ-NEXT.
032200     MOVE "N" TO AMM-TONIGHT-SW.
032300     MOVE "N" TO AMM-SPIKE-WIN-SW.
032400     MOVE "N" TO AMM-STRUCT-WIN-SW.
032500     IF PH-PROC-DATE = AMM-RUN-DATE
032600         MOVE "Y" TO AMM-TONIGHT-SW
032700         ADD 1 TO AMM-HIST-TONIGHT.
032800     COMPUTE AMM-POST-INT =
032900         FUNCTION INTEGER-OF-DATE (PH-POST-DATE).
033000     IF NOT AMM-TONIGHT
033100      AND AMM-POST-INT >= AMM-SPIKE-START
033200      AND AMM-POST-INT < AMM-RUN-INT
033300         MOVE "Y" TO AMM-SPIKE-WIN-SW.
033400     IF AMM-POST-INT >= AMM-STRUCT-START
033500      AND AMM-POST-INT <= AMM-RUN-INT
033600         MOVE "Y" TO AMM-STRUCT-WIN-SW.
033700     IF NOT AMM-TONIGHT
033800      AND NOT AMM-IN-SPIKE-WINDOW
033900      AND NOT AMM-IN-STRUCT-WINDOW
034000         GO TO 2000-READ-NEXT.
034100     PERFORM 2200-CHECK-CASH THRU 2200-EXIT.
034200     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
034300     IF AMM-TONIGHT
034400         ADD PH-AMOUNT TO AMM-CT-TON-AMOUNT (AMM-CUST-SUB)
034500         ADD 1 TO AMM-CT-TON-COUNT (AMM-CUST-SUB)
034600         MOVE PH-BRANCH TO AMM-CT-BRANCH (AMM-CUST-SUB)
034700         IF PH-ACCT-SEQ NUMERIC
034800             MOVE PH-ACCT-SEQ TO AMM-CT-ACCT (AMM-CUST-SUB)
034900         END-IF
035000         IF AMM-CASH-ITEM
035100          AND PH-AMOUNT >= AMM-THRESHOLD
035200             PERFORM 2300-THRESHOLD-ALERT THRU 2300-EXIT
035300         END-IF
035400     END-IF.
035500     IF AMM-IN-SPIKE-WINDOW
035600         ADD PH-AMOUNT TO AMM-CT-PRI-AMOUNT (AMM-CUST-SUB).
035700     IF AMM-IN-STRUCT-WINDOW
035800      AND AMM-CASH-ITEM
035900      AND PH-CREDIT
036000      AND PH-AMOUNT >= AMM-STRUCT-FLOOR
036100      AND PH-AMOUNT < AMM-THRESHOLD
036200         ADD PH-AMOUNT TO AMM-CT-STR-AMOUNT (AMM-CUST-SUB)
036300         ADD 1 TO AMM-CT-STR-COUNT (AMM-CUST-SUB)
036400         IF AMM-TONIGHT
036500             MOVE "Y" TO AMM-CT-STR-TONIGHT (AMM-CUST-SUB)
036600         END-IF
036700     END-IF.
036800 2000-READ-NEXT.
036900     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
037000 2000-EXIT.
037100     EXIT.
037200
037300 2100-FIND-CUSTOMER.
037400     MOVE "N" TO AMM-FOUND-SW.
037500     MOVE ZERO TO AMM-CUST-SUB.
037600     PERFORM 2110-SCAN-CUSTOMER THRU 2110-EXIT
037700         UNTIL AMM-CUST-FOUND
037800            OR AMM-CUST-SUB >= AMM-CUST-COUNT.
037900     IF AMM-CUST-FOUND
038000         GO TO 2100-EXIT.
038100     IF AMM-CUST-COUNT >= AMM-CUST-MAX
038200         DISPLAY "AMLMON: CUSTOMER TABLE OVERFLOW"
038300         MOVE 12 TO RETURN-CODE
038400         STOP RUN.
038500     ADD 1 TO AMM-CUST-COUNT.
038600     MOVE AMM-CUST-COUNT TO AMM-CUST-SUB.
038700     MOVE PH-CUST-NUMBER TO AMM-CT-CUST (AMM-CUST-SUB).
038800     MOVE PH-BRANCH TO AMM-CT-BRANCH (AMM-CUST-SUB).
038900     MOVE 1 TO AMM-CT-ACCT (AMM-CUST-SUB).
039000     MOVE ZERO TO AMM-CT-TON-AMOUNT (AMM-CUST-SUB).
039100     MOVE ZERO TO AMM-CT-TON-COUNT (AMM-CUST-SUB).
039200     MOVE ZERO TO AMM-CT-PRI-AMOUNT (AMM-CUST-SUB).
039300     MOVE ZERO TO AMM-CT-STR-AMOUNT (AMM-CUST-SUB).
039400     MOVE ZERO TO AMM-CT-STR-COUNT (AMM-CUST-SUB).
039500     MOVE "N" TO AMM-CT-STR-TONIGHT (AMM-CUST-SUB).
039600 2100-EXIT.
039700     EXIT.
039800
039900 2110-SCAN-CUSTOMER.
040000     ADD 1 TO AMM-CUST-SUB.
040100     IF AMM-CT-CUST (AMM-CUST-SUB) = PH-CUST-NUMBER
040200         MOVE "Y" TO AMM-FOUND-SW.
040300 2110-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    2200-CHECK-CASH.  NO SOURCES ON THE PARAMETER RECORD MEANS  *
040800*    EVERY POSTING COUNTS AS CASH.                               *
040900******************************************************************
041000 2200-CHECK-CASH.
041100     IF AMM-CASH-COUNT = ZERO
041200         MOVE "Y" TO AMM-CASH-SW
041300         GO TO 2200-EXIT.
041400     MOVE "N" TO AMM-CASH-SW.
041500     MOVE ZERO TO AMM-CASH-SUB.
041600     PERFORM 2210-SCAN-SOURCE THRU 2210-EXIT
041700         UNTIL AMM-CASH-ITEM
041800            OR AMM-CASH-SUB >= AMM-CASH-COUNT.
041900 2200-EXIT.
042000     EXIT.
042100
042200 2210-SCAN-SOURCE.
042300     ADD 1 TO AMM-CASH-SUB.
042400     IF AMM-CASH-SOURCE (AMM-CASH-SUB) = PH-SOURCE
042500         MOVE "Y" TO AMM-CASH-SW.
042600 2210-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    2300-THRESHOLD-ALERT.  ONE CASE PER REPORTABLE POSTING.     *
043100******************************************************************
043200 2300-THRESHOLD-ALERT.
043300     MOVE SPACES TO AML-CASE-RECORD.
043400     MOVE "T" TO AL-ALERT-TYPE.
043500     MOVE PH-CUST-NUMBER TO AL-CUST-NUMBER.
043600     MOVE PH-BRANCH TO AL-BRANCH.
043700     MOVE AMM-CT-ACCT (AMM-CUST-SUB) TO AL-ACCT-SEQ.
043800     MOVE PH-REFERENCE TO AL-REFERENCE.
043900     MOVE PH-SOURCE TO AL-SOURCE.
044000     MOVE PH-POST-DATE TO AL-POST-DATE.
044100     MOVE PH-AMOUNT TO AL-AMOUNT.
044200     MOVE 1 TO AL-ITEM-COUNT.
044300     MOVE AMM-THRESHOLD TO AL-BASIS-AMOUNT.
044400     ADD 1 TO AMM-THRESH-COUNT.
044500     PERFORM 3500-WRITE-CASE THRU 3500-EXIT.
044600 2300-EXIT.
044700     EXIT.
044800
044900 2900-READ-HISTORY.
045000     READ POSTING-HISTORY
045100         AT END MOVE "Y" TO AMM-HIST-EOF-SW
045200     END-READ.
045300 2900-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    3000-JUDGE-CUSTOMER.  STRUCTURING AND VOLUME SPIKE ON THE   *
045800*    ACCUMULATED WINDOWS.                                        *
045900******************************************************************
046000 3000-JUDGE-CUSTOMER.
046100     ADD 1 TO AMM-CUST-SUB.
046200     IF AMM-CT-STR-COUNT (AMM-CUST-SUB) >= AMM-STRUCT-COUNT
046300      AND AMM-CT-STR-TONIGHT (AMM-CUST-SUB) = "Y"
046400         MOVE SPACES TO AML-CASE-RECORD
046500         MOVE "S" TO AL-ALERT-TYPE
046600         MOVE AMM-CT-STR-AMOUNT (AMM-CUST-SUB) TO AL-AMOUNT
046700         MOVE AMM-CT-STR-COUNT (AMM-CUST-SUB) TO AL-ITEM-COUNT
046800         MOVE AMM-THRESHOLD TO AL-BASIS-AMOUNT
046900         ADD 1 TO AMM-STRUCT-ALERTS
047000         PERFORM 3100-CUSTOMER-CASE THRU 3100-EXIT
047100     END-IF.
047200     IF AMM-CT-TON-COUNT (AMM-CUST-SUB) = ZERO
047300      OR AMM-CT-TON-AMOUNT (AMM-CUST-SUB) < AMM-SPIKE-MINIMUM
047400         GO TO 3000-EXIT.
047500     COMPUTE AMM-AVERAGE ROUNDED =
047600         AMM-CT-PRI-AMOUNT (AMM-CUST-SUB) / AMM-SPIKE-DAYS.
047700     COMPUTE AMM-SPIKE-LIMIT = AMM-AVERAGE * AMM-SPIKE-FACTOR.
047800     IF AMM-CT-TON-AMOUNT (AMM-CUST-SUB) NOT > AMM-SPIKE-LIMIT
047900         GO TO 3000-EXIT.
048000     MOVE SPACES TO AML-CASE-RECORD.
048100     MOVE "V" TO AL-ALERT-TYPE.
048200     MOVE AMM-CT-TON-AMOUNT (AMM-CUST-SUB) TO AL-AMOUNT.
048300     MOVE AMM-CT-TON-COUNT (AMM-CUST-SUB) TO AL-ITEM-COUNT.
048400     MOVE AMM-AVERAGE TO AL-BASIS-AMOUNT.
048500     ADD 1 TO AMM-SPIKE-ALERTS.
048600     PERFORM 3100-CUSTOMER-CASE THRU 3100-EXIT.
048700 3000-EXIT.
048800     EXIT.
048900
049000 3100-CUSTOMER-CASE.
049100     MOVE AMM-CT-CUST (AMM-CUST-SUB) TO AL-CUST-NUMBER.
049200     MOVE AMM-CT-BRANCH (AMM-CUST-SUB) TO AL-BRANCH.
049300     MOVE AMM-CT-ACCT (AMM-CUST-SUB) TO AL-ACCT-SEQ.
049400     MOVE AMM-RUN-DATE TO AL-POST-DATE.
049500     PERFORM 3500-WRITE-CASE THRU 3500-EXIT.
049600 3100-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*    3500-WRITE-CASE.  OPEN THE CASE AND LIST IT.                *
050100******************************************************************
050200 3500-WRITE-CASE.
050300     MOVE AMM-RUN-DATE TO AL-ALERT-DATE.
050400     MOVE "O" TO AL-CASE-STATUS.
050500     MOVE ZERO TO AL-DISP-DATE.
050600     WRITE AML-CASE-RECORD.
050700     IF AMM-CASE-STATUS NOT = "00"
050800         DISPLAY "AMLMON: CASE FILE WRITE FAILED "
050900             AMM-CASE-STATUS
051000         MOVE 12 TO RETURN-CODE
051100         STOP RUN.
051200     ADD 1 TO AMM-CASE-COUNT.
051300     EVALUATE TRUE
051400         WHEN AL-THRESHOLD
051500             MOVE "THRESHOLD" TO AMM-DTL-TYPE
051600         WHEN AL-STRUCTURING
051700             MOVE "STRUCTURING" TO AMM-DTL-TYPE
051800         WHEN OTHER
051900             MOVE "VOLUME SPIKE" TO AMM-DTL-TYPE
052000     END-EVALUATE.
052100     MOVE AL-CUST-NUMBER TO AMM-DTL-CUST.
052200     MOVE AL-BRANCH TO AMM-DTL-BRANCH.
052300     MOVE AL-ACCT-SEQ TO AMM-DTL-ACCT.
052400     MOVE AL-REFERENCE TO AMM-DTL-REFERENCE.
052500     MOVE AL-POST-DATE TO AMM-DTL-DATE.
052600     MOVE AL-AMOUNT TO AMM-DTL-AMOUNT.
052700     MOVE AL-ITEM-COUNT TO AMM-DTL-ITEMS.
052800     MOVE AL-BASIS-AMOUNT TO AMM-DTL-BASIS.
052900     WRITE REPORT-LINE FROM AMM-DETAIL-LINE
053000         AFTER ADVANCING 1 LINE.
053100 3500-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500*    4000-PRINT-TOTALS.  RUN COUNTS.                             *
053600******************************************************************
053700 4000-PRINT-TOTALS.
053800     MOVE "HISTORY RECORDS READ" TO AMM-CNT-LABEL.
053900     MOVE AMM-HIST-READ TO AMM-CNT-VALUE.
054000     WRITE REPORT-LINE FROM AMM-COUNT-LINE
054100         AFTER ADVANCING 2 LINES.
054200     MOVE "POSTINGS OF THIS RUN" TO AMM-CNT-LABEL.
054300     MOVE AMM-HIST-TONIGHT TO AMM-CNT-VALUE.
054400     WRITE REPORT-LINE FROM AMM-COUNT-LINE
054500         AFTER ADVANCING 1 LINE.
054600     MOVE "CUSTOMERS IN WINDOW" TO AMM-CNT-LABEL.
054700     MOVE AMM-CUST-COUNT TO AMM-CNT-VALUE.
054800     WRITE REPORT-LINE FROM AMM-COUNT-LINE
054900         AFTER ADVANCING 1 LINE.
055000     MOVE "THRESHOLD CASES" TO AMM-CNT-LABEL.
055100     MOVE AMM-THRESH-COUNT TO AMM-CNT-VALUE.
055200     WRITE REPORT-LINE FROM AMM-COUNT-LINE
055300         AFTER ADVANCING 1 LINE.
055400     MOVE "STRUCTURING CASES" TO AMM-CNT-LABEL.
055500     MOVE AMM-STRUCT-ALERTS TO AMM-CNT-VALUE.
055600     WRITE REPORT-LINE FROM AMM-COUNT-LINE
055700         AFTER ADVANCING 1 LINE.
055800     MOVE "VOLUME SPIKE CASES" TO AMM-CNT-LABEL.
055900     MOVE AMM-SPIKE-ALERTS TO AMM-CNT-VALUE.
056000     WRITE REPORT-LINE FROM AMM-COUNT-LINE
056100         AFTER ADVANCING 1 LINE.
056200 4000-EXIT.
056300     EXIT.
