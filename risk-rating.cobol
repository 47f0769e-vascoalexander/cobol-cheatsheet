000100******************************************************************
000200* PROGRAM NAME:   RISKRATE                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* NIGHTLY CUSTOMER RISK GRADING.  RUNS IN THE NIGHTLY CHAIN      *
000600* AFTER POSTRUN, DUNNING AND THE STANDING-ORDER STEP.  EVERY     *
000700* CUSTOMER NOT CLOSED IS SCORED 0-100 (HIGHER IS RISKIER) FROM   *
000800* FIVE FACTORS, AND THE SCORE, THE GRADE IT FALLS IN, THE SCORE  *
000900* DATE AND EACH FACTOR'S POINTS ARE STORED ON THE RISK REGISTER  *
001000* RISKGRAD, KEYED BY CUSTOMER:                                   *
001100*   BALANCE     POSTHIST, LAST 90 DAYS: DEBITS OUTRUNNING        *
001200*               CREDITS 10, ANY BALANCE BELOW ZERO 10            *
001300*   OVERDRAWN   DAYS THE LONGEST-OVERDRAWN ACCOUNT HAS BEEN      *
001400*               BELOW ZERO SINCE IT LAST STOOD AT OR ABOVE,      *
001500*               FROM THE BALANCE AFTER EACH POSTING: 1-30 DAYS   *
001600*               10, 31-60 DAYS 20, OVER 60 DAYS 30               *
001700*   DUNNING     5 PER DUNNING STAGE, 5 MORE FOR A BROKEN         *
001800*               PROMISE TO PAY, AT MOST 20                       *
001900*   EMPLOYMENT  LATEST DECISION ON THE CLASSIFICATION HISTORY    *
002000*               (THE MASTER'S EMPLOYMENT-STATUS IF THERE IS      *
002100*               NONE): UNEMPLOYED 15                             *
002200*   RETURNS     STANDING-ORDER DEBITS RETURNED UNFUNDED: 3 PER   *
002300*               NIGHT AN ACTIVE ORDER IS IN RETRY, 5 PER ORDER   *
002400*               SUSPENDED UNFUNDED, AT MOST 15                   *
002500* GRADES: A 0-14, B 15-29, C 30-49, D 50-69, E 70-100.  D AND E  *
002600* ARE HIGH RISK - POSTRUN REFERS THEIR DEBITS INTO OVERDRAFT.    *
002700* THE GRADE HELD AT THE FIRST RUN OF EACH MONTH IS KEPT ON THE   *
002800* REGISTER FOR THE RISKMIG GRADE-MIGRATION REPORT.  THE DUNNING  *
002900* LEDGER, STANDING ORDERS AND CLASSIFICATION HISTORY ARE         *
003000* OPTIONAL; A FACTOR WHOSE FILE IS ABSENT SCORES ZERO.           *
003100*                                                                *
003200* MAINTENANCE LOG                                                *
003300* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
003400* --------- ------------  -------------------------------------- *
003500* 15/10/26  HK            CREATED - NIGHTLY CUSTOMER RISK GRADE  *
003533* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 140   *
003566*                         BYTES FOR THE PAYEE                    *
003574* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 150   *
003582*                         BYTES; ORDER CREATED DATE HELD AS A    *
003590*                         DISPLAY DATE                           *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.  RISKRATE.
003900 AUTHOR. H. KELLER.
004000 INSTALLATION. COBOL DEVELOPMENT CENTER.
004100 DATE-WRITTEN. 15/10/26.
004200 DATE-COMPILED. 15/10/26.
004300 SECURITY. CONFIDENTIAL.
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS CUST-NUMBER
005200         FILE STATUS IS RRT-MAST-STATUS.
005300     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS PH-KEY
005700         FILE STATUS IS RRT-HIST-STATUS.
005800     SELECT DUNNING-LEDGER ASSIGN TO DUNLEDGR
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS DL-CUST-NUMBER
006200         FILE STATUS IS RRT-LDG-STATUS.
006300     SELECT STANDING-ORDER-FILE ASSIGN TO STORDFIL
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS SO-KEY
006700         FILE STATUS IS RRT-SO-STATUS.
006800     SELECT CLASS-HISTORY ASSIGN TO CLASHSTI
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS RRT-CLS-STATUS.
007100     SELECT RISK-REGISTER ASSIGN TO RISKGRAD
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS RG-CUST-NUMBER
007500         FILE STATUS IS RRT-RG-STATUS.
007600     SELECT SORT-WORK ASSIGN TO SORTWK01.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CUSTOMER-MASTER
008100     RECORD CONTAINS 273 CHARACTERS.
008200 COPY CUSTMAST.
008300
008400 FD  POSTING-HISTORY
008500     RECORD CONTAINS 100 CHARACTERS.
008600 COPY POSTHIST.
008700
008800 FD  DUNNING-LEDGER
008900     RECORD CONTAINS 30 CHARACTERS.
009000 COPY DUNLEDGR.
009100
009200 FD  STANDING-ORDER-FILE
009300     RECORD CONTAINS 150 CHARACTERS.
009400 COPY STANDORD.
009500
009600 FD  CLASS-HISTORY
009700     RECORD CONTAINS 50 CHARACTERS.
009800 COPY CLASHIST.
009900
010000 FD  RISK-REGISTER
010100     RECORD CONTAINS 80 CHARACTERS.
010200 COPY RISKGRD.
010300
010400 SD  SORT-WORK.
010500 01  SORT-RECORD.
010600     05  SRT-CUST-NUMBER         PIC 9(06).
010700     05  SRT-EVENT-DATE          PIC 9(08).
010800     05  SRT-EMPLOY-STATUS       PIC X(20).
010900
011000 WORKING-STORAGE SECTION.
011100 77  RRT-MAST-STATUS             PIC X(02).
011200 77  RRT-HIST-STATUS             PIC X(02).
011300 77  RRT-LDG-STATUS              PIC X(02).
011400 77  RRT-SO-STATUS               PIC X(02).
011500 77  RRT-CLS-STATUS              PIC X(02).
011600 77  RRT-RG-STATUS               PIC X(02).
011700
011800 77  RRT-MAST-EOF-SW             PIC X(01) VALUE "N".
011900     88  RRT-MAST-EOF            VALUE "Y".
012000 77  RRT-CLS-EOF-SW              PIC X(01) VALUE "N".
012100     88  RRT-CLS-EOF             VALUE "Y".
012200 77  RRT-SORT-EOF-SW             PIC X(01) VALUE "N".
012300     88  RRT-SORT-EOF            VALUE "Y".
012400 77  RRT-HIST-DONE-SW            PIC X(01) VALUE "N".
012500     88  RRT-HIST-DONE           VALUE "Y".
012600 77  RRT-SO-DONE-SW              PIC X(01) VALUE "N".
012700     88  RRT-SO-DONE             VALUE "Y".
012800 77  RRT-LDG-OPEN-SW             PIC X(01) VALUE "N".
012900     88  RRT-LDG-OPEN            VALUE "Y".
013000 77  RRT-SO-OPEN-SW              PIC X(01) VALUE "N".
013100     88  RRT-SO-OPEN             VALUE "Y".
013200 77  RRT-NEW-SW                  PIC X(01) VALUE "N".
013300     88  RRT-NEW-CUSTOMER        VALUE "Y".
013400
013500* SCORING WINDOW FOR THE BALANCE FACTOR, IN DAYS
013600 77  RRT-WINDOW-DAYS             PIC 9(03) COMP VALUE 90.
013700 77  RRT-RUN-INT                 PIC 9(07) COMP VALUE ZERO.
013800 77  RRT-WINDOW-START            PIC 9(08) VALUE ZERO.
013900 77  RRT-WIN-DEBITS              PIC 9(11)V9(02) VALUE ZERO.
014000 77  RRT-WIN-CREDITS             PIC 9(11)V9(02) VALUE ZERO.
014100 77  RRT-WIN-LOW                 PIC S9(09)V9(02) VALUE ZERO.
014200 77  RRT-OLDEST-SPELL            PIC 9(08) VALUE ZERO.
014300 77  RRT-DAYS-OVERDRAWN          PIC 9(05) COMP VALUE ZERO.
014400 77  RRT-ACC-SUB                 PIC 9(02) COMP VALUE ZERO.
014500 77  RRT-EMPLOY-STATUS           PIC X(20) VALUE SPACES.
014600
014700 77  RRT-PTS-BALANCE             PIC 9(03) COMP VALUE ZERO.
014800 77  RRT-PTS-OVERDRAWN           PIC 9(03) COMP VALUE ZERO.
014900 77  RRT-PTS-DUNNING             PIC 9(03) COMP VALUE ZERO.
015000 77  RRT-PTS-EMPLOYMENT          PIC 9(03) COMP VALUE ZERO.
015100 77  RRT-PTS-RETURNS             PIC 9(05) COMP VALUE ZERO.
015200 77  RRT-SCORE                   PIC 9(03) COMP VALUE ZERO.
015300 77  RRT-GRADE-SUB               PIC 9(01) COMP VALUE ZERO.
015400 77  RRT-NEW-GRADE               PIC X(01) VALUE SPACE.
015500
015600 77  RRT-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
015700 77  RRT-GRADED-COUNT            PIC 9(07) COMP VALUE ZERO.
015800 77  RRT-ADDED-COUNT             PIC 9(07) COMP VALUE ZERO.
015900 77  RRT-CHANGED-COUNT           PIC 9(07) COMP VALUE ZERO.
016000
016100 01  RRT-RUN-DATE                PIC 9(08).
016200 01  RRT-RUN-DATE-X REDEFINES RRT-RUN-DATE.
016300     05  RRT-RUN-PERIOD          PIC 9(06).
016400     05  FILLER                  PIC X(02).
016500
016600* THE DATE EACH ACCOUNT WENT BELOW ZERO; ZERO WHILE IT IS NOT
016700 01  RRT-SPELL-TABLE.
016800     05  RRT-SPELL-START         PIC 9(08) OCCURS 99 TIMES.
016900
017000* LOWEST SCORE OF EACH GRADE, A THROUGH E
017100 01  RRT-GRADE-BANDS.
017200     05  FILLER                  PIC X(04) VALUE "A000".
017300     05  FILLER                  PIC X(04) VALUE "B015".
017400     05  FILLER                  PIC X(04) VALUE "C030".
017500     05  FILLER                  PIC X(04) VALUE "D050".
017600     05  FILLER                  PIC X(04) VALUE "E070".
017700 01  RRT-GRADE-TABLE REDEFINES RRT-GRADE-BANDS.
017800     05  RRT-BAND OCCURS 5 TIMES.
017900         10  RRT-BAND-GRADE      PIC X(01).
018000         10  RRT-BAND-FLOOR      PIC 9(03).
018100 01  RRT-GRADE-COUNTS.
018200     05  RRT-GRADE-COUNT         PIC 9(07) COMP OCCURS 5 TIMES.
018300
018400 PROCEDURE DIVISION.
018500******************************************************************
018600*    0000-MAINLINE.  SORT THE CLASSIFICATION HISTORY, GRADE EACH *
018700*    CUSTOMER AGAINST IT IN MASTER ORDER, REPORT.                *
018800******************************************************************
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     SORT SORT-WORK
019200         ON ASCENDING KEY SRT-CUST-NUMBER
019300                          SRT-EVENT-DATE
019400         INPUT PROCEDURE IS 2000-RELEASE-HISTORY
019500             THRU 2000-RELEASE-EXIT
019600         OUTPUT PROCEDURE IS 3000-GRADE-CUSTOMERS
019700             THRU 3000-GRADE-EXIT.
019800     PERFORM 4000-REPORT THRU 4000-EXIT.
019900     CLOSE CUSTOMER-MASTER
020000           POSTING-HISTORY
020100           RISK-REGISTER.
020200     IF RRT-LDG-OPEN
020300         CLOSE DUNNING-LEDGER.
020400     IF RRT-SO-OPEN
020500         CLOSE STANDING-ORDER-FILE.
020600     STOP RUN.
020700
020800******************************************************************
020900*    1000-INITIALIZE.  RUN DATE, SCORING WINDOW, FILES.          *
021000******************************************************************
021100 1000-INITIALIZE.
021200     ACCEPT RRT-RUN-DATE FROM DATE YYYYMMDD.
021300     COMPUTE RRT-RUN-INT =
021400         FUNCTION INTEGER-OF-DATE (RRT-RUN-DATE).
021500     COMPUTE RRT-WINDOW-START = FUNCTION DATE-OF-INTEGER
021600         (RRT-RUN-INT - RRT-WINDOW-DAYS).
021700     INITIALIZE RRT-GRADE-COUNTS.
021800     OPEN INPUT CUSTOMER-MASTER
021900                POSTING-HISTORY.
022000     IF RRT-MAST-STATUS NOT = "00"
022100         DISPLAY "RISKRATE: MASTER OPEN FAILED " RRT-MAST-STATUS
022200         MOVE 12 TO RETURN-CODE
022300         STOP RUN.
022400     IF RRT-HIST-STATUS NOT = "00"
022500         DISPLAY "RISKRATE: POSTING HISTORY OPEN FAILED "
022600             RRT-HIST-STATUS
022700         MOVE 12 TO RETURN-CODE
022800         STOP RUN.
022900     OPEN I-O RISK-REGISTER.
023000     IF RRT-RG-STATUS = "35"
023100         OPEN OUTPUT RISK-REGISTER
023200         CLOSE RISK-REGISTER
023300         OPEN I-O RISK-REGISTER.
023400     IF RRT-RG-STATUS NOT = "00"
023500         DISPLAY "RISKRATE: RISK REGISTER OPEN FAILED "
023600             RRT-RG-STATUS
023700         MOVE 12 TO RETURN-CODE
023800         STOP RUN.
023900*    NO DUNNING LEDGER MEANS NOBODY IS IN DUNNING
024000     OPEN INPUT DUNNING-LEDGER.
024100     IF RRT-LDG-STATUS = "00"
024200         MOVE "Y" TO RRT-LDG-OPEN-SW.
024300*    NO STANDING-ORDER FILE MEANS NO ORDER HAS BEEN RETURNED
024400     OPEN INPUT STANDING-ORDER-FILE.
024500     IF RRT-SO-STATUS = "00"
024600         MOVE "Y" TO RRT-SO-OPEN-SW.
024700 1000-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100*    2000-RELEASE-HISTORY.  FEED THE SORT; NO CLASSIFICATION     *
025200*    HISTORY LEAVES THE MASTER'S EMPLOYMENT-STATUS TO SCORE.     *
025300******************************************************************
025400 2000-RELEASE-HISTORY.
025500     OPEN INPUT CLASS-HISTORY.
025600     IF RRT-CLS-STATUS NOT = "00"
025700         GO TO 2000-RELEASE-EXIT.
025800     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
025900         UNTIL RRT-CLS-EOF.
026000     CLOSE CLASS-HISTORY.
026100 2000-RELEASE-EXIT.
026200     EXIT.
026300
026400 2100-RELEASE-ONE.
026500     READ CLASS-HISTORY
026600         AT END
026700             MOVE "Y" TO RRT-CLS-EOF-SW
026800             GO TO 2100-EXIT
026900     END-READ.
027000     MOVE CH-CUST-NUMBER TO SRT-CUST-NUMBER.
027100     MOVE CH-EVENT-DATE TO SRT-EVENT-DATE.
027200     MOVE CH-EMPLOY-STATUS TO SRT-EMPLOY-STATUS.
027300     RELEASE SORT-RECORD.
027400 2100-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*    3000-GRADE-CUSTOMERS.  THE MASTER AND THE SORTED DECISIONS  *
027900*    ARE BOTH IN CUSTOMER ORDER; WALK THEM TOGETHER.             *
028000******************************************************************
028100 3000-GRADE-CUSTOMERS.
028200     PERFORM 3900-RETURN-DECISION THRU 3900-EXIT.
028300     PERFORM 3100-GRADE-ONE THRU 3100-EXIT
028400         UNTIL RRT-MAST-EOF.
028500 3000-GRADE-EXIT.
028600     EXIT.
028700
028800 3100-GRADE-ONE.
028900     READ CUSTOMER-MASTER NEXT RECORD
029000         AT END
029100             MOVE "Y" TO RRT-MAST-EOF-SW
029200             GO TO 3100-EXIT
029300     END-READ.
029400     ADD 1 TO RRT-READ-COUNT.
029500     IF CLOSED
029600         GO TO 3100-EXIT.
029700     PERFORM 3200-EMPLOYMENT THRU 3200-EXIT.
029800     PERFORM 3300-BALANCE-HISTORY THRU 3300-EXIT.
029900     PERFORM 3400-DUNNING THRU 3400-EXIT.
030000     PERFORM 3500-RETURNS THRU 3500-EXIT.
030100     PERFORM 3600-SET-GRADE THRU 3600-EXIT.
030200     PERFORM 3700-UPDATE-REGISTER THRU 3700-EXIT.
030300 3100-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700*    3200-EMPLOYMENT.  DECISIONS FOR CUSTOMERS NO LONGER ON THE  *
030800*    MASTER ARE PASSED OVER; THE CUSTOMER'S LAST DECISION BY     *
030900*    EVENT DATE IS THE STATUS SCORED.                            *
031000******************************************************************
031100 3200-EMPLOYMENT.
031200     MOVE EMPLOYMENT-STATUS TO RRT-EMPLOY-STATUS.
031300     PERFORM 3900-RETURN-DECISION THRU 3900-EXIT
031400         UNTIL RRT-SORT-EOF
031500            OR SRT-CUST-NUMBER NOT < CUST-NUMBER.
031600     PERFORM 3210-TAKE-DECISION THRU 3210-EXIT
031700         UNTIL RRT-SORT-EOF
031800            OR SRT-CUST-NUMBER NOT = CUST-NUMBER.
031900     MOVE ZERO TO RRT-PTS-EMPLOYMENT.
032000     IF RRT-EMPLOY-STATUS (1:10) = "UNEMPLOYED"
032100         MOVE 15 TO RRT-PTS-EMPLOYMENT.
032200 3200-EXIT.
032300     EXIT.
032400
032500 3210-TAKE-DECISION.
032600     MOVE SRT-EMPLOY-STATUS TO RRT-EMPLOY-STATUS.
032700     PERFORM 3900-RETURN-DECISION THRU 3900-EXIT.
032800 3210-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    3300-BALANCE-HISTORY.  ONE PASS OVER THE CUSTOMER'S         *
033300*    POSTINGS: THE WINDOW'S DEBIT AND CREDIT TOTALS AND LOWEST   *
033400*    BALANCE, AND FOR EACH ACCOUNT THE DATE ITS CURRENT RUN      *
033500*    BELOW ZERO BEGAN.                                           *
033600******************************************************************
033700 3300-BALANCE-HISTORY.
033800     MOVE ZERO TO RRT-WIN-DEBITS
033900                  RRT-WIN-CREDITS
034000                  RRT-WIN-LOW
034100                  RRT-OLDEST-SPELL
034200                  RRT-DAYS-OVERDRAWN
034300                  RRT-PTS-BALANCE
034400                  RRT-PTS-OVERDRAWN.
034500     MOVE ZERO TO RRT-SPELL-TABLE.
034600     MOVE "N" TO RRT-HIST-DONE-SW.
034700     MOVE CUST-NUMBER TO PH-CUST-NUMBER.
034800     MOVE ZERO TO PH-POST-DATE.
034900     MOVE LOW-VALUES TO PH-REFERENCE.
035000     MOVE ZERO TO PH-KEY-SEQ.
035100     START POSTING-HISTORY KEY IS NOT < PH-KEY
035200         INVALID KEY
035300             GO TO 3300-EXIT
035400     END-START.
035500     PERFORM 3310-POSTING-ONE THRU 3310-EXIT
035600         UNTIL RRT-HIST-DONE.
035700     PERFORM 3320-OLDEST-SPELL THRU 3320-EXIT
035800         VARYING RRT-ACC-SUB FROM 1 BY 1
035900         UNTIL RRT-ACC-SUB > 99.
036000     IF RRT-OLDEST-SPELL > ZERO
036100         COMPUTE RRT-DAYS-OVERDRAWN = RRT-RUN-INT
036200             - FUNCTION INTEGER-OF-DATE (RRT-OLDEST-SPELL).
036300     IF RRT-WIN-DEBITS > RRT-WIN-CREDITS
036400         ADD 10 TO RRT-PTS-BALANCE.
036500     IF RRT-WIN-LOW < ZERO
036600         ADD 10 TO RRT-PTS-BALANCE.
036700     IF RRT-DAYS-OVERDRAWN > 60
036800         MOVE 30 TO RRT-PTS-OVERDRAWN
036900     ELSE
037000         IF RRT-DAYS-OVERDRAWN > 30
037100             MOVE 20 TO RRT-PTS-OVERDRAWN
037200         ELSE
037300             IF RRT-DAYS-OVERDRAWN > ZERO
037400                 MOVE 10 TO RRT-PTS-OVERDRAWN
037500             END-IF
037600         END-IF
037700     END-IF.
037800 3300-EXIT.
037900     EXIT.
038000
038100 3310-POSTING-ONE.
038200     READ POSTING-HISTORY NEXT RECORD
038300         AT END
038400             MOVE "Y" TO RRT-HIST-DONE-SW
038500             GO TO 3310-EXIT
038600     END-READ.
038700     IF PH-CUST-NUMBER NOT = CUST-NUMBER
038800         MOVE "Y" TO RRT-HIST-DONE-SW
038900         GO TO 3310-EXIT.
039000*    RECORDS WRITTEN BEFORE THE ACCOUNT MASTER ARE ACCOUNT 01
039100     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
039200         MOVE PH-ACCT-SEQ TO RRT-ACC-SUB
039300     ELSE
039400         MOVE 1 TO RRT-ACC-SUB
039500     END-IF.
039600     IF PH-BALANCE-AFTER < ZERO
039700         IF RRT-SPELL-START (RRT-ACC-SUB) = ZERO
039800             MOVE PH-POST-DATE TO RRT-SPELL-START (RRT-ACC-SUB)
039900         END-IF
040000     ELSE
040100         MOVE ZERO TO RRT-SPELL-START (RRT-ACC-SUB)
040200     END-IF.
040300     IF PH-POST-DATE < RRT-WINDOW-START
040400         GO TO 3310-EXIT.
040500     IF PH-DEBIT
040600         ADD PH-AMOUNT TO RRT-WIN-DEBITS
040700     ELSE
040800         ADD PH-AMOUNT TO RRT-WIN-CREDITS.
040900     IF PH-BALANCE-AFTER < RRT-WIN-LOW
041000         MOVE PH-BALANCE-AFTER TO RRT-WIN-LOW.
041100 3310-EXIT.
041200     EXIT.
041300
041400 3320-OLDEST-SPELL.
041500     IF RRT-SPELL-START (RRT-ACC-SUB) = ZERO
041600         GO TO 3320-EXIT.
041700     IF RRT-OLDEST-SPELL = ZERO
041800      OR RRT-SPELL-START (RRT-ACC-SUB) < RRT-OLDEST-SPELL
041900         MOVE RRT-SPELL-START (RRT-ACC-SUB) TO RRT-OLDEST-SPELL.
042000 3320-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    3400-DUNNING.  THE STAGE REACHED, AND A BROKEN PROMISE.     *
042500******************************************************************
042600 3400-DUNNING.
042700     MOVE ZERO TO RRT-PTS-DUNNING.
042800     IF NOT RRT-LDG-OPEN
042900         GO TO 3400-EXIT.
043000     MOVE CUST-NUMBER TO DL-CUST-NUMBER.
043100     READ DUNNING-LEDGER
043200         INVALID KEY
043300             GO TO 3400-EXIT
043400     END-READ.
043500     COMPUTE RRT-PTS-DUNNING = DL-STAGE * 5.
043600     IF DL-PROMISE-BROKEN
043700         ADD 5 TO RRT-PTS-DUNNING.
043800     IF RRT-PTS-DUNNING > 20
043900         MOVE 20 TO RRT-PTS-DUNNING.
044000 3400-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    3500-RETURNS.  THE CUSTOMER'S STANDING-ORDER DEBITS THAT    *
044500*    THE GENERATION STEP COULD NOT FUND.                         *
044600******************************************************************
044700 3500-RETURNS.
044800     MOVE ZERO TO RRT-PTS-RETURNS.
044900     IF NOT RRT-SO-OPEN
045000         GO TO 3500-EXIT.
045100     MOVE "N" TO RRT-SO-DONE-SW.
045200     MOVE CUST-NUMBER TO SO-CUST-NUMBER.
045300     MOVE ZERO TO SO-SEQUENCE.
045400     START STANDING-ORDER-FILE KEY IS NOT < SO-KEY
045500         INVALID KEY
045600             GO TO 3500-EXIT
045700     END-START.
045800     PERFORM 3510-ORDER-ONE THRU 3510-EXIT
045900         UNTIL RRT-SO-DONE.
046000     IF RRT-PTS-RETURNS > 15
046100         MOVE 15 TO RRT-PTS-RETURNS.
046200 3500-EXIT.
046300     EXIT.
046400
046500 3510-ORDER-ONE.
046600     READ STANDING-ORDER-FILE NEXT RECORD
046700         AT END
046800             MOVE "Y" TO RRT-SO-DONE-SW
046900             GO TO 3510-EXIT
047000     END-READ.
047100     IF SO-CUST-NUMBER NOT = CUST-NUMBER
047200         MOVE "Y" TO RRT-SO-DONE-SW
047300         GO TO 3510-EXIT.
047400     IF NOT SO-DEBIT
047500         GO TO 3510-EXIT.
047600     IF SO-SUSPENDED AND SO-SUSPEND-REASON = "UNFUNDED"
047700         ADD 5 TO RRT-PTS-RETURNS
047800         GO TO 3510-EXIT.
047900     IF SO-ACTIVE AND SO-RETRY-COUNT NUMERIC
048000         COMPUTE RRT-PTS-RETURNS = RRT-PTS-RETURNS
048100             + SO-RETRY-COUNT * 3.
048200 3510-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    3600-SET-GRADE.  TOTAL THE FACTORS AND FIND THE GRADE.      *
048700******************************************************************
048800 3600-SET-GRADE.
048900     COMPUTE RRT-SCORE = RRT-PTS-BALANCE + RRT-PTS-OVERDRAWN
049000         + RRT-PTS-DUNNING + RRT-PTS-EMPLOYMENT + RRT-PTS-RETURNS.
049100     IF RRT-SCORE > 100
049200         MOVE 100 TO RRT-SCORE.
049300     MOVE 5 TO RRT-GRADE-SUB.
049400     PERFORM 3610-STEP-DOWN THRU 3610-EXIT
049500         UNTIL RRT-SCORE NOT < RRT-BAND-FLOOR (RRT-GRADE-SUB).
049600     MOVE RRT-BAND-GRADE (RRT-GRADE-SUB) TO RRT-NEW-GRADE.
049700     ADD 1 TO RRT-GRADE-COUNT (RRT-GRADE-SUB).
049800 3600-EXIT.
049900     EXIT.
050000
050100 3610-STEP-DOWN.
050200     SUBTRACT 1 FROM RRT-GRADE-SUB.
050300 3610-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    3700-UPDATE-REGISTER.  THE FIRST RUN OF A MONTH SETS ASIDE  *
050800*    THE GRADE THE MONTH OPENED WITH BEFORE IT IS REPLACED.      *
050900******************************************************************
051000 3700-UPDATE-REGISTER.
051100     MOVE "N" TO RRT-NEW-SW.
051200     MOVE CUST-NUMBER TO RG-CUST-NUMBER.
051300     READ RISK-REGISTER
051400         INVALID KEY
051500             MOVE "Y" TO RRT-NEW-SW
051600     END-READ.
051700     IF RRT-NEW-CUSTOMER
051800         MOVE SPACES TO CUSTOMER-RISK-RECORD
051900         MOVE CUST-NUMBER TO RG-CUST-NUMBER
052000         MOVE RRT-NEW-GRADE TO RG-GRADE
052100         MOVE RRT-RUN-DATE TO RG-GRADE-DATE
052200         MOVE RRT-RUN-PERIOD TO RG-MONTH-PERIOD
052300         ADD 1 TO RRT-ADDED-COUNT
052400     END-IF.
052500     IF RG-MONTH-PERIOD NOT = RRT-RUN-PERIOD
052600         MOVE RG-GRADE TO RG-MONTH-OPEN-GRADE
052700         MOVE RRT-RUN-PERIOD TO RG-MONTH-PERIOD.
052800     IF RRT-NEW-GRADE NOT = RG-GRADE
052900         MOVE RG-GRADE TO RG-PRIOR-GRADE
053000         MOVE RRT-NEW-GRADE TO RG-GRADE
053100         MOVE RRT-RUN-DATE TO RG-GRADE-DATE
053200         ADD 1 TO RRT-CHANGED-COUNT.
053300     MOVE RRT-SCORE TO RG-SCORE.
053400     MOVE RRT-RUN-DATE TO RG-SCORE-DATE.
053500     MOVE CUST-BRANCH TO RG-BRANCH.
053600     MOVE RRT-PTS-BALANCE TO RG-PTS-BALANCE.
053700     MOVE RRT-PTS-OVERDRAWN TO RG-PTS-OVERDRAWN.
053800     MOVE RRT-PTS-DUNNING TO RG-PTS-DUNNING.
053900     MOVE RRT-PTS-EMPLOYMENT TO RG-PTS-EMPLOYMENT.
054000     MOVE RRT-PTS-RETURNS TO RG-PTS-RETURNS.
054100     MOVE RRT-DAYS-OVERDRAWN TO RG-DAYS-OVERDRAWN.
054200     IF RRT-NEW-CUSTOMER
054300         WRITE CUSTOMER-RISK-RECORD
054400     ELSE
054500         REWRITE CUSTOMER-RISK-RECORD
054600     END-IF.
054700     IF RRT-RG-STATUS NOT = "00"
054800         DISPLAY "RISKRATE: RISK REGISTER UPDATE FAILED "
054900             RRT-RG-STATUS " CUSTOMER " CUST-NUMBER
055000         MOVE 12 TO RETURN-CODE
055100         STOP RUN.
055200     ADD 1 TO RRT-GRADED-COUNT.
055300 3700-EXIT.
055400     EXIT.
055500
055600 3900-RETURN-DECISION.
055700     IF RRT-SORT-EOF
055800         GO TO 3900-EXIT.
055900     RETURN SORT-WORK
056000         AT END
056100             MOVE "Y" TO RRT-SORT-EOF-SW
056200     END-RETURN.
056300 3900-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700*    4000-REPORT.  RUN TOTALS AND THE BOOK BY GRADE.             *
056800******************************************************************
056900 4000-REPORT.
057000     DISPLAY "RISKRATE: " RRT-GRADED-COUNT " OF " RRT-READ-COUNT
057100         " CUSTOMERS GRADED, " RRT-ADDED-COUNT " NEW, "
057200         RRT-CHANGED-COUNT " GRADE CHANGES".
057300     PERFORM 4100-GRADE-LINE THRU 4100-EXIT
057400         VARYING RRT-GRADE-SUB FROM 1 BY 1
057500         UNTIL RRT-GRADE-SUB > 5.
057600 4000-EXIT.
057700     EXIT.
057800
057900 4100-GRADE-LINE.
058000     DISPLAY "RISKRATE:   GRADE " RRT-BAND-GRADE (RRT-GRADE-SUB)
058100         " " RRT-GRADE-COUNT (RRT-GRADE-SUB).
058200 4100-EXIT.
058300     EXIT.
