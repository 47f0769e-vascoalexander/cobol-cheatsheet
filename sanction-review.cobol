000100******************************************************************
000200* PROGRAM NAME:   SANREVW                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* COMPLIANCE WATCH-LIST REVIEW WORKBASKET.  WORKS THE PENDING    *
000600* HITS ON THE SANCHIT QUEUE ONE BY ONE, SHOWING THE LIST ENTRY,  *
000700* THE MATCH SCORE AND THE APPLICANT OR CUSTOMER, AND RECORDS THE *
000800* REVIEWER'S DECISION WITH NAME AND DATE ON THE QUEUE RECORD:    *
000900*   C = CONFIRMED HIT.  A CUSTOMER IS PUT ON SANCTIONS HOLD      *
001000*       (CUSTMAST SANCTION-FLAG "H", JOURNALED), WHICH BLOCKS    *
001100*       POSTING IN POSTRUN; AN APPLICANT'S FORM IS DECLINED.     *
001200*   F = FALSE POSITIVE.  THE PERSON/ENTRY PAIR GOES ONTO THE     *
001300*       SANCLEAR FILE SO SANMATCH NEVER RAISES IT AGAIN; AN      *
001400*       APPLICANT WITH NO OTHER HIT OUTSTANDING HAS THE OPENING  *
001500*       FORM RELEASED (ONBRLSE) FOR THE NEXT ONBOARDING RUN.     *
001600*   S = SKIP (STAYS PENDING), X = STOP WORKING THE QUEUE.        *
001700* AFTER THE QUEUE THE REVIEWER MAY RELEASE CUSTOMERS FROM        *
001800* SANCTIONS HOLD ONCE COMPLIANCE HAS CLEARED THEM (JOURNALED).   *
001900* EVERY DECISION GOES ON THE AUDIT REPORT.                       *
002000*                                                                *
002100* MAINTENANCE LOG                                                *
002200* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002300* --------- ------------  -------------------------------------- *
002400* 15/10/26  MS            CREATED - COMPLIANCE REVIEW WORKBASKET *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  SANREVW.
002800 AUTHOR. M. SCHREIBER.
002900 INSTALLATION. COBOL DEVELOPMENT CENTER.
003000 DATE-WRITTEN. 15/10/26.
003100 DATE-COMPILED. 15/10/26.
003200 SECURITY. NON-CONFIDENTIAL.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SANCTION-QUEUE ASSIGN TO SANCHIT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS SRW-SANQ-STATUS.
004000     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CUST-NUMBER
004400         FILE STATUS IS SRW-MAST-STATUS.
004500     SELECT CLEARANCE-FILE ASSIGN TO SANCLEAR
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS SRW-CLR-STATUS.
004800     SELECT RELEASE-FILE ASSIGN TO ONBRLSE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS SRW-RLS-STATUS.
005100     SELECT REVIEW-REPORT ASSIGN TO SANRVRPT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS SRW-RPT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  SANCTION-QUEUE
005800     RECORD CONTAINS 240 CHARACTERS.
005900 COPY SANCHIT.
006000
006100 FD  CUSTOMER-MASTER
006200     RECORD CONTAINS 273 CHARACTERS.
006300 COPY CUSTMAST.
006400
006500 FD  CLEARANCE-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 COPY SANCLEAR.
006800
006900 FD  RELEASE-FILE
007000     RECORD CONTAINS 100 CHARACTERS.
007100 COPY ONBRDREC.
007200
007300 FD  REVIEW-REPORT
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  REPORT-LINE                 PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 77  SRW-SANQ-STATUS             PIC X(02).
007900 77  SRW-MAST-STATUS             PIC X(02).
008000 77  SRW-CLR-STATUS              PIC X(02).
008100 77  SRW-RLS-STATUS              PIC X(02).
008200 77  SRW-RPT-STATUS              PIC X(02).
008300
008400 77  SRW-SANQ-EOF-SW             PIC X(01) VALUE "N".
008500     88  SRW-SANQ-EOF            VALUE "Y".
008600 77  SRW-DONE-SW                 PIC X(01) VALUE "N".
008700     88  SRW-DONE                VALUE "Y".
008800 77  SRW-SKIP-SW                 PIC X(01) VALUE "N".
008900     88  SRW-SKIP-HIT            VALUE "Y".
009000 77  SRW-FOUND-SW                PIC X(01) VALUE "N".
009100     88  SRW-APP-FOUND           VALUE "Y".
009200 77  SRW-RELEASE-SW              PIC X(01) VALUE "N".
009300     88  SRW-RELEASE-DONE        VALUE "Y".
009400
009500 77  SRW-DECISION                PIC X(01) VALUE SPACE.
009600 77  SRW-CONFIRM                 PIC X(01) VALUE SPACE.
009700 77  SRW-RELEASE-IN              PIC 9(06) VALUE ZERO.
009800 77  SRW-REVIEWER                PIC X(20) VALUE SPACES.
009900 77  SRW-RUN-DATE                PIC 9(08) VALUE ZERO.
010000
010100 77  SRW-HIT-COUNT               PIC 9(05) COMP VALUE ZERO.
010200 77  SRW-CONFIRM-COUNT           PIC 9(05) COMP VALUE ZERO.
010300 77  SRW-FALSE-COUNT             PIC 9(05) COMP VALUE ZERO.
010400 77  SRW-SKIP-COUNT              PIC 9(05) COMP VALUE ZERO.
010500 77  SRW-FORM-COUNT              PIC 9(05) COMP VALUE ZERO.
010600 77  SRW-LIFT-COUNT              PIC 9(05) COMP VALUE ZERO.
010700
010800 77  SRW-APP-MAX                 PIC 9(04) COMP VALUE 1000.
010900 77  SRW-APP-COUNT               PIC 9(04) COMP VALUE ZERO.
011000 77  SRW-APP-SUB                 PIC 9(04) COMP VALUE ZERO.
011100
011200* ONE ENTRY PER REFERRED APPLICANT (NAMES, BIRTH DATE AND THE
011300* DAY ONBOARD REFERRED THEM): HITS STILL PENDING AND WHETHER ANY
011400* WAS CONFIRMED.  THE FORM IS RELEASED ONLY ONCE THE LAST
011500* PENDING HIT IS CLEARED AND NONE WAS CONFIRMED.
011600 01  SRW-APP-TABLE.
011700     05  SRW-APP-ENTRY OCCURS 1000 TIMES.
011800         10  SRW-APP-KEY.
011900             15  SRW-APP-LASTNAME    PIC X(15).
012000             15  SRW-APP-FIRSTNAME   PIC X(10).
012100             15  SRW-APP-BIRTH-DATE  PIC 9(08).
012200             15  SRW-APP-HIT-DATE    PIC 9(08).
012300         10  SRW-APP-PENDING     PIC 9(03).
012400         10  SRW-APP-DECLINED    PIC X(01).
012500
012600 01  SRW-WORK-KEY.
012700     05  SRW-WORK-LASTNAME       PIC X(15).
012800     05  SRW-WORK-FIRSTNAME      PIC X(10).
012900     05  SRW-WORK-BIRTH-DATE     PIC 9(08).
013000     05  SRW-WORK-HIT-DATE       PIC 9(08).
013100
013200 COPY JRNLPARM.
013300
013400 01  SRW-HEADING-1.
013500     05  FILLER                  PIC X(09) VALUE "SANREVW  ".
013600     05  FILLER                  PIC X(35)
013700         VALUE "WATCH-LIST REVIEW DECISION AUDIT   ".
013800     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
013900     05  SRW-HDG-DATE            PIC 9(08).
014000     05  FILLER                  PIC X(70) VALUE SPACES.
014100
014200 01  SRW-AUDIT-LINE.
014300     05  SRW-AUD-CUST            PIC 9(06).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  SRW-AUD-FIRSTNAME       PIC X(10).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  SRW-AUD-LASTNAME        PIC X(15).
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  SRW-AUD-ENTRY-ID        PIC X(08).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  SRW-AUD-SCORE           PIC ZZ9.
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  SRW-AUD-REVIEWER        PIC X(20).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  SRW-AUD-TEXT            PIC X(45).
015600     05  FILLER                  PIC X(14) VALUE SPACES.
015700
015800 01  SRW-TOTAL-LINE.
015900     05  FILLER                  PIC X(10) VALUE SPACES.
016000     05  SRW-TOT-LABEL           PIC X(30).
016100     05  SRW-TOT-COUNT           PIC Z(04)9.
016200     05  FILLER                  PIC X(87) VALUE SPACES.
016300
016400 PROCEDURE DIVISION.
016500******************************************************************
016600*    0000-MAINLINE.  WORK THE QUEUE, THEN RELEASE HOLDS.         *
016700******************************************************************
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     PERFORM 2000-REVIEW-HIT THRU 2000-EXIT
017100         UNTIL SRW-SANQ-EOF OR SRW-DONE.
017200     PERFORM 6000-RELEASE-HOLD THRU 6000-EXIT
017300         UNTIL SRW-RELEASE-DONE.
017400     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
017500     MOVE "X" TO JP-ACTION.
017600     CALL "JRNLWRT" USING JRNL-PARM.
017700     CLOSE SANCTION-QUEUE
017800           CUSTOMER-MASTER
017900           CLEARANCE-FILE
018000           RELEASE-FILE
018100           REVIEW-REPORT.
018200     STOP RUN.
018300
018400******************************************************************
018500*    1000-INITIALIZE.  TABLE THE REFERRED APPLICANTS, OPEN THE   *
018600*    QUEUE FOR UPDATE AND SIGN THE REVIEWER ON.                  *
018700******************************************************************
018800 1000-INITIALIZE.
018900     OPEN INPUT SANCTION-QUEUE.
019000     IF SRW-SANQ-STATUS NOT = "00"
019100         DISPLAY "SANREVW: SANCTIONS QUEUE OPEN FAILED "
019200             SRW-SANQ-STATUS
019300         MOVE 12 TO RETURN-CODE
019400         STOP RUN.
019500     PERFORM 1100-LOAD-APPLICANT THRU 1100-EXIT
019600         UNTIL SRW-SANQ-EOF.
019700     CLOSE SANCTION-QUEUE.
019800     MOVE "N" TO SRW-SANQ-EOF-SW.
019900     OPEN I-O    SANCTION-QUEUE
020000          I-O    CUSTOMER-MASTER
020100          OUTPUT REVIEW-REPORT.
020200     IF SRW-SANQ-STATUS NOT = "00"
020300         DISPLAY "SANREVW: SANCTIONS QUEUE OPEN FAILED "
020400             SRW-SANQ-STATUS
020500         MOVE 12 TO RETURN-CODE
020600         STOP RUN.
020700     IF SRW-MAST-STATUS NOT = "00"
020800         DISPLAY "SANREVW: MASTER OPEN FAILED "
020900             SRW-MAST-STATUS
021000         MOVE 12 TO RETURN-CODE
021100         STOP RUN.
021200     OPEN EXTEND CLEARANCE-FILE.
021300     IF SRW-CLR-STATUS = "35"
021400         OPEN OUTPUT CLEARANCE-FILE.
021500     OPEN EXTEND RELEASE-FILE.
021600     IF SRW-RLS-STATUS = "35"
021700         OPEN OUTPUT RELEASE-FILE.
021800     ACCEPT SRW-RUN-DATE FROM DATE YYYYMMDD.
021900     MOVE SRW-RUN-DATE TO SRW-HDG-DATE.
022000     WRITE REPORT-LINE FROM SRW-HEADING-1
022100         AFTER ADVANCING PAGE.
022200     DISPLAY "REVIEWER NAME: ".
022300     ACCEPT SRW-REVIEWER.
022400     PERFORM 2900-READ-QUEUE THRU 2900-EXIT.
022500 1000-EXIT.
022600     EXIT.
022700
022800 1100-LOAD-APPLICANT.
022900     READ SANCTION-QUEUE
023000         AT END
023100             MOVE "Y" TO SRW-SANQ-EOF-SW
023200             GO TO 1100-EXIT
023300     END-READ.
023400     IF NOT SQ-FROM-ONBOARD OR SQ-FALSE-POSITIVE
023500         GO TO 1100-EXIT.
023600     PERFORM 3800-FIND-APPLICANT THRU 3800-EXIT.
023700     IF NOT SRW-APP-FOUND
023800         IF SRW-APP-COUNT >= SRW-APP-MAX
023900             DISPLAY "SANREVW: APPLICANT TABLE OVERFLOW"
024000             MOVE 12 TO RETURN-CODE
024100             STOP RUN
024200         END-IF
024300         ADD 1 TO SRW-APP-COUNT
024400         MOVE SRW-APP-COUNT TO SRW-APP-SUB
024500         MOVE SRW-WORK-KEY TO SRW-APP-KEY (SRW-APP-SUB)
024600         MOVE ZERO TO SRW-APP-PENDING (SRW-APP-SUB)
024700         MOVE "N" TO SRW-APP-DECLINED (SRW-APP-SUB)
024800     END-IF.
024900     IF SQ-PENDING
025000         ADD 1 TO SRW-APP-PENDING (SRW-APP-SUB).
025100     IF SQ-CONFIRMED
025200         MOVE "Y" TO SRW-APP-DECLINED (SRW-APP-SUB).
025300 1100-EXIT.
025400     EXIT.
025500
025600******************************************************************
025700*    2000-REVIEW-HIT.  SHOW THE HIT, TAKE THE DECISION.  HITS    *
025800*    ALREADY DECIDED ARE PASSED OVER.                            *
025900******************************************************************
026000 2000-REVIEW-HIT.
026100     IF NOT SQ-PENDING
026200         GO TO 2000-READ-NEXT.
026300     ADD 1 TO SRW-HIT-COUNT.
026400     MOVE "N" TO SRW-SKIP-SW.
026500     DISPLAY " ".
026600     DISPLAY "POSSIBLE HIT - SCORE " SQ-MATCH-SCORE
026700         " LIST " SQ-LIST-VERSION " RAISED " SQ-HIT-DATE.
026800     DISPLAY "LIST ENTRY " SQ-ENTRY-ID " " SQ-WL-NAME
026900         " COUNTRY " SQ-WL-COUNTRY.
027000     IF SQ-FROM-ONBOARD
027100         DISPLAY "APPLICANT  " SQ-FIRSTNAME " " SQ-LASTNAME
027200             " BORN " SQ-BIRTH-DATE " BRANCH " SQ-BRANCH
027300     ELSE
027400         PERFORM 2100-SHOW-CUSTOMER THRU 2100-EXIT
027500     END-IF.
027600     IF SRW-SKIP-HIT
027700         ADD 1 TO SRW-SKIP-COUNT
027800         GO TO 2000-READ-NEXT.
027900     DISPLAY "DECISION (C=CONFIRM F=FALSE POSITIVE"
028000         " S=SKIP X=EXIT): ".
028100     ACCEPT SRW-DECISION.
028200     EVALUATE SRW-DECISION
028300         WHEN "C" PERFORM 3000-RECORD-CONFIRM THRU 3000-EXIT
028400         WHEN "F" PERFORM 3300-RECORD-FALSE THRU 3300-EXIT
028500         WHEN "X" MOVE "Y" TO SRW-DONE-SW
028600                  ADD 1 TO SRW-SKIP-COUNT
028700         WHEN OTHER
028800                  ADD 1 TO SRW-SKIP-COUNT
028900     END-EVALUATE.
029000 2000-READ-NEXT.
029100     IF NOT SRW-DONE
029200         PERFORM 2900-READ-QUEUE THRU 2900-EXIT.
029300 2000-EXIT.
029400     EXIT.
029500
029600 2100-SHOW-CUSTOMER.
029700     MOVE SQ-CUST-NUMBER TO CUST-NUMBER.
029800     READ CUSTOMER-MASTER
029900         INVALID KEY
030000             DISPLAY "CUSTOMER " CUST-NUMBER " NOT ON FILE"
030100             MOVE "Y" TO SRW-SKIP-SW
030200             GO TO 2100-EXIT
030300     END-READ.
030400     DISPLAY "CUSTOMER   " CUST-NUMBER " " FIRSTNAME " "
030500         LASTNAME " BORN " BIRTH-DATE " STATE " STATE.
030600     DISPLAY "           " STREET (1) " " HOUSE-NUMBER (1) " "
030700         ZIP-CODE2 (1) " " CITY-NAME (1) " " COUNTRY-CODE (1)
030800         " BRANCH " CUST-BRANCH.
030900     IF SANCTION-HOLD
031000         DISPLAY "           ALREADY ON SANCTIONS HOLD".
031100 2100-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*    3000-RECORD-CONFIRM.  CONFIRMED HIT.  A CUSTOMER GOES ON    *
031600*    SANCTIONS HOLD; AN APPLICANT'S FORM IS DECLINED AND NEVER   *
031700*    RELEASED.                                                   *
031800******************************************************************
031900 3000-RECORD-CONFIRM.
032000     IF SQ-FROM-ONBOARD
032100         PERFORM 3800-FIND-APPLICANT THRU 3800-EXIT
032200         IF SRW-APP-FOUND
032300             SUBTRACT 1 FROM SRW-APP-PENDING (SRW-APP-SUB)
032400             MOVE "Y" TO SRW-APP-DECLINED (SRW-APP-SUB)
032500         END-IF
032600         MOVE "CONFIRMED HIT - APPLICATION DECLINED"
032700             TO SRW-AUD-TEXT
032800         GO TO 3000-DECIDED.
032900     IF SANCTION-HOLD
033000         MOVE "CONFIRMED HIT - CUSTOMER ALREADY HELD"
033100             TO SRW-AUD-TEXT
033200         GO TO 3000-DECIDED.
033300     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
033400     MOVE "H" TO SANCTION-FLAG.
033500     REWRITE CUSTOMER-RECORD.
033600     IF SRW-MAST-STATUS NOT = "00"
033700         DISPLAY "MASTER REWRITE FAILED - STATUS "
033800             SRW-MAST-STATUS " - HIT LEFT PENDING"
033900         ADD 1 TO SRW-SKIP-COUNT
034000         GO TO 3000-EXIT.
034100     MOVE "C" TO JP-ACTION.
034200     MOVE "SANREVW " TO JP-PROGRAM.
034300     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
034400     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
034500     CALL "JRNLWRT" USING JRNL-PARM.
034600     MOVE "CONFIRMED HIT - CUSTOMER ON SANCTIONS HOLD"
034700         TO SRW-AUD-TEXT.
034800 3000-DECIDED.
034900     MOVE "C" TO SQ-HIT-STATUS.
035000     PERFORM 3900-STAMP-DECISION THRU 3900-EXIT.
035100     ADD 1 TO SRW-CONFIRM-COUNT.
035200 3000-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    3300-RECORD-FALSE.  NOT THE LISTED PERSON: THE PAIR IS      *
035700*    CLEARED FOR GOOD, AND AN APPLICANT WITH NOTHING ELSE        *
035800*    OUTSTANDING HAS THE FORM RELEASED BACK TO ONBOARDING.       *
035900******************************************************************
036000 3300-RECORD-FALSE.
036100     MOVE SPACES TO SANCTION-CLEAR-RECORD.
036200     MOVE SQ-ENTRY-ID TO SC-ENTRY-ID.
036300     MOVE SQ-LASTNAME TO SC-LASTNAME.
036400     MOVE SQ-FIRSTNAME TO SC-FIRSTNAME.
036500     MOVE SQ-BIRTH-DATE TO SC-BIRTH-DATE.
036600     MOVE SQ-CUST-NUMBER TO SC-CUST-NUMBER.
036700     MOVE SRW-REVIEWER TO SC-REVIEWER.
036800     MOVE SRW-RUN-DATE TO SC-DECISION-DATE.
036900     WRITE SANCTION-CLEAR-RECORD.
037000     MOVE "FALSE POSITIVE - PAIR CLEARED" TO SRW-AUD-TEXT.
037100     IF NOT SQ-FROM-ONBOARD
037200         GO TO 3300-DECIDED.
037300     PERFORM 3800-FIND-APPLICANT THRU 3800-EXIT.
037400     IF NOT SRW-APP-FOUND
037500         GO TO 3300-DECIDED.
037600     SUBTRACT 1 FROM SRW-APP-PENDING (SRW-APP-SUB).
037700     IF SRW-APP-PENDING (SRW-APP-SUB) > ZERO
037800      OR SRW-APP-DECLINED (SRW-APP-SUB) = "Y"
037900         GO TO 3300-DECIDED.
038000     MOVE SQ-APPLICATION TO ONBOARD-RECORD.
038100     WRITE ONBOARD-RECORD.
038200     ADD 1 TO SRW-FORM-COUNT.
038300     MOVE "FALSE POSITIVE - FORM RELEASED TO ONBOARD"
038400         TO SRW-AUD-TEXT.
038500 3300-DECIDED.
038600     MOVE "F" TO SQ-HIT-STATUS.
038700     PERFORM 3900-STAMP-DECISION THRU 3900-EXIT.
038800     ADD 1 TO SRW-FALSE-COUNT.
038900 3300-EXIT.
039000     EXIT.
039100
039200 3800-FIND-APPLICANT.
039300     MOVE SQ-LASTNAME TO SRW-WORK-LASTNAME.
039400     MOVE SQ-FIRSTNAME TO SRW-WORK-FIRSTNAME.
039500     MOVE SQ-BIRTH-DATE TO SRW-WORK-BIRTH-DATE.
039600     MOVE SQ-HIT-DATE TO SRW-WORK-HIT-DATE.
039700     MOVE "N" TO SRW-FOUND-SW.
039800     MOVE ZERO TO SRW-APP-SUB.
039900     PERFORM 3810-SCAN-APPLICANT THRU 3810-EXIT
040000         UNTIL SRW-APP-FOUND
040100            OR SRW-APP-SUB >= SRW-APP-COUNT.
040200 3800-EXIT.
040300     EXIT.
040400
040500 3810-SCAN-APPLICANT.
040600     ADD 1 TO SRW-APP-SUB.
040700     IF SRW-APP-KEY (SRW-APP-SUB) = SRW-WORK-KEY
040800         MOVE "Y" TO SRW-FOUND-SW.
040900 3810-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300*    3900-STAMP-DECISION.  REVIEWER AND DATE ONTO THE QUEUE      *
041400*    RECORD, REWRITTEN IN PLACE, AND THE AUDIT LINE.             *
041500******************************************************************
041600 3900-STAMP-DECISION.
041700     MOVE SRW-REVIEWER TO SQ-REVIEWER.
041800     MOVE SRW-RUN-DATE TO SQ-DECISION-DATE.
041900     REWRITE SANCTION-HIT-RECORD.
042000     IF SRW-SANQ-STATUS NOT = "00"
042100         DISPLAY "SANREVW: SANCTIONS QUEUE REWRITE FAILED "
042200             SRW-SANQ-STATUS
042300         MOVE 12 TO RETURN-CODE
042400         STOP RUN.
042500     MOVE SQ-CUST-NUMBER TO SRW-AUD-CUST.
042600     MOVE SQ-FIRSTNAME TO SRW-AUD-FIRSTNAME.
042700     MOVE SQ-LASTNAME TO SRW-AUD-LASTNAME.
042800     MOVE SQ-ENTRY-ID TO SRW-AUD-ENTRY-ID.
042900     MOVE SQ-MATCH-SCORE TO SRW-AUD-SCORE.
043000     MOVE SRW-REVIEWER TO SRW-AUD-REVIEWER.
043100     WRITE REPORT-LINE FROM SRW-AUDIT-LINE
043200         AFTER ADVANCING 1 LINE.
043300 3900-EXIT.
043400     EXIT.
043500
043600 2900-READ-QUEUE.
043700     READ SANCTION-QUEUE
043800         AT END MOVE "Y" TO SRW-SANQ-EOF-SW
043900     END-READ.
044000 2900-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    6000-RELEASE-HOLD.  COMPLIANCE HAS CLEARED A HELD CUSTOMER: *
044500*    THE HOLD COMES OFF, JOURNALED, AND POSTING RESUMES.         *
044600******************************************************************
044700 6000-RELEASE-HOLD.
044800     DISPLAY " ".
044900     DISPLAY "CUSTOMER TO RELEASE FROM SANCTIONS HOLD"
045000         " (ZERO TO END): ".
045100     ACCEPT SRW-RELEASE-IN.
045200     IF SRW-RELEASE-IN = ZERO
045300         MOVE "Y" TO SRW-RELEASE-SW
045400         GO TO 6000-EXIT.
045500     MOVE SRW-RELEASE-IN TO CUST-NUMBER.
045600     READ CUSTOMER-MASTER
045700         INVALID KEY
045800             DISPLAY "CUSTOMER " CUST-NUMBER " NOT ON FILE"
045900             GO TO 6000-EXIT
046000     END-READ.
046100     IF NOT SANCTION-HOLD
046200         DISPLAY "CUSTOMER " CUST-NUMBER
046300             " IS NOT ON SANCTIONS HOLD"
046400         GO TO 6000-EXIT.
046500     DISPLAY CUST-NUMBER " " FIRSTNAME " " LASTNAME
046600         " BORN " BIRTH-DATE " BRANCH " CUST-BRANCH.
046700     DISPLAY "CONFIRM RELEASE (Y/N): ".
046800     ACCEPT SRW-CONFIRM.
046900     IF SRW-CONFIRM NOT = "Y"
047000         DISPLAY "RELEASE NOT CONFIRMED - HOLD KEPT"
047100         GO TO 6000-EXIT.
047200     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
047300     MOVE SPACE TO SANCTION-FLAG.
047400     REWRITE CUSTOMER-RECORD.
047500     IF SRW-MAST-STATUS NOT = "00"
047600         DISPLAY "MASTER REWRITE FAILED - STATUS "
047700             SRW-MAST-STATUS
047800         GO TO 6000-EXIT.
047900     MOVE "C" TO JP-ACTION.
048000     MOVE "SANREVW " TO JP-PROGRAM.
048100     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
048200     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
048300     CALL "JRNLWRT" USING JRNL-PARM.
048400     ADD 1 TO SRW-LIFT-COUNT.
048500     MOVE CUST-NUMBER TO SRW-AUD-CUST.
048600     MOVE FIRSTNAME TO SRW-AUD-FIRSTNAME.
048700     MOVE LASTNAME TO SRW-AUD-LASTNAME.
048800     MOVE SPACES TO SRW-AUD-ENTRY-ID.
048900     MOVE ZERO TO SRW-AUD-SCORE.
049000     MOVE SRW-REVIEWER TO SRW-AUD-REVIEWER.
049100     MOVE "SANCTIONS HOLD RELEASED" TO SRW-AUD-TEXT.
049200     WRITE REPORT-LINE FROM SRW-AUDIT-LINE
049300         AFTER ADVANCING 1 LINE.
049400     DISPLAY "CUSTOMER " CUST-NUMBER " RELEASED".
049500 6000-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    4000-PRINT-TOTALS.  SESSION TOTALS FOR COMPLIANCE.          *
050000******************************************************************
050100 4000-PRINT-TOTALS.
050200     MOVE "HITS PRESENTED" TO SRW-TOT-LABEL.
050300     MOVE SRW-HIT-COUNT TO SRW-TOT-COUNT.
050400     WRITE REPORT-LINE FROM SRW-TOTAL-LINE
050500         AFTER ADVANCING 2 LINES.
050600     MOVE "HITS CONFIRMED" TO SRW-TOT-LABEL.
050700     MOVE SRW-CONFIRM-COUNT TO SRW-TOT-COUNT.
050800     WRITE REPORT-LINE FROM SRW-TOTAL-LINE
050900         AFTER ADVANCING 1 LINE.
051000     MOVE "FALSE POSITIVES CLEARED" TO SRW-TOT-LABEL.
051100     MOVE SRW-FALSE-COUNT TO SRW-TOT-COUNT.
051200     WRITE REPORT-LINE FROM SRW-TOTAL-LINE
051300         AFTER ADVANCING 1 LINE.
051400     MOVE "HITS SKIPPED" TO SRW-TOT-LABEL.
051500     MOVE SRW-SKIP-COUNT TO SRW-TOT-COUNT.
051600     WRITE REPORT-LINE FROM SRW-TOTAL-LINE
051700         AFTER ADVANCING 1 LINE.
051800     MOVE "FORMS RELEASED TO ONBOARD" TO SRW-TOT-LABEL.
051900     MOVE SRW-FORM-COUNT TO SRW-TOT-COUNT.
052000     WRITE REPORT-LINE FROM SRW-TOTAL-LINE
052100         AFTER ADVANCING 1 LINE.
052200     MOVE "SANCTIONS HOLDS RELEASED" TO SRW-TOT-LABEL.
052300     MOVE SRW-LIFT-COUNT TO SRW-TOT-COUNT.
052400     WRITE REPORT-LINE FROM SRW-TOTAL-LINE
052500         AFTER ADVANCING 1 LINE.
052600 4000-EXIT.
052700     EXIT.
