000100******************************************************************
000200* PROGRAM NAME:   SANSCRN                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* NIGHTLY WATCH-LIST RESCREEN.  RUNS IN THE NIGHTLY CHAIN BUT    *
000600* ONLY DOES WORK WHEN WLLOAD HAS LOADED A LIST VERSION THAT HAS  *
000700* NOT YET BEEN SCREENED (WLCTL): THE WHOLE CUSTOMER MASTER IS    *
000800* THEN SCORED AGAINST THE NEW LIST THROUGH SANMATCH AND EVERY    *
000900* POSSIBLE HIT GOES ONTO THE SANCHIT COMPLIANCE QUEUE FOR        *
001000* SANREVW.  A HIT ALREADY WAITING ON THE QUEUE (OR CONFIRMED)    *
001100* FOR THE SAME CUSTOMER AND LIST ENTRY IS NOT QUEUED TWICE, AND  *
001200* CUSTOMERS ALREADY ON SANCTIONS HOLD ARE PASSED OVER.  THE      *
001300* SCREENED VERSION IS ROLLED ON COMPLETION.  RC=4 WHEN NEW HITS  *
001400* WERE QUEUED, SO OPERATIONS CAN ALERT COMPLIANCE.               *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 15/10/26  MS            CREATED - NIGHTLY WATCH-LIST RESCREEN  *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  SANSCRN.
002300 AUTHOR. M. SCHREIBER.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 15/10/26.
002600 DATE-COMPILED. 15/10/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LIST-CONTROL ASSIGN TO WLCTL
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS SSC-CTL-STATUS.
003500     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CUST-NUMBER
003900         FILE STATUS IS SSC-MAST-STATUS.
004000     SELECT SANCTION-QUEUE ASSIGN TO SANCHIT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS SSC-SANQ-STATUS.
004300     SELECT RESCREEN-REPORT ASSIGN TO SANSCRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS SSC-RPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LIST-CONTROL
005000     RECORD CONTAINS 50 CHARACTERS.
005100 COPY WLCTL.
005200
005300 FD  CUSTOMER-MASTER
005400     RECORD CONTAINS 273 CHARACTERS.
005500 COPY CUSTMAST.
005600
005700 FD  SANCTION-QUEUE
005800     RECORD CONTAINS 240 CHARACTERS.
005900 COPY SANCHIT.
006000
006100 FD  RESCREEN-REPORT
006200     RECORD CONTAINS 132 CHARACTERS.
006300 01  REPORT-LINE                 PIC X(132).
006400
006500 WORKING-STORAGE SECTION.
006600 77  SSC-CTL-STATUS              PIC X(02).
006700 77  SSC-MAST-STATUS             PIC X(02).
006800 77  SSC-SANQ-STATUS             PIC X(02).
006900 77  SSC-RPT-STATUS              PIC X(02).
007000
007100 77  SSC-MAST-EOF-SW             PIC X(01) VALUE "N".
007200     88  SSC-MAST-EOF            VALUE "Y".
007300 77  SSC-SANQ-EOF-SW             PIC X(01) VALUE "N".
007400     88  SSC-SANQ-EOF            VALUE "Y".
007500 77  SSC-FOUND-SW                PIC X(01) VALUE "N".
007600     88  SSC-ALREADY-QUEUED      VALUE "Y".
007700
007800 77  SSC-RUN-DATE                PIC 9(08) VALUE ZERO.
007900 77  SSC-LIST-VERSION            PIC X(08) VALUE SPACES.
008000* THE CONTROL AS READ, REWRITTEN WITH THE SCREENED VERSION
008100 77  SSC-CONTROL-SAVE            PIC X(50) VALUE SPACES.
008200
008300 77  SSC-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
008400 77  SSC-SCREEN-COUNT            PIC 9(07) COMP VALUE ZERO.
008500 77  SSC-HELD-COUNT              PIC 9(07) COMP VALUE ZERO.
008600 77  SSC-HIT-COUNT               PIC 9(07) COMP VALUE ZERO.
008700 77  SSC-DUP-COUNT               PIC 9(07) COMP VALUE ZERO.
008800
008900 77  SSC-OPEN-MAX                PIC 9(04) COMP VALUE 5000.
009000 77  SSC-OPEN-COUNT              PIC 9(04) COMP VALUE ZERO.
009100 77  SSC-OPEN-SUB                PIC 9(04) COMP VALUE ZERO.
009200
009300* CUSTOMER HITS ALREADY PENDING OR CONFIRMED ON THE QUEUE
009400 01  SSC-OPEN-TABLE.
009500     05  SSC-OPEN-ENTRY OCCURS 5000 TIMES.
009600         10  SSC-OPEN-CUST       PIC 9(06).
009700         10  SSC-OPEN-ENTRY-ID   PIC X(08).
009800
009900 COPY SANMPARM.
010000
010100 01  SSC-HEADING-1.
010200     05  FILLER                  PIC X(09) VALUE "SANSCRN  ".
010300     05  FILLER                  PIC X(35)
010400         VALUE "WATCH-LIST RESCREEN - LIST VERSION ".
010500     05  SSC-HDG-VERSION         PIC X(08).
010600     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
010700     05  SSC-HDG-DATE            PIC 9(08).
010800     05  FILLER                  PIC X(62) VALUE SPACES.
010900
011000 01  SSC-DETAIL-LINE.
011100     05  SSC-DTL-CUST            PIC 9(06).
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  SSC-DTL-FIRSTNAME       PIC X(10).
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  SSC-DTL-LASTNAME        PIC X(15).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  SSC-DTL-BRANCH          PIC X(03).
011800     05  FILLER                  PIC X(09) VALUE "  ENTRY  ".
011900     05  SSC-DTL-ENTRY-ID        PIC X(08).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  SSC-DTL-WL-NAME         PIC X(30).
012200     05  FILLER                  PIC X(08) VALUE "  SCORE ".
012300     05  SSC-DTL-SCORE           PIC ZZ9.
012400     05  FILLER                  PIC X(33) VALUE SPACES.
012500
012600 01  SSC-TOTAL-LINE.
012700     05  FILLER                  PIC X(10) VALUE SPACES.
012800     05  SSC-TOT-LABEL           PIC X(30).
012900     05  SSC-TOT-COUNT           PIC Z(06)9.
013000     05  FILLER                  PIC X(85) VALUE SPACES.
013100
013200 PROCEDURE DIVISION.
013300******************************************************************
013400*    0000-MAINLINE.  RESCREEN ONLY AGAINST AN UNSCREENED LIST.   *
013500******************************************************************
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 2000-SCREEN-ONE THRU 2000-EXIT
013900         UNTIL SSC-MAST-EOF.
014000     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
014100     PERFORM 5000-WRAPUP THRU 5000-EXIT.
014200     IF SSC-HIT-COUNT > ZERO
014300         MOVE 4 TO RETURN-CODE.
014400     STOP RUN.
014500
014600******************************************************************
014700*    1000-INITIALIZE.  VERSION CHECK FIRST - NOTHING ELSE IS     *
014800*    OPENED ON A NIGHT WITH NO NEW LIST.                         *
014900******************************************************************
015000 1000-INITIALIZE.
015100     ACCEPT SSC-RUN-DATE FROM DATE YYYYMMDD.
015200     OPEN INPUT LIST-CONTROL.
015300     IF SSC-CTL-STATUS NOT = "00"
015400         DISPLAY "SANSCRN: WATCH-LIST CONTROL OPEN FAILED "
015500             SSC-CTL-STATUS
015600         MOVE 12 TO RETURN-CODE
015700         STOP RUN.
015800     READ LIST-CONTROL
015900         AT END MOVE SPACES TO WATCH-LIST-CONTROL
016000     END-READ.
016100     MOVE WATCH-LIST-CONTROL TO SSC-CONTROL-SAVE.
016300     IF WC-LIST-VERSION = SPACES
016400         DISPLAY "SANSCRN: NO WATCH LIST LOADED"
016500         MOVE 12 TO RETURN-CODE
016600         STOP RUN.
016700     IF WC-LIST-VERSION = WC-SCREENED-VERSION
016800         DISPLAY "SANSCRN: LIST " WC-LIST-VERSION
016900             " ALREADY SCREENED - NO RESCREEN"
017000         STOP RUN.
017100     MOVE WC-LIST-VERSION TO SSC-LIST-VERSION.
017150     CLOSE LIST-CONTROL.
017200*    WHAT IS ALREADY ON THE QUEUE IS TABLED BEFORE THE QUEUE
017300*    IS REOPENED FOR TONIGHT'S APPENDS
017400     OPEN INPUT SANCTION-QUEUE.
017500     IF SSC-SANQ-STATUS = "00"
017600         PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT
017700             UNTIL SSC-SANQ-EOF
017800         CLOSE SANCTION-QUEUE.
017900     OPEN EXTEND SANCTION-QUEUE.
018000     IF SSC-SANQ-STATUS = "35"
018100         OPEN OUTPUT SANCTION-QUEUE.
018200     IF SSC-SANQ-STATUS NOT = "00"
018300         DISPLAY "SANSCRN: SANCTIONS QUEUE OPEN FAILED "
018400             SSC-SANQ-STATUS
018500         MOVE 12 TO RETURN-CODE
018600         STOP RUN.
018700     OPEN INPUT  CUSTOMER-MASTER
018800          OUTPUT RESCREEN-REPORT.
018900     IF SSC-MAST-STATUS NOT = "00"
019000         DISPLAY "SANSCRN: MASTER OPEN FAILED " SSC-MAST-STATUS
019100         MOVE 12 TO RETURN-CODE
019200         STOP RUN.
019300     MOVE SSC-LIST-VERSION TO SSC-HDG-VERSION.
019400     MOVE SSC-RUN-DATE TO SSC-HDG-DATE.
019500     WRITE REPORT-LINE FROM SSC-HEADING-1
019600         AFTER ADVANCING PAGE.
019700     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
020100 1100-LOAD-QUEUE.
020200     READ SANCTION-QUEUE
020300         AT END
020400             MOVE "Y" TO SSC-SANQ-EOF-SW
020500             GO TO 1100-EXIT
020600     END-READ.
020700     IF SQ-CUST-NUMBER = ZERO OR SQ-FALSE-POSITIVE
020800         GO TO 1100-EXIT.
020900     IF SSC-OPEN-COUNT >= SSC-OPEN-MAX
021000         DISPLAY "SANSCRN: QUEUE TABLE OVERFLOW"
021100         MOVE 12 TO RETURN-CODE
021200         STOP RUN.
021300     ADD 1 TO SSC-OPEN-COUNT.
021400     MOVE SQ-CUST-NUMBER TO SSC-OPEN-CUST (SSC-OPEN-COUNT).
021500     MOVE SQ-ENTRY-ID TO SSC-OPEN-ENTRY-ID (SSC-OPEN-COUNT).
021600 1100-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000*    2000-SCREEN-ONE.  ONE CUSTOMER AGAINST THE NEW LIST.        *
022100******************************************************************
022200 2000-SCREEN-ONE.
022300     ADD 1 TO SSC-READ-COUNT.
022400     IF LASTNAME = SPACES
022500         GO TO 2000-READ-NEXT.
022600     IF SANCTION-HOLD
022700         ADD 1 TO SSC-HELD-COUNT
022800         GO TO 2000-READ-NEXT.
022900     ADD 1 TO SSC-SCREEN-COUNT.
023000     MOVE LASTNAME TO SM-LASTNAME.
023100     MOVE FIRSTNAME TO SM-FIRSTNAME.
023200     IF BIRTH-DATE NUMERIC
023300         MOVE BIRTH-DATE TO SM-BIRTH-DATE
023400     ELSE
023500         MOVE ZERO TO SM-BIRTH-DATE
023600     END-IF.
023700     MOVE "F" TO SM-ACTION.
023800     CALL "SANMATCH" USING SANMATCH-PARM.
023900     PERFORM 2100-QUEUE-HIT THRU 2100-EXIT
024000         UNTIL NOT SM-HIT-FOUND.
024100 2000-READ-NEXT.
024200     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
024300 2000-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    2100-QUEUE-HIT.  ONE POSSIBLE HIT ONTO THE QUEUE AND THE    *
024800*    REPORT, UNLESS THE PAIR IS ALREADY WAITING THERE.           *
024900******************************************************************
025000 2100-QUEUE-HIT.
025100     PERFORM 2200-CHECK-QUEUED THRU 2200-EXIT.
025200     IF SSC-ALREADY-QUEUED
025300         ADD 1 TO SSC-DUP-COUNT
025400         GO TO 2100-NEXT-HIT.
025500     MOVE SPACES TO SANCTION-HIT-RECORD.
025600     MOVE "P" TO SQ-HIT-STATUS.
025700     MOVE "R" TO SQ-SOURCE.
025800     MOVE CUST-NUMBER TO SQ-CUST-NUMBER.
025900     MOVE LASTNAME TO SQ-LASTNAME.
026000     MOVE FIRSTNAME TO SQ-FIRSTNAME.
026100     MOVE SM-BIRTH-DATE TO SQ-BIRTH-DATE.
026200     MOVE CUST-BRANCH TO SQ-BRANCH.
026300     MOVE SM-ENTRY-ID TO SQ-ENTRY-ID.
026400     MOVE SM-WL-NAME TO SQ-WL-NAME.
026500     MOVE SM-WL-COUNTRY TO SQ-WL-COUNTRY.
026600     MOVE SM-MATCH-SCORE TO SQ-MATCH-SCORE.
026700     MOVE SM-LIST-VERSION TO SQ-LIST-VERSION.
026800     MOVE SSC-RUN-DATE TO SQ-HIT-DATE.
026900     MOVE ZERO TO SQ-DECISION-DATE.
027000     WRITE SANCTION-HIT-RECORD.
027100     IF SSC-SANQ-STATUS NOT = "00"
027200         DISPLAY "SANSCRN: SANCTIONS QUEUE WRITE FAILED "
027300             SSC-SANQ-STATUS
027400         MOVE 12 TO RETURN-CODE
027500         STOP RUN.
027600     ADD 1 TO SSC-HIT-COUNT.
027700     MOVE CUST-NUMBER TO SSC-DTL-CUST.
027800     MOVE FIRSTNAME TO SSC-DTL-FIRSTNAME.
027900     MOVE LASTNAME TO SSC-DTL-LASTNAME.
028000     MOVE CUST-BRANCH TO SSC-DTL-BRANCH.
028100     MOVE SM-ENTRY-ID TO SSC-DTL-ENTRY-ID.
028200     MOVE SM-WL-NAME TO SSC-DTL-WL-NAME.
028300     MOVE SM-MATCH-SCORE TO SSC-DTL-SCORE.
028400     WRITE REPORT-LINE FROM SSC-DETAIL-LINE
028500         AFTER ADVANCING 1 LINE.
028600 2100-NEXT-HIT.
028700     MOVE "N" TO SM-ACTION.
028800     CALL "SANMATCH" USING SANMATCH-PARM.
028900 2100-EXIT.
029000     EXIT.
029100
029200 2200-CHECK-QUEUED.
029300     MOVE "N" TO SSC-FOUND-SW.
029400     MOVE ZERO TO SSC-OPEN-SUB.
029500     PERFORM 2210-SCAN-QUEUED THRU 2210-EXIT
029600         UNTIL SSC-ALREADY-QUEUED
029700            OR SSC-OPEN-SUB >= SSC-OPEN-COUNT.
029800 2200-EXIT.
029900     EXIT.
030000
030100 2210-SCAN-QUEUED.
030200     ADD 1 TO SSC-OPEN-SUB.
030300     IF SSC-OPEN-CUST (SSC-OPEN-SUB) = CUST-NUMBER
030400      AND SSC-OPEN-ENTRY-ID (SSC-OPEN-SUB) = SM-ENTRY-ID
030500         MOVE "Y" TO SSC-FOUND-SW.
030600 2210-EXIT.
030700     EXIT.
030800
030900 2900-READ-MASTER.
031000     READ CUSTOMER-MASTER NEXT RECORD
031100         AT END MOVE "Y" TO SSC-MAST-EOF-SW
031200     END-READ.
031300 2900-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    4000-PRINT-TOTALS.  RESCREEN TOTALS FOR COMPLIANCE.         *
031800******************************************************************
031900 4000-PRINT-TOTALS.
032000     MOVE "CUSTOMERS READ" TO SSC-TOT-LABEL.
032100     MOVE SSC-READ-COUNT TO SSC-TOT-COUNT.
032200     WRITE REPORT-LINE FROM SSC-TOTAL-LINE
032300         AFTER ADVANCING 2 LINES.
032400     MOVE "CUSTOMERS SCREENED" TO SSC-TOT-LABEL.
032500     MOVE SSC-SCREEN-COUNT TO SSC-TOT-COUNT.
032600     WRITE REPORT-LINE FROM SSC-TOTAL-LINE
032700         AFTER ADVANCING 1 LINE.
032800     MOVE "ALREADY ON SANCTIONS HOLD" TO SSC-TOT-LABEL.
032900     MOVE SSC-HELD-COUNT TO SSC-TOT-COUNT.
033000     WRITE REPORT-LINE FROM SSC-TOTAL-LINE
033100         AFTER ADVANCING 1 LINE.
033200     MOVE "POSSIBLE HITS QUEUED" TO SSC-TOT-LABEL.
033300     MOVE SSC-HIT-COUNT TO SSC-TOT-COUNT.
033400     WRITE REPORT-LINE FROM SSC-TOTAL-LINE
033500         AFTER ADVANCING 1 LINE.
033600     MOVE "HITS ALREADY ON QUEUE" TO SSC-TOT-LABEL.
033700     MOVE SSC-DUP-COUNT TO SSC-TOT-COUNT.
033800     WRITE REPORT-LINE FROM SSC-TOTAL-LINE
033900         AFTER ADVANCING 1 LINE.
034000 4000-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400*    5000-WRAPUP.  CLOSE UP AND MARK THE VERSION SCREENED.       *
034500******************************************************************
034600 5000-WRAPUP.
034700     MOVE "X" TO SM-ACTION.
034800     CALL "SANMATCH" USING SANMATCH-PARM.
034900     CLOSE CUSTOMER-MASTER
035000           SANCTION-QUEUE
035100           RESCREEN-REPORT.
035200     OPEN OUTPUT LIST-CONTROL.
035300     IF SSC-CTL-STATUS NOT = "00"
035400         DISPLAY "SANSCRN: WATCH-LIST CONTROL OPEN FAILED "
035500             SSC-CTL-STATUS
035600         MOVE 12 TO RETURN-CODE
035700         STOP RUN.
035800     MOVE SSC-CONTROL-SAVE TO WATCH-LIST-CONTROL.
035900     MOVE SSC-LIST-VERSION TO WC-SCREENED-VERSION.
036000     MOVE SSC-RUN-DATE TO WC-SCREENED-DATE.
036100     WRITE WATCH-LIST-CONTROL.
036200     CLOSE LIST-CONTROL.
036300     DISPLAY "SANSCRN: LIST " SSC-LIST-VERSION " SCREENED, "
036400         SSC-HIT-COUNT " POSSIBLE HITS QUEUED".
036500 5000-EXIT.
036600     EXIT.
