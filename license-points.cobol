000100******************************************************************
000200* PROGRAM NAME:   LICPTS                                         *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* NIGHTLY PENALTY-POINTS RUN.  READS THE POINTS REGISTER IN      *
000600* LICENSE-NUMBER ORDER AND TOTALS EACH HOLDER'S LIVE POINTS (THE *
000700* OFFENCES WHOSE POINTS HAVE NOT YET EXPIRED).  A HOLDER AT OR   *
000800* ABOVE THE SUSPENSION THRESHOLD IS SUSPENDED, AT OR ABOVE THE   *
000900* REVOCATION THRESHOLD REVOKED; A SUSPENDED HOLDER WHOSE LIVE    *
001000* POINTS HAVE FALLEN BACK BELOW THE SUSPENSION THRESHOLD IS      *
001100* REINSTATED.  REVOCATION IS FINAL AND IS NEVER UNDONE HERE.     *
001200* EVERY CHANGE OF LC-STATUS IS DATED ON THE LICENSE MASTER,      *
001300* WRITTEN TO THE LICHIST HISTORY, QUEUED AS A NOTICE THROUGH     *
001400* LTRTRIG FOR LETTRGEN (TEMPLATES LICSUSP, LICREVOK AND          *
001500* LICREINS) AND APPENDED TO THE OUTBOUND RECIPROCITY FILE SO     *
001600* THE NEIGHBORING AUTHORITIES LEARN OF IT.  RUNS AFTER OFFNCLD   *
001700* AND AFTER THE CONDITIONALS BATCH HAS WRITTEN THE OUTBOUND      *
001800* EXCHANGE FILE.  THE LIVE TOTAL IS KEPT ON THE MASTER FOR       *
001900* ENQUIRIES.                                                     *
002000*                                                                *
002100* MAINTENANCE LOG                                                *
002200* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002300* --------- ------------  -------------------------------------- *
002400* 15/10/26  HK            CREATED - PENALTY POINTS RUN           *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  LICPTS.
002800 AUTHOR. H. KELLER.
002900 INSTALLATION. COBOL DEVELOPMENT CENTER.
003000 DATE-WRITTEN. 15/10/26.
003100 DATE-COMPILED. 15/10/26.
003200 SECURITY. NON-CONFIDENTIAL.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT POINTS-REGISTER ASSIGN TO PTSREG
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS PR-KEY
004100         FILE STATUS IS LPT-REG-STATUS.
004200     SELECT LICENSE-MASTER ASSIGN TO LICMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS LC-APPL-ID
004600         FILE STATUS IS LPT-LIC-STATUS.
004700     SELECT LICENSE-HISTORY ASSIGN TO LICHIST
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS LPT-HST-STATUS.
005000     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS LPT-TRG-STATUS.
005300     SELECT EXCHANGE-OUT ASSIGN TO RECIPOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS LPT-EXC-STATUS.
005600     SELECT POINTS-REPORT ASSIGN TO LICPTRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS LPT-RPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  POINTS-REGISTER
006300     RECORD CONTAINS 80 CHARACTERS.
006400 COPY PTSREG.
006500
006600 FD  LICENSE-MASTER
006700     RECORD CONTAINS 150 CHARACTERS.
006800 COPY LICMAST.
006900
007000 FD  LICENSE-HISTORY
007100     RECORD CONTAINS 50 CHARACTERS.
007200 COPY LICHIST.
007300
007400 FD  TRIGGER-FILE
007500     RECORD CONTAINS 40 CHARACTERS.
007600 COPY LTRTRIG.
007700
007800 FD  EXCHANGE-OUT
007900     RECORD CONTAINS 60 CHARACTERS.
008000 COPY RECIPREC.
008100
008200 FD  POINTS-REPORT
008300     RECORD CONTAINS 132 CHARACTERS.
008400 01  REPORT-LINE                 PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  LPT-REG-STATUS              PIC X(02).
008800 77  LPT-LIC-STATUS              PIC X(02).
008900 77  LPT-HST-STATUS              PIC X(02).
009000 77  LPT-TRG-STATUS              PIC X(02).
009100 77  LPT-EXC-STATUS              PIC X(02).
009200 77  LPT-RPT-STATUS              PIC X(02).
009300
009400 77  LPT-REG-EOF-SW              PIC X(01) VALUE "N".
009500     88  LPT-REG-EOF             VALUE "Y".
009600 77  LPT-LIC-SW                  PIC X(01) VALUE "N".
009700     88  LPT-LIC-FOUND           VALUE "Y".
009800
009900* LIVE POINTS AT WHICH A HOLDER IS SUSPENDED, AND REVOKED
010000 77  LPT-SUSPEND-POINTS          PIC 9(03) VALUE 008.
010100 77  LPT-REVOKE-POINTS           PIC 9(03) VALUE 012.
010200 77  LPT-OWN-AUTHORITY           PIC X(04) VALUE "AUTA".
010300
010400 77  LPT-CUR-LICNO               PIC 9(08) VALUE ZERO.
010500 77  LPT-CUR-APPL                PIC 9(06) VALUE ZERO.
010600 77  LPT-LIVE-POINTS             PIC 9(03) VALUE ZERO.
010700 77  LPT-OLD-STATUS              PIC X(01) VALUE SPACE.
010800 77  LPT-NEW-STATUS              PIC X(01) VALUE SPACE.
010900
011000 77  LPT-OFFENCE-COUNT           PIC 9(07) COMP VALUE ZERO.
011100 77  LPT-LIVE-COUNT              PIC 9(07) COMP VALUE ZERO.
011200 77  LPT-HOLDER-COUNT            PIC 9(05) COMP VALUE ZERO.
011300 77  LPT-SUSPEND-COUNT           PIC 9(05) COMP VALUE ZERO.
011400 77  LPT-REVOKE-COUNT            PIC 9(05) COMP VALUE ZERO.
011500 77  LPT-REINSTATE-COUNT         PIC 9(05) COMP VALUE ZERO.
011600 77  LPT-MISSING-COUNT           PIC 9(05) COMP VALUE ZERO.
011700
011800 01  LPT-RUN-DATE                PIC 9(08).
011900
012000 01  LPT-HEADING-1.
012100     05  FILLER                  PIC X(09) VALUE "LICPTS   ".
012200     05  FILLER                  PIC X(35)
012300         VALUE "PENALTY POINTS STATUS CHANGES      ".
012400     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
012500     05  LPT-HDG-DATE            PIC 9(08).
012600     05  FILLER                  PIC X(70) VALUE SPACES.
012700
012800 01  LPT-DETAIL-LINE.
012900     05  LPT-DTL-APPL            PIC 9(06).
013000     05  FILLER                  PIC X(03) VALUE SPACES.
013100     05  LPT-DTL-LICNO           PIC 9(08).
013200     05  FILLER                  PIC X(03) VALUE SPACES.
013300     05  LPT-DTL-NAME            PIC X(25).
013400     05  FILLER                  PIC X(03) VALUE SPACES.
013500     05  LPT-DTL-POINTS          PIC ZZ9.
013600     05  FILLER                  PIC X(03) VALUE SPACES.
013700     05  LPT-DTL-TEXT            PIC X(40).
013800     05  FILLER                  PIC X(38) VALUE SPACES.
013900
014000 01  LPT-TOTAL-LINE.
014100     05  FILLER                  PIC X(10) VALUE SPACES.
014200     05  LPT-TOT-LABEL           PIC X(30).
014300     05  LPT-TOT-COUNT           PIC Z(06)9.
014400     05  FILLER                  PIC X(85) VALUE SPACES.
014500
014600 PROCEDURE DIVISION.
014700******************************************************************
014800*    0000-MAINLINE.  ONE PASS OF THE REGISTER, HOLDER BY HOLDER. *
014900******************************************************************
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     PERFORM 2000-JUDGE-HOLDER THRU 2000-EXIT
015300         UNTIL LPT-REG-EOF.
015400     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
015500     CLOSE POINTS-REGISTER
015600           LICENSE-MASTER
015700           LICENSE-HISTORY
015800           TRIGGER-FILE
015900           EXCHANGE-OUT
016000           POINTS-REPORT.
016100     IF LPT-MISSING-COUNT > ZERO
016200         MOVE 4 TO RETURN-CODE.
016300     STOP RUN.
016400
016500******************************************************************
016600*    1000-INITIALIZE.  OPEN FILES; THE HISTORY, TRIGGER AND      *
016700*    EXCHANGE FILES ARE APPENDED TO.                             *
016800******************************************************************
016900 1000-INITIALIZE.
017000     OPEN OUTPUT POINTS-REPORT.
017100     OPEN INPUT POINTS-REGISTER.
017200     IF LPT-REG-STATUS = "35"
017300         MOVE "Y" TO LPT-REG-EOF-SW
017400     ELSE
017500         IF LPT-REG-STATUS NOT = "00"
017600             DISPLAY "LICPTS: POINTS REGISTER OPEN FAILED "
017700                 LPT-REG-STATUS
017800             MOVE 12 TO RETURN-CODE
017900             STOP RUN
018000         END-IF
018100     END-IF.
018200     OPEN I-O LICENSE-MASTER.
018300     IF LPT-LIC-STATUS NOT = "00"
018400         DISPLAY "LICPTS: LICENSE MASTER OPEN FAILED "
018500             LPT-LIC-STATUS
018600         MOVE 12 TO RETURN-CODE
018700         STOP RUN.
018800     OPEN EXTEND LICENSE-HISTORY.
018900     IF LPT-HST-STATUS = "35"
019000         OPEN OUTPUT LICENSE-HISTORY.
019100     IF LPT-HST-STATUS NOT = "00"
019200         DISPLAY "LICPTS: LICENSE HISTORY OPEN FAILED "
019300             LPT-HST-STATUS
019400         MOVE 12 TO RETURN-CODE
019500         STOP RUN.
019600     OPEN EXTEND TRIGGER-FILE.
019700     IF LPT-TRG-STATUS = "35"
019800         OPEN OUTPUT TRIGGER-FILE.
019900     IF LPT-TRG-STATUS NOT = "00"
020000         DISPLAY "LICPTS: TRIGGER FILE OPEN FAILED "
020100             LPT-TRG-STATUS
020200         MOVE 12 TO RETURN-CODE
020300         STOP RUN.
020400     OPEN EXTEND EXCHANGE-OUT.
020500     IF LPT-EXC-STATUS = "35"
020600         OPEN OUTPUT EXCHANGE-OUT.
020700     IF LPT-EXC-STATUS NOT = "00"
020800         DISPLAY "LICPTS: EXCHANGE FILE OPEN FAILED "
020900             LPT-EXC-STATUS
021000         MOVE 12 TO RETURN-CODE
021100         STOP RUN.
021200     ACCEPT LPT-RUN-DATE FROM DATE YYYYMMDD.
021300     MOVE LPT-RUN-DATE TO LPT-HDG-DATE.
021400     WRITE REPORT-LINE FROM LPT-HEADING-1
021500         AFTER ADVANCING PAGE.
021600     IF NOT LPT-REG-EOF
021700         PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
021800 1000-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200*    2000-JUDGE-HOLDER.  TOTAL ONE LICENSE'S LIVE POINTS, THEN   *
022300*    SET THE HOLDER'S STANDING FROM THE THRESHOLDS.              *
022400******************************************************************
022500 2000-JUDGE-HOLDER.
022600     MOVE PR-LICENSE-NO TO LPT-CUR-LICNO.
022700     MOVE PR-APPL-ID TO LPT-CUR-APPL.
022800     MOVE ZERO TO LPT-LIVE-POINTS.
022900     ADD 1 TO LPT-HOLDER-COUNT.
023000     PERFORM 2100-ADD-OFFENCE THRU 2100-EXIT
023100         UNTIL LPT-REG-EOF
023200            OR PR-LICENSE-NO NOT = LPT-CUR-LICNO.
023300     PERFORM 3000-SET-STANDING THRU 3000-EXIT.
023400 2000-EXIT.
023500     EXIT.
023600
023700 2100-ADD-OFFENCE.
023800     ADD 1 TO LPT-OFFENCE-COUNT.
023900     IF PR-EXPIRY-DATE > LPT-RUN-DATE
024000         ADD PR-POINTS TO LPT-LIVE-POINTS
024100         ADD 1 TO LPT-LIVE-COUNT.
024200     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
024300 2100-EXIT.
024400     EXIT.
024500
024600 2900-READ-REGISTER.
024700     READ POINTS-REGISTER NEXT RECORD
024800         AT END MOVE "Y" TO LPT-REG-EOF-SW
024900     END-READ.
025000 2900-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400*    3000-SET-STANDING.  REVOKED STAYS REVOKED; OTHERWISE THE    *
025500*    LIVE POINTS DECIDE.  THE MASTER IS REWRITTEN ONLY WHEN THE  *
025600*    STANDING OR THE LIVE TOTAL HAS MOVED.                       *
025700******************************************************************
025800 3000-SET-STANDING.
025900     MOVE LPT-CUR-APPL TO LC-APPL-ID.
026000     READ LICENSE-MASTER
026100         INVALID KEY MOVE "N" TO LPT-LIC-SW
026200         NOT INVALID KEY MOVE "Y" TO LPT-LIC-SW
026300     END-READ.
026400     IF NOT LPT-LIC-FOUND
026500      OR LC-LICENSE-NO NOT = LPT-CUR-LICNO
026600         ADD 1 TO LPT-MISSING-COUNT
026700         MOVE LPT-CUR-APPL TO LPT-DTL-APPL
026800         MOVE LPT-CUR-LICNO TO LPT-DTL-LICNO
026900         MOVE SPACES TO LPT-DTL-NAME
027000         MOVE LPT-LIVE-POINTS TO LPT-DTL-POINTS
027100         MOVE "HOLDER NOT ON LICENSE MASTER" TO LPT-DTL-TEXT
027200         WRITE REPORT-LINE FROM LPT-DETAIL-LINE
027300             AFTER ADVANCING 1 LINE
027400         GO TO 3000-EXIT.
027500     IF LC-LIVE-POINTS NOT NUMERIC
027600         MOVE ZERO TO LC-LIVE-POINTS.
027700     MOVE LC-STATUS TO LPT-OLD-STATUS
027800                       LPT-NEW-STATUS.
027900     EVALUATE TRUE
028000         WHEN LC-REVOKED
028100             CONTINUE
028200         WHEN LPT-LIVE-POINTS >= LPT-REVOKE-POINTS
028300             MOVE "R" TO LPT-NEW-STATUS
028400         WHEN LPT-LIVE-POINTS >= LPT-SUSPEND-POINTS
028500             MOVE "S" TO LPT-NEW-STATUS
028600         WHEN OTHER
028700             MOVE SPACE TO LPT-NEW-STATUS
028800     END-EVALUATE.
028900     IF LPT-NEW-STATUS = LPT-OLD-STATUS
029000      AND LPT-LIVE-POINTS = LC-LIVE-POINTS
029100         GO TO 3000-EXIT.
029200     MOVE LPT-LIVE-POINTS TO LC-LIVE-POINTS.
029300     IF LPT-NEW-STATUS NOT = LPT-OLD-STATUS
029400         MOVE LPT-NEW-STATUS TO LC-STATUS
029500         MOVE LPT-RUN-DATE TO LC-STATUS-DATE.
029600     REWRITE LICENSE-MASTER-RECORD.
029700     IF LPT-LIC-STATUS NOT = "00"
029800         DISPLAY "LICPTS: LICENSE REWRITE FAILED "
029900             LPT-LIC-STATUS
030000         MOVE 12 TO RETURN-CODE
030100         STOP RUN.
030200     IF LPT-NEW-STATUS NOT = LPT-OLD-STATUS
030300         PERFORM 3100-RECORD-CHANGE THRU 3100-EXIT.
030400 3000-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800*    3100-RECORD-CHANGE.  HISTORY, NOTICE, EXCHANGE RECORD AND   *
030900*    REPORT LINE FOR ONE CHANGE OF STANDING.                     *
031000******************************************************************
031100 3100-RECORD-CHANGE.
031200     MOVE SPACES TO LICENSE-HISTORY-RECORD.
031300     MOVE LC-APPL-ID TO LH-APPL-ID.
031400     MOVE LC-LICENSE-NO TO LH-LICENSE-NO.
031500     MOVE LPT-RUN-DATE TO LH-CHANGE-DATE.
031600     MOVE LPT-OLD-STATUS TO LH-OLD-STATUS.
031700     MOVE LPT-NEW-STATUS TO LH-NEW-STATUS.
031800     MOVE LPT-LIVE-POINTS TO LH-LIVE-POINTS.
031900     MOVE "LICPTS  " TO LH-SOURCE.
032000     WRITE LICENSE-HISTORY-RECORD.
032100     IF LPT-HST-STATUS NOT = "00"
032200         DISPLAY "LICPTS: LICENSE HISTORY WRITE FAILED "
032300             LPT-HST-STATUS
032400         MOVE 12 TO RETURN-CODE
032500         STOP RUN.
032600     MOVE SPACES TO LETTER-TRIGGER-RECORD.
032700     MOVE SPACES TO RECIPROCITY-RECORD.
032800     EVALUATE TRUE
032900         WHEN LC-REVOKED
033000             MOVE "LICREVOK" TO TG-TEMPLATE-ID
033100             MOVE "X" TO RX-DECISION
033200             MOVE "LICENSE REVOKED" TO LPT-DTL-TEXT
033300             ADD 1 TO LPT-REVOKE-COUNT
033400         WHEN LC-SUSPENDED
033500             MOVE "LICSUSP " TO TG-TEMPLATE-ID
033600             MOVE "S" TO RX-DECISION
033700             MOVE "LICENSE SUSPENDED" TO LPT-DTL-TEXT
033800             ADD 1 TO LPT-SUSPEND-COUNT
033900         WHEN OTHER
034000             MOVE "LICREINS" TO TG-TEMPLATE-ID
034100             MOVE "E" TO RX-DECISION
034200             MOVE "SUSPENSION LIFTED - REINSTATED" TO LPT-DTL-TEXT
034300             ADD 1 TO LPT-REINSTATE-COUNT
034400     END-EVALUATE.
034500     MOVE LC-APPL-ID TO TG-CUST-NUMBER.
034600     MOVE LPT-RUN-DATE TO TG-REQUEST-DATE.
034700     MOVE "LICPTS  " TO TG-SOURCE.
034800     WRITE LETTER-TRIGGER-RECORD.
034900     MOVE LPT-OWN-AUTHORITY TO RX-AUTHORITY.
035000     MOVE LC-APPL-ID TO RX-APPL-ID.
035100     MOVE LC-NAME TO RX-NAME.
035200     MOVE LPT-RUN-DATE TO RX-DECISION-DATE.
035300     WRITE RECIPROCITY-RECORD.
035400     MOVE LC-APPL-ID TO LPT-DTL-APPL.
035500     MOVE LC-LICENSE-NO TO LPT-DTL-LICNO.
035600     MOVE LC-NAME TO LPT-DTL-NAME.
035700     MOVE LPT-LIVE-POINTS TO LPT-DTL-POINTS.
035800     WRITE REPORT-LINE FROM LPT-DETAIL-LINE
035900         AFTER ADVANCING 1 LINE.
036000 3100-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*    4000-PRINT-TOTALS.  RUN TOTALS.                             *
036500******************************************************************
036600 4000-PRINT-TOTALS.
036700     MOVE "OFFENCES ON REGISTER" TO LPT-TOT-LABEL.
036800     MOVE LPT-OFFENCE-COUNT TO LPT-TOT-COUNT.
036900     WRITE REPORT-LINE FROM LPT-TOTAL-LINE
037000         AFTER ADVANCING 2 LINES.
037100     MOVE "OFFENCES WITH LIVE POINTS" TO LPT-TOT-LABEL.
037200     MOVE LPT-LIVE-COUNT TO LPT-TOT-COUNT.
037300     WRITE REPORT-LINE FROM LPT-TOTAL-LINE
037400         AFTER ADVANCING 1 LINE.
037500     MOVE "HOLDERS JUDGED" TO LPT-TOT-LABEL.
037600     MOVE LPT-HOLDER-COUNT TO LPT-TOT-COUNT.
037700     WRITE REPORT-LINE FROM LPT-TOTAL-LINE
037800         AFTER ADVANCING 1 LINE.
037900     MOVE "SUSPENDED THIS RUN" TO LPT-TOT-LABEL.
038000     MOVE LPT-SUSPEND-COUNT TO LPT-TOT-COUNT.
038100     WRITE REPORT-LINE FROM LPT-TOTAL-LINE
038200         AFTER ADVANCING 1 LINE.
038300     MOVE "REVOKED THIS RUN" TO LPT-TOT-LABEL.
038400     MOVE LPT-REVOKE-COUNT TO LPT-TOT-COUNT.
038500     WRITE REPORT-LINE FROM LPT-TOTAL-LINE
038600         AFTER ADVANCING 1 LINE.
038700     MOVE "REINSTATED THIS RUN" TO LPT-TOT-LABEL.
038800     MOVE LPT-REINSTATE-COUNT TO LPT-TOT-COUNT.
038900     WRITE REPORT-LINE FROM LPT-TOTAL-LINE
039000         AFTER ADVANCING 1 LINE.
039100     MOVE "HOLDERS NOT ON LICENSE MASTER" TO LPT-TOT-LABEL.
039200     MOVE LPT-MISSING-COUNT TO LPT-TOT-COUNT.
039300     WRITE REPORT-LINE FROM LPT-TOTAL-LINE
039400         AFTER ADVANCING 1 LINE.
039500 4000-EXIT.
039600     EXIT.
