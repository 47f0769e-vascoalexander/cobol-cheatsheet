000100******************************************************************
000200* PROGRAM NAME:   OFFNCLD                                        *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* TRAFFIC OFFENCE LOAD.  READS THE OFFENCE NOTIFICATIONS FROM THE*
000600* POLICE FEED AND ADDS EACH ONE TO THE PENALTY-POINTS REGISTER   *
000700* (PTSREG) AGAINST THE OFFENDER'S LICENSE NUMBER, WITH THE       *
000800* OFFENCE DATE AND THE DATE THE POINTS STOP COUNTING (THE        *
000900* OFFENCE DATE PLUS THE LIVE PERIOD).  THE HOLDER IS FOUND ON    *
001000* THE LICENSE MASTER THROUGH ITS LICENSE-NUMBER ALTERNATE INDEX  *
001100* AND THE APPLICANT ID IS CARRIED ONTO THE REGISTER FOR LICPTS.  *
001200* A NOTIFICATION WITH A BAD LICENSE NUMBER, REFERENCE, DATE OR   *
001300* POINTS, FOR A LICENSE NOT ON THE MASTER, OR ALREADY ON THE     *
001400* REGISTER UNDER THE SAME POLICE REFERENCE, IS REPORTED AND      *
001500* DROPPED (RC=4).                                                *
001600*                                                                *
001700* MAINTENANCE LOG                                                *
001800* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001900* --------- ------------  -------------------------------------- *
002000* 15/10/26  HK            CREATED - OFFENCE FEED LOAD            *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  OFFNCLD.
002400 AUTHOR. H. KELLER.
002500 INSTALLATION. COBOL DEVELOPMENT CENTER.
002600 DATE-WRITTEN. 15/10/26.
002700 DATE-COMPILED. 15/10/26.
002800 SECURITY. NON-CONFIDENTIAL.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OFFENCE-FEED ASSIGN TO OFFNCIN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS OFL-IN-STATUS.
003600     SELECT LICENSE-MASTER ASSIGN TO LICMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS LC-APPL-ID
004000         ALTERNATE RECORD KEY IS LC-LICENSE-NO
004100         FILE STATUS IS OFL-LIC-STATUS.
004200     SELECT POINTS-REGISTER ASSIGN TO PTSREG
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PR-KEY
004600         FILE STATUS IS OFL-REG-STATUS.
004700     SELECT LOAD-REPORT ASSIGN TO OFFNCRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS OFL-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  OFFENCE-FEED
005400     RECORD CONTAINS 60 CHARACTERS.
005500 COPY OFFNCREC.
005600
005700 FD  LICENSE-MASTER
005800     RECORD CONTAINS 150 CHARACTERS.
005900 COPY LICMAST.
006000
006100 FD  POINTS-REGISTER
006200     RECORD CONTAINS 80 CHARACTERS.
006300 COPY PTSREG.
006400
006500 FD  LOAD-REPORT
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  REPORT-LINE                 PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000 77  OFL-IN-STATUS               PIC X(02).
007100 77  OFL-LIC-STATUS              PIC X(02).
007200 77  OFL-REG-STATUS              PIC X(02).
007300 77  OFL-RPT-STATUS              PIC X(02).
007400
007500 77  OFL-IN-EOF-SW               PIC X(01) VALUE "N".
007600     88  OFL-IN-EOF              VALUE "Y".
007700 77  OFL-LIC-SW                  PIC X(01) VALUE "N".
007800     88  OFL-LIC-FOUND           VALUE "Y".
007900
008000* YEARS AN OFFENCE'S POINTS COUNT TOWARDS THE THRESHOLDS
008100 77  OFL-LIVE-YEARS              PIC 9(02) VALUE 03.
008200
008300 77  OFL-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
008400 77  OFL-LOADED-COUNT            PIC 9(05) COMP VALUE ZERO.
008500 77  OFL-DROPPED-COUNT           PIC 9(05) COMP VALUE ZERO.
008600
008700 01  OFL-RUN-DATE                PIC 9(08).
008800 01  OFL-EXPIRY-WORK.
008900     05  OFL-EXP-YYYY            PIC 9(04).
009000     05  FILLER                  PIC X(04).
009100 01  OFL-EXPIRY-WORK-N REDEFINES OFL-EXPIRY-WORK
009200                                 PIC 9(08).
009300
009400 01  OFL-HEADING-1.
009500     05  FILLER                  PIC X(09) VALUE "OFFNCLD  ".
009600     05  FILLER                  PIC X(35)
009700         VALUE "TRAFFIC OFFENCE LOAD EXCEPTIONS    ".
009800     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
009900     05  OFL-HDG-DATE            PIC 9(08).
010000     05  FILLER                  PIC X(70) VALUE SPACES.
010100
010200 01  OFL-MESSAGE-LINE.
010300     05  FILLER                  PIC X(05) VALUE SPACES.
010400     05  OFL-MSG-LICNO           PIC X(08).
010500     05  FILLER                  PIC X(03) VALUE SPACES.
010600     05  OFL-MSG-REF             PIC X(12).
010700     05  FILLER                  PIC X(03) VALUE SPACES.
010800     05  OFL-MSG-TEXT            PIC X(50).
010900     05  FILLER                  PIC X(51) VALUE SPACES.
011000
011100 01  OFL-TOTAL-LINE.
011200     05  FILLER                  PIC X(10) VALUE SPACES.
011300     05  OFL-TOT-LABEL           PIC X(30).
011400     05  OFL-TOT-COUNT           PIC Z(04)9.
011500     05  FILLER                  PIC X(87) VALUE SPACES.
011600
011700 PROCEDURE DIVISION.
011800******************************************************************
011900*    0000-MAINLINE.  VALIDATE AND LOAD EVERY NOTIFICATION.       *
012000******************************************************************
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012300     PERFORM 2000-LOAD-ONE THRU 2000-EXIT
012400         UNTIL OFL-IN-EOF.
012500     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
012600     DISPLAY "OFFNCLD: " OFL-LOADED-COUNT " LOADED, "
012700         OFL-DROPPED-COUNT " DROPPED".
012800     IF OFL-DROPPED-COUNT > ZERO
012900         MOVE 4 TO RETURN-CODE.
013000     CLOSE OFFENCE-FEED
013100           LICENSE-MASTER
013200           POINTS-REGISTER
013300           LOAD-REPORT.
013400     STOP RUN.
013500
013600******************************************************************
013700*    1000-INITIALIZE.  OPEN FILES; THE REGISTER IS CREATED ON    *
013800*    THE FIRST RUN.                                              *
013900******************************************************************
014000 1000-INITIALIZE.
014100     OPEN INPUT  OFFENCE-FEED
014200          OUTPUT LOAD-REPORT.
014300     IF OFL-IN-STATUS NOT = "00"
014400         DISPLAY "OFFNCLD: OFFENCE FEED OPEN FAILED "
014500             OFL-IN-STATUS
014600         MOVE 12 TO RETURN-CODE
014700         STOP RUN.
014800     OPEN INPUT LICENSE-MASTER.
014900     IF OFL-LIC-STATUS NOT = "00"
015000         DISPLAY "OFFNCLD: LICENSE MASTER OPEN FAILED "
015100             OFL-LIC-STATUS
015200         MOVE 12 TO RETURN-CODE
015300         STOP RUN.
015400     OPEN I-O POINTS-REGISTER.
015500     IF OFL-REG-STATUS = "35"
015600         OPEN OUTPUT POINTS-REGISTER
015700         CLOSE POINTS-REGISTER
015800         OPEN I-O POINTS-REGISTER.
015900     IF OFL-REG-STATUS NOT = "00"
016000         DISPLAY "OFFNCLD: POINTS REGISTER OPEN FAILED "
016100             OFL-REG-STATUS
016200         MOVE 12 TO RETURN-CODE
016300         STOP RUN.
016400     ACCEPT OFL-RUN-DATE FROM DATE YYYYMMDD.
016500     MOVE OFL-RUN-DATE TO OFL-HDG-DATE.
016600     WRITE REPORT-LINE FROM OFL-HEADING-1
016700         AFTER ADVANCING PAGE.
016800     PERFORM 2900-READ-OFFENCE THRU 2900-EXIT.
016900 1000-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300*    2000-LOAD-ONE.  VALIDATE ONE NOTIFICATION, FIND THE HOLDER  *
017400*    AND ADD THE OFFENCE TO THE REGISTER.                        *
017500******************************************************************
017600 2000-LOAD-ONE.
017700     ADD 1 TO OFL-READ-COUNT.
017800     MOVE OF-LICENSE-NO TO OFL-MSG-LICNO.
017900     MOVE OF-REFERENCE TO OFL-MSG-REF.
018000     IF OF-LICENSE-NO NOT NUMERIC
018100         MOVE "DROPPED - LICENSE NUMBER NOT NUMERIC"
018200             TO OFL-MSG-TEXT
018300         PERFORM 2500-DROP-ONE THRU 2500-EXIT
018400         GO TO 2000-READ-NEXT.
018500     IF OF-REFERENCE = SPACES
018600         MOVE "DROPPED - POLICE REFERENCE MISSING"
018700             TO OFL-MSG-TEXT
018800         PERFORM 2500-DROP-ONE THRU 2500-EXIT
018900         GO TO 2000-READ-NEXT.
019000     IF OF-OFFENCE-DATE NOT NUMERIC
019100      OR OF-OFFENCE-DATE-N > OFL-RUN-DATE
019200         MOVE "DROPPED - OFFENCE DATE INVALID OR IN THE FUTURE"
019300             TO OFL-MSG-TEXT
019400         PERFORM 2500-DROP-ONE THRU 2500-EXIT
019500         GO TO 2000-READ-NEXT.
019600     IF OF-POINTS NOT NUMERIC
019700      OR OF-POINTS-N = ZERO
019800         MOVE "DROPPED - POINTS MISSING OR NOT NUMERIC"
019900             TO OFL-MSG-TEXT
020000         PERFORM 2500-DROP-ONE THRU 2500-EXIT
020100         GO TO 2000-READ-NEXT.
020200     MOVE OF-LICENSE-NO-N TO LC-LICENSE-NO.
020300     READ LICENSE-MASTER KEY IS LC-LICENSE-NO
020400         INVALID KEY MOVE "N" TO OFL-LIC-SW
020500         NOT INVALID KEY MOVE "Y" TO OFL-LIC-SW
020600     END-READ.
020700     IF NOT OFL-LIC-FOUND
020800         MOVE "DROPPED - LICENSE NOT ON LICENSE MASTER"
020900             TO OFL-MSG-TEXT
021000         PERFORM 2500-DROP-ONE THRU 2500-EXIT
021100         GO TO 2000-READ-NEXT.
021200     MOVE SPACES TO POINTS-REGISTER-RECORD.
021300     MOVE OF-LICENSE-NO-N TO PR-LICENSE-NO.
021400     MOVE OF-REFERENCE TO PR-REFERENCE.
021500     MOVE LC-APPL-ID TO PR-APPL-ID.
021600     MOVE OF-OFFENCE-DATE-N TO PR-OFFENCE-DATE.
021700     MOVE OF-OFFENCE-CODE TO PR-OFFENCE-CODE.
021800     MOVE OF-POINTS-N TO PR-POINTS.
021900     MOVE OF-OFFENCE-DATE-N TO OFL-EXPIRY-WORK-N.
022000     ADD OFL-LIVE-YEARS TO OFL-EXP-YYYY.
022100     MOVE OFL-EXPIRY-WORK-N TO PR-EXPIRY-DATE.
022200     MOVE OFL-RUN-DATE TO PR-LOAD-DATE.
022300     WRITE POINTS-REGISTER-RECORD
022400         INVALID KEY
022500             MOVE "DROPPED - REFERENCE ALREADY ON THE REGISTER"
022600                 TO OFL-MSG-TEXT
022700             PERFORM 2500-DROP-ONE THRU 2500-EXIT
022800             GO TO 2000-READ-NEXT
022900     END-WRITE.
023000     IF OFL-REG-STATUS NOT = "00"
023100         DISPLAY "OFFNCLD: POINTS REGISTER WRITE FAILED "
023200             OFL-REG-STATUS
023300         MOVE 12 TO RETURN-CODE
023400         STOP RUN.
023500     ADD 1 TO OFL-LOADED-COUNT.
023600 2000-READ-NEXT.
023700     PERFORM 2900-READ-OFFENCE THRU 2900-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000
024100 2500-DROP-ONE.
024200     ADD 1 TO OFL-DROPPED-COUNT.
024300     WRITE REPORT-LINE FROM OFL-MESSAGE-LINE
024400         AFTER ADVANCING 1 LINE.
024500 2500-EXIT.
024600     EXIT.
024700
024800 2900-READ-OFFENCE.
024900     READ OFFENCE-FEED
025000         AT END MOVE "Y" TO OFL-IN-EOF-SW
025100     END-READ.
025200 2900-EXIT.
025300     EXIT.
025400
025500******************************************************************
025600*    4000-PRINT-TOTALS.  LOAD TOTALS.                            *
025700******************************************************************
025800 4000-PRINT-TOTALS.
025900     MOVE "NOTIFICATIONS READ" TO OFL-TOT-LABEL.
026000     MOVE OFL-READ-COUNT TO OFL-TOT-COUNT.
026100     WRITE REPORT-LINE FROM OFL-TOTAL-LINE
026200         AFTER ADVANCING 2 LINES.
026300     MOVE "OFFENCES LOADED" TO OFL-TOT-LABEL.
026400     MOVE OFL-LOADED-COUNT TO OFL-TOT-COUNT.
026500     WRITE REPORT-LINE FROM OFL-TOTAL-LINE
026600         AFTER ADVANCING 1 LINE.
026700     MOVE "NOTIFICATIONS DROPPED" TO OFL-TOT-LABEL.
026800     MOVE OFL-DROPPED-COUNT TO OFL-TOT-COUNT.
026900     WRITE REPORT-LINE FROM OFL-TOTAL-LINE
027000         AFTER ADVANCING 1 LINE.
027100 4000-EXIT.
027200     EXIT.
