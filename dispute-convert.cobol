000100******************************************************************
000200* PROGRAM NAME:   DISPCONV                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* DISPUTE CASE FILE CONVERSION.  RUN ONCE WHEN THE DISPUTE       *
000600* CASE RECORD IS WIDENED FROM 120 TO 160 BYTES FOR THE DISPUTED  *
000700* AMOUNT AND THE PROVISIONAL CREDIT.  COPIES THE OLD GENERATION  *
000800* (STMTDSPO) RECORD FOR RECORD, IN KEY ORDER, TO THE NEW         *
000900* GENERATION (STMTDISP).  NO EXISTING CASE CARRIES A DISPUTED    *
001000* AMOUNT, SO THE PROVISIONAL CREDIT IS SET TO NONE; A CASE THAT  *
001100* IS ALREADY RESOLVED KEEPS ITS OUTCOME IN DP-RESOLVED-AS.       *
001200* THE CONTROL REPORT SHOWS THE RECORD COUNTS IN AND OUT, WHICH   *
001300* MUST AGREE BEFORE THE NEW GENERATION IS CATALOGUED.            *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 15/10/26  MS            CREATED - DISPUTE CASE CONVERSION      *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  DISPCONV.
002200 AUTHOR. M. SCHREIBER.
002300 INSTALLATION. COBOL DEVELOPMENT CENTER.
002400 DATE-WRITTEN. 15/10/26.
002500 DATE-COMPILED. 15/10/26.
002600 SECURITY. NON-CONFIDENTIAL.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-DISPUTE-FILE ASSIGN TO STMTDSPO
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS OLD-KEY
003500         FILE STATUS IS DCV-OLD-STATUS.
003600     SELECT DISPUTE-FILE ASSIGN TO STMTDISP
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS DP-KEY
004000         FILE STATUS IS DCV-DISP-STATUS.
004100     SELECT CONTROL-REPORT ASSIGN TO DISPCRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS DCV-RPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OLD-DISPUTE-FILE
004800     RECORD CONTAINS 120 CHARACTERS.
004900 01  OLD-DISPUTE-RECORD.
005000     05  OLD-CASE-DATA.
005100         10  OLD-KEY             PIC X(14).
005200         10  FILLER              PIC X(100).
005300     05  FILLER                  PIC X(06).
005400
005500 FD  DISPUTE-FILE
005600     RECORD CONTAINS 160 CHARACTERS.
005700 COPY STMTDISP.
005800
005900 FD  CONTROL-REPORT
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  REPORT-LINE                 PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400 77  DCV-OLD-STATUS              PIC X(02).
006500 77  DCV-DISP-STATUS             PIC X(02).
006600 77  DCV-RPT-STATUS              PIC X(02).
006700
006800 77  DCV-EOF-SW                  PIC X(01) VALUE "N".
006900     88  DCV-EOF                 VALUE "Y".
007000
007100 77  DCV-RUN-DATE                PIC 9(08) VALUE ZERO.
007200 77  DCV-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
007300 77  DCV-WRITE-COUNT             PIC 9(07) COMP VALUE ZERO.
007400 77  DCV-RESOLVED-COUNT          PIC 9(07) COMP VALUE ZERO.
007500
007600 01  DCV-HEADING-1.
007700     05  FILLER                  PIC X(09) VALUE "DISPCONV ".
007800     05  FILLER                  PIC X(35)
007900         VALUE "DISPUTE CASE CONVERSION CONTROL    ".
008000     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
008100     05  DCV-HDG-DATE            PIC 9(08).
008200     05  FILLER                  PIC X(70) VALUE SPACES.
008300
008400 01  DCV-COUNT-LINE.
008500     05  DCV-CNT-LABEL           PIC X(30).
008600     05  DCV-CNT-VALUE           PIC Z(06)9.
008700     05  FILLER                  PIC X(95) VALUE SPACES.
008800
008900 PROCEDURE DIVISION.
009000******************************************************************
009100*    0000-MAINLINE.                                              *
009200******************************************************************
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009500     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
009600         UNTIL DCV-EOF.
009700     PERFORM 3000-CONTROL-REPORT THRU 3000-EXIT.
009800     CLOSE OLD-DISPUTE-FILE
009900           DISPUTE-FILE
010000           CONTROL-REPORT.
010100     IF DCV-READ-COUNT NOT = DCV-WRITE-COUNT
010200         MOVE 8 TO RETURN-CODE.
010300     STOP RUN.
010400
010500******************************************************************
010600*    1000-INITIALIZE.  THE NEW GENERATION IS WRITTEN FRESH.      *
010700******************************************************************
010800 1000-INITIALIZE.
010900     OPEN INPUT OLD-DISPUTE-FILE.
011000     IF DCV-OLD-STATUS NOT = "00"
011100         DISPLAY "DISPCONV: OLD DISPUTE FILE OPEN FAILED "
011200             DCV-OLD-STATUS
011300         MOVE 12 TO RETURN-CODE
011400         STOP RUN.
011500     OPEN OUTPUT DISPUTE-FILE.
011600     IF DCV-DISP-STATUS NOT = "00"
011700         DISPLAY "DISPCONV: NEW DISPUTE FILE OPEN FAILED "
011800             DCV-DISP-STATUS
011900         MOVE 12 TO RETURN-CODE
012000         STOP RUN.
012100     OPEN OUTPUT CONTROL-REPORT.
012200     ACCEPT DCV-RUN-DATE FROM DATE YYYYMMDD.
012300     MOVE DCV-RUN-DATE TO DCV-HDG-DATE.
012400     WRITE REPORT-LINE FROM DCV-HEADING-1
012500         AFTER ADVANCING PAGE.
012600 1000-EXIT.
012700     EXIT.
012800
012900******************************************************************
013000*    2000-CONVERT-RECORD.  ONE OLD RECORD TO THE NEW LAYOUT.     *
013100*    THE FIRST 114 BYTES ARE UNCHANGED.                          *
013200******************************************************************
013300 2000-CONVERT-RECORD.
013400     READ OLD-DISPUTE-FILE NEXT RECORD
013500         AT END
013600             MOVE "Y" TO DCV-EOF-SW
013700             GO TO 2000-EXIT
013800     END-READ.
013900     ADD 1 TO DCV-READ-COUNT.
014000     MOVE OLD-CASE-DATA TO DISPUTE-CASE-RECORD.
014100     MOVE ZERO TO DP-DISPUTED-AMOUNT
014200                  DP-PC-ISSUED-DATE
014300                  DP-PC-SETTLED-DATE.
014400     IF DP-RESOLVED
014500         MOVE DP-STATUS TO DP-RESOLVED-AS
014600         ADD 1 TO DCV-RESOLVED-COUNT.
014700     WRITE DISPUTE-CASE-RECORD.
014800     IF DCV-DISP-STATUS NOT = "00"
014900         DISPLAY "DISPCONV: NEW DISPUTE FILE WRITE FAILED "
015000             DCV-DISP-STATUS
015100         MOVE 12 TO RETURN-CODE
015200         STOP RUN.
015300     ADD 1 TO DCV-WRITE-COUNT.
015400 2000-EXIT.
015500     EXIT.
015600
015700******************************************************************
015800*    3000-CONTROL-REPORT.  COUNTS IN AND OUT.                    *
015900******************************************************************
016000 3000-CONTROL-REPORT.
016100     MOVE "OLD CASES READ" TO DCV-CNT-LABEL.
016200     MOVE DCV-READ-COUNT TO DCV-CNT-VALUE.
016300     WRITE REPORT-LINE FROM DCV-COUNT-LINE
016400         AFTER ADVANCING 2 LINES.
016500     MOVE "NEW CASES WRITTEN" TO DCV-CNT-LABEL.
016600     MOVE DCV-WRITE-COUNT TO DCV-CNT-VALUE.
016700     WRITE REPORT-LINE FROM DCV-COUNT-LINE
016800         AFTER ADVANCING 1 LINE.
016900     MOVE "RESOLVED OUTCOME CARRIED" TO DCV-CNT-LABEL.
017000     MOVE DCV-RESOLVED-COUNT TO DCV-CNT-VALUE.
017100     WRITE REPORT-LINE FROM DCV-COUNT-LINE
017200         AFTER ADVANCING 1 LINE.
017300     IF DCV-READ-COUNT NOT = DCV-WRITE-COUNT
017400         MOVE SPACES TO REPORT-LINE
017500         MOVE "*** COUNTS DO NOT AGREE ***" TO REPORT-LINE
017600         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
017700 3000-EXIT.
017800     EXIT.
