000100******************************************************************
000200* PROGRAM NAME:   LICCNV                                         *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* LICENSE MASTER CONVERSION.  RUN ONCE WHEN THE LICENSE MASTER   *
000600* RECORD IS WIDENED FROM 60 TO 150 BYTES TO CARRY ONE ENTRY PER  *
000700* LICENSE CLASS HELD.  COPIES THE OLD GENERATION (LICMASTO)      *
000800* RECORD FOR RECORD, IN KEY ORDER, TO THE NEW GENERATION         *
000900* (LICMAST).  EVERY LICENSE ISSUED BEFORE CLASSES WERE RECORDED  *
001000* WAS A CAR LICENSE, SO THE OLD ISSUE DATE, EXPIRY DATE AND      *
001100* STATUS BECOME THE CLASS B ENTRY; THE OTHER ENTRIES ARE LEFT    *
001200* UNUSED.  LICENSE NUMBER, HOLDER AND NAME ARE UNCHANGED.  THE   *
001300* CONTROL REPORT SHOWS THE RECORD COUNTS IN AND OUT, WHICH MUST  *
001400* AGREE BEFORE THE NEW GENERATION IS CATALOGUED.                 *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 15/10/26  HK            CREATED - LICENSE MASTER CONVERSION    *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  LICCNV.
002300 AUTHOR. H. KELLER.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 15/10/26.
002600 DATE-COMPILED. 15/10/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OLD-LICENSE-MASTER ASSIGN TO LICMASTO
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS OLD-APPL-ID
003600         FILE STATUS IS LCV-OLD-STATUS.
003700     SELECT LICENSE-MASTER ASSIGN TO LICMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS LC-APPL-ID
004100         FILE STATUS IS LCV-LIC-STATUS.
004200     SELECT CONTROL-REPORT ASSIGN TO LICCNRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS LCV-RPT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OLD-LICENSE-MASTER
004900     RECORD CONTAINS 60 CHARACTERS.
005000 01  OLD-LICENSE-RECORD.
005100     05  OLD-APPL-ID             PIC 9(06).
005200     05  OLD-LICENSE-NO          PIC 9(08).
005300     05  OLD-NAME                PIC X(25).
005400     05  OLD-ISSUE-DATE          PIC 9(08).
005500     05  OLD-EXPIRY-DATE         PIC 9(08).
005600     05  OLD-STATUS              PIC X(01).
005700         88  OLD-VALID           VALUE "V".
005800     05  FILLER                  PIC X(04).
005900
006000 FD  LICENSE-MASTER
006100     RECORD CONTAINS 150 CHARACTERS.
006200 COPY LICMAST.
006300
006400 FD  CONTROL-REPORT
006500     RECORD CONTAINS 132 CHARACTERS.
006600 01  REPORT-LINE                 PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 77  LCV-OLD-STATUS              PIC X(02).
007000 77  LCV-LIC-STATUS              PIC X(02).
007100 77  LCV-RPT-STATUS              PIC X(02).
007200
007300 77  LCV-EOF-SW                  PIC X(01) VALUE "N".
007400     88  LCV-EOF                 VALUE "Y".
007500
007600 77  LCV-RUN-DATE                PIC 9(08) VALUE ZERO.
007700 77  LCV-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
007800 77  LCV-WRITE-COUNT             PIC 9(07) COMP VALUE ZERO.
007900 77  LCV-VALID-COUNT             PIC 9(07) COMP VALUE ZERO.
008000
008100 01  LCV-HEADING-1.
008200     05  FILLER                  PIC X(09) VALUE "LICCNV   ".
008300     05  FILLER                  PIC X(35)
008400         VALUE "LICENSE MASTER CONVERSION CONTROL  ".
008500     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
008600     05  LCV-HDG-DATE            PIC 9(08).
008700     05  FILLER                  PIC X(70) VALUE SPACES.
008800
008900 01  LCV-COUNT-LINE.
009000     05  LCV-CNT-LABEL           PIC X(30).
009100     05  LCV-CNT-VALUE           PIC Z(06)9.
009200     05  FILLER                  PIC X(95) VALUE SPACES.
009300
009400 PROCEDURE DIVISION.
009500******************************************************************
009600*    0000-MAINLINE.                                              *
009700******************************************************************
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
010100         UNTIL LCV-EOF.
010200     PERFORM 3000-CONTROL-REPORT THRU 3000-EXIT.
010300     CLOSE OLD-LICENSE-MASTER
010400           LICENSE-MASTER
010500           CONTROL-REPORT.
010600     IF LCV-READ-COUNT NOT = LCV-WRITE-COUNT
010700         MOVE 8 TO RETURN-CODE.
010800     STOP RUN.
010900
011000******************************************************************
011100*    1000-INITIALIZE.  THE NEW GENERATION IS WRITTEN FRESH.      *
011200******************************************************************
011300 1000-INITIALIZE.
011400     OPEN INPUT OLD-LICENSE-MASTER.
011500     IF LCV-OLD-STATUS NOT = "00"
011600         DISPLAY "LICCNV: OLD LICENSE MASTER OPEN FAILED "
011700             LCV-OLD-STATUS
011800         MOVE 12 TO RETURN-CODE
011900         STOP RUN.
012000     OPEN OUTPUT LICENSE-MASTER.
012100     IF LCV-LIC-STATUS NOT = "00"
012200         DISPLAY "LICCNV: NEW LICENSE MASTER OPEN FAILED "
012300             LCV-LIC-STATUS
012400         MOVE 12 TO RETURN-CODE
012500         STOP RUN.
012600     OPEN OUTPUT CONTROL-REPORT.
012700     ACCEPT LCV-RUN-DATE FROM DATE YYYYMMDD.
012800     MOVE LCV-RUN-DATE TO LCV-HDG-DATE.
012900     WRITE REPORT-LINE FROM LCV-HEADING-1
013000         AFTER ADVANCING PAGE.
013100 1000-EXIT.
013200     EXIT.
013300
013400******************************************************************
013500*    2000-CONVERT-RECORD.  ONE OLD LICENSE TO THE NEW LAYOUT,    *
013600*    ITS DATES AND STATUS BECOMING THE CLASS B ENTRY.            *
013700******************************************************************
013800 2000-CONVERT-RECORD.
013900     READ OLD-LICENSE-MASTER NEXT RECORD
014000         AT END
014100             MOVE "Y" TO LCV-EOF-SW
014200             GO TO 2000-EXIT
014300     END-READ.
014400     ADD 1 TO LCV-READ-COUNT.
014500     MOVE SPACES TO LICENSE-MASTER-RECORD.
014600     INITIALIZE LICENSE-MASTER-RECORD.
014700     MOVE OLD-APPL-ID TO LC-APPL-ID.
014800     MOVE OLD-LICENSE-NO TO LC-LICENSE-NO.
014900     MOVE OLD-NAME TO LC-NAME.
015000     MOVE "B " TO LC-CLASS (1).
015100     MOVE OLD-ISSUE-DATE TO LC-CL-ISSUE-DATE (1).
015200     MOVE OLD-EXPIRY-DATE TO LC-CL-EXPIRY-DATE (1).
015300     MOVE OLD-STATUS TO LC-CL-STATUS (1).
015400     IF OLD-VALID
015500         ADD 1 TO LCV-VALID-COUNT.
015600     WRITE LICENSE-MASTER-RECORD.
015700     IF LCV-LIC-STATUS NOT = "00"
015800         DISPLAY "LICCNV: NEW LICENSE MASTER WRITE FAILED "
015900             LCV-LIC-STATUS
016000         MOVE 12 TO RETURN-CODE
016100         STOP RUN.
016200     ADD 1 TO LCV-WRITE-COUNT.
016300 2000-EXIT.
016400     EXIT.
016500
016600******************************************************************
016700*    3000-CONTROL-REPORT.  COUNTS IN AND OUT.                    *
016800******************************************************************
016900 3000-CONTROL-REPORT.
017000     MOVE "OLD LICENSES READ" TO LCV-CNT-LABEL.
017100     MOVE LCV-READ-COUNT TO LCV-CNT-VALUE.
017200     WRITE REPORT-LINE FROM LCV-COUNT-LINE
017300         AFTER ADVANCING 2 LINES.
017400     MOVE "NEW LICENSES WRITTEN" TO LCV-CNT-LABEL.
017500     MOVE LCV-WRITE-COUNT TO LCV-CNT-VALUE.
017600     WRITE REPORT-LINE FROM LCV-COUNT-LINE
017700         AFTER ADVANCING 1 LINE.
017800     MOVE "VALID CLASS B ENTRIES" TO LCV-CNT-LABEL.
017900     MOVE LCV-VALID-COUNT TO LCV-CNT-VALUE.
018000     WRITE REPORT-LINE FROM LCV-COUNT-LINE
018100         AFTER ADVANCING 1 LINE.
018200     IF LCV-READ-COUNT NOT = LCV-WRITE-COUNT
018300         MOVE SPACES TO REPORT-LINE
018400         MOVE "*** COUNTS DO NOT AGREE ***" TO REPORT-LINE
018500         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
018600 3000-EXIT.
018700     EXIT.
