000100******************************************************************
000200* PROGRAM NAME:   STORDCNV                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* STANDING-ORDER FILE CONVERSION.  RUN ONCE WHEN THE STANDING    *
000600* ORDER RECORD IS WIDENED FROM 56 TO 150 BYTES FOR THE PAYEE OF  *
000700* AN EXTERNAL CREDIT TRANSFER.  COPIES THE OLD GENERATION        *
000800* (STORDFLO) RECORD FOR RECORD, IN KEY ORDER, TO THE NEW         *
000900* GENERATION (STORDFIL).  EVERY EXISTING ORDER IS PUT ON THE     *
000960* CUSTOMER'S PRIMARY ACCOUNT (SEQUENCE 01).  NO EXISTING ORDER   *
001020* PAYS OUT OF THE BANK, SO THE PAYEE NAME, ACCOUNT AND BANK ARE  *
001080* SET TO SPACES AND EVERY ORDER CONTINUES TO MOVE MONEY ON OUR   *
001140* OWN BOOKS.                                                     *
001200* THE CONTROL REPORT SHOWS THE RECORD COUNTS IN AND OUT, WHICH   *
001300* MUST AGREE BEFORE THE NEW GENERATION IS CATALOGUED.            *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 15/10/26  HK            CREATED - STANDING ORDER CONVERSION    *
001833* 15/10/26  HK            NEW GENERATION WRITTEN AT 150 BYTES;   *
001866*                         THE ORDER CREATED DATE IS LEFT BLANK   *
001877* 15/10/26  HK            OLD GENERATION READ AT ITS 56-BYTE     *
001888*                         LAYOUT; ORDERS PUT ON ACCOUNT 01       *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  STORDCNV.
002200 AUTHOR. H. KELLER.
002300 INSTALLATION. COBOL DEVELOPMENT CENTER.
002400 DATE-WRITTEN. 15/10/26.
002500 DATE-COMPILED. 15/10/26.
002600 SECURITY. NON-CONFIDENTIAL.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-ORDER-FILE ASSIGN TO STORDFLO
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS OLD-KEY
003500         FILE STATUS IS SCV-OLD-STATUS.
003600     SELECT STANDING-ORDER-FILE ASSIGN TO STORDFIL
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS SO-KEY
004000         FILE STATUS IS SCV-ORD-STATUS.
004100     SELECT CONTROL-REPORT ASSIGN TO STORDCRP
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS SCV-RPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OLD-ORDER-FILE
004800     RECORD CONTAINS 56 CHARACTERS.
004900 01  OLD-ORDER-RECORD.
005000     05  OLD-KEY                 PIC X(08).
005100     05  FILLER                  PIC X(48).
005400
005500 FD  STANDING-ORDER-FILE
005600     RECORD CONTAINS 150 CHARACTERS.
005700 COPY STANDORD.
005800
005900 FD  CONTROL-REPORT
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  REPORT-LINE                 PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400 77  SCV-OLD-STATUS              PIC X(02).
006500 77  SCV-ORD-STATUS              PIC X(02).
006600 77  SCV-RPT-STATUS              PIC X(02).
006700
006800 77  SCV-EOF-SW                  PIC X(01) VALUE "N".
006900     88  SCV-EOF                 VALUE "Y".
007000
007100 77  SCV-RUN-DATE                PIC 9(08) VALUE ZERO.
007200 77  SCV-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
007300 77  SCV-WRITE-COUNT             PIC 9(07) COMP VALUE ZERO.
007400
007500 01  SCV-HEADING-1.
007600     05  FILLER                  PIC X(09) VALUE "STORDCNV ".
007700     05  FILLER                  PIC X(35)
007800         VALUE "STANDING ORDER CONVERSION CONTROL  ".
007900     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
008000     05  SCV-HDG-DATE            PIC 9(08).
008100     05  FILLER                  PIC X(70) VALUE SPACES.
008200
008300 01  SCV-COUNT-LINE.
008400     05  SCV-CNT-LABEL           PIC X(30).
008500     05  SCV-CNT-VALUE           PIC Z(06)9.
008600     05  FILLER                  PIC X(95) VALUE SPACES.
008700
008800 PROCEDURE DIVISION.
008900******************************************************************
009000*    0000-MAINLINE.                                              *
009100******************************************************************
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009400     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
009500         UNTIL SCV-EOF.
009600     PERFORM 3000-CONTROL-REPORT THRU 3000-EXIT.
009700     CLOSE OLD-ORDER-FILE
009800           STANDING-ORDER-FILE
009900           CONTROL-REPORT.
010000     IF SCV-READ-COUNT NOT = SCV-WRITE-COUNT
010100         MOVE 8 TO RETURN-CODE.
010200     STOP RUN.
010300
010400******************************************************************
010500*    1000-INITIALIZE.  THE NEW GENERATION IS WRITTEN FRESH.      *
010600******************************************************************
010700 1000-INITIALIZE.
010800     OPEN INPUT OLD-ORDER-FILE.
010900     IF SCV-OLD-STATUS NOT = "00"
011000         DISPLAY "STORDCNV: OLD ORDER FILE OPEN FAILED "
011100             SCV-OLD-STATUS
011200         MOVE 12 TO RETURN-CODE
011300         STOP RUN.
011400     OPEN OUTPUT STANDING-ORDER-FILE.
011500     IF SCV-ORD-STATUS NOT = "00"
011600         DISPLAY "STORDCNV: NEW ORDER FILE OPEN FAILED "
011700             SCV-ORD-STATUS
011800         MOVE 12 TO RETURN-CODE
011900         STOP RUN.
012000     OPEN OUTPUT CONTROL-REPORT.
012100     ACCEPT SCV-RUN-DATE FROM DATE YYYYMMDD.
012200     MOVE SCV-RUN-DATE TO SCV-HDG-DATE.
012300     WRITE REPORT-LINE FROM SCV-HEADING-1
012400         AFTER ADVANCING PAGE.
012500 1000-EXIT.
012600     EXIT.
012700
012800******************************************************************
012900*    2000-CONVERT-RECORD.  ONE OLD RECORD TO THE NEW LAYOUT.     *
013000*    THE OLD 56 BYTES, KEY THROUGH SUSPEND REASON, ARE COPIED    *
013066*    UNCHANGED AND THE ORDER IS PUT ON ACCOUNT 01; THE PAYEE     *
013132*    FIELDS AND THE CREATED DATE COME OUT AS SPACES.             *
013200******************************************************************
013300 2000-CONVERT-RECORD.
013400     READ OLD-ORDER-FILE NEXT RECORD
013500         AT END
013600             MOVE "Y" TO SCV-EOF-SW
013700             GO TO 2000-EXIT
013800     END-READ.
013900     ADD 1 TO SCV-READ-COUNT.
014000     MOVE SPACES TO STANDING-ORDER-RECORD.
014033     MOVE OLD-ORDER-RECORD TO STANDING-ORDER-RECORD (1:56).
014066     MOVE 1 TO SO-ACCT-SEQ.
014100     WRITE STANDING-ORDER-RECORD.
014200     IF SCV-ORD-STATUS NOT = "00"
014300         DISPLAY "STORDCNV: NEW ORDER FILE WRITE FAILED "
014400             SCV-ORD-STATUS
014500         MOVE 12 TO RETURN-CODE
014600         STOP RUN.
014700     ADD 1 TO SCV-WRITE-COUNT.
014800 2000-EXIT.
014900     EXIT.
015000
015100******************************************************************
015200*    3000-CONTROL-REPORT.  COUNTS IN AND OUT.                    *
015300******************************************************************
015400 3000-CONTROL-REPORT.
015500     MOVE "OLD ORDERS READ" TO SCV-CNT-LABEL.
015600     MOVE SCV-READ-COUNT TO SCV-CNT-VALUE.
015700     WRITE REPORT-LINE FROM SCV-COUNT-LINE
015800         AFTER ADVANCING 2 LINES.
015900     MOVE "NEW ORDERS WRITTEN" TO SCV-CNT-LABEL.
016000     MOVE SCV-WRITE-COUNT TO SCV-CNT-VALUE.
016100     WRITE REPORT-LINE FROM SCV-COUNT-LINE
016200         AFTER ADVANCING 1 LINE.
016300     IF SCV-READ-COUNT NOT = SCV-WRITE-COUNT
016400         MOVE SPACES TO REPORT-LINE
016500         MOVE "*** COUNTS DO NOT AGREE ***" TO REPORT-LINE
016600         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
016700 3000-EXIT.
016800     EXIT.
