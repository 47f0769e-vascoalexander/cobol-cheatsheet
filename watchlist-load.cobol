000100******************************************************************
000200* PROGRAM NAME:   WLLOAD                                         *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* SANCTIONS WATCH-LIST LOAD.  READS THE LIST PROVIDER'S FEED (A  *
000600* HEADER CARRYING THE LIST VERSION, THEN ONE DETAIL PER LISTED   *
000700* PERSON) AND REBUILDS THE KEYED WATCH-LIST INDEX FROM SCRATCH:  *
000800* NAMES FOLDED TO UPPERCASE, KEYED BY THE SNDX PHONETIC KEY OF   *
000900* THE LASTNAME PLUS THE PROVIDER'S ENTRY ID.  THE VERSION        *
001000* CONTROL IS THEN SET TO THE NEW LIST VERSION; THE SCREENED      *
001100* VERSION IS CARRIED OVER, SO A NEW VERSION IS WHAT MAKES THE    *
001200* SANSCRN NIGHTLY RESCREEN RUN.  DETAILS WITHOUT AN ENTRY ID OR  *
001300* LASTNAME, AND DUPLICATE ENTRIES, ARE WARNED AND DROPPED       *
001400* (RC=4).  A FEED WITHOUT A HEADER OR WITHOUT A SINGLE USABLE    *
001500* ENTRY ENDS THE RUN WITH RC=12 AND THE CONTROL UNCHANGED.       *
001600*                                                                *
001700* MAINTENANCE LOG                                                *
001800* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001900* --------- ------------  -------------------------------------- *
002000* 15/10/26  MS            CREATED - WATCH-LIST LOAD              *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  WLLOAD.
002400 AUTHOR. M. SCHREIBER.
002500 INSTALLATION. COBOL DEVELOPMENT CENTER.
002600 DATE-WRITTEN. 15/10/26.
002700 DATE-COMPILED. 15/10/26.
002800 SECURITY. NON-CONFIDENTIAL.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT WATCH-LIST-FEED ASSIGN TO WLFEED
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WLL-FEED-STATUS.
003600*    RANDOM ACCESS: THE FEED ARRIVES IN PROVIDER ORDER, NOT
003700*    PHONETIC KEY ORDER
003800     SELECT WATCH-LIST ASSIGN TO WATCHIDX
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS WL-KEY
004200         FILE STATUS IS WLL-IDX-STATUS.
004300     SELECT LIST-CONTROL ASSIGN TO WLCTL
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WLL-CTL-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  WATCH-LIST-FEED
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  FEED-RECORD.
005200     05  FEED-REC-TYPE           PIC X(01).
005300         88  FEED-HEADER         VALUE "H".
005400         88  FEED-DETAIL         VALUE "D".
005500     05  FEED-DETAIL-DATA.
005600         10  FEED-ENTRY-ID       PIC X(08).
005700         10  FEED-LASTNAME       PIC X(15).
005800         10  FEED-FIRSTNAME      PIC X(10).
005900         10  FEED-FULL-NAME      PIC X(30).
006000         10  FEED-BIRTH-DATE     PIC X(08).
006100         10  FEED-BIRTH-DATE-N REDEFINES FEED-BIRTH-DATE
006200                                 PIC 9(08).
006300         10  FEED-COUNTRY        PIC X(03).
006400         10  FILLER              PIC X(05).
006500     05  FEED-HEADER-DATA REDEFINES FEED-DETAIL-DATA.
006600         10  FEED-LIST-VERSION   PIC X(08).
006700         10  FEED-LIST-DATE      PIC 9(08).
006800         10  FILLER              PIC X(63).
006900
007000 FD  WATCH-LIST
007100     RECORD CONTAINS 90 CHARACTERS.
007200 COPY WATCHLST.
007300
007400 FD  LIST-CONTROL
007500     RECORD CONTAINS 50 CHARACTERS.
007600 COPY WLCTL.
007700
007800 WORKING-STORAGE SECTION.
007900 77  WLL-FEED-STATUS             PIC X(02).
008000 77  WLL-IDX-STATUS              PIC X(02).
008100 77  WLL-CTL-STATUS              PIC X(02).
008200
008300 77  WLL-FEED-EOF-SW             PIC X(01) VALUE "N".
008400     88  WLL-FEED-EOF            VALUE "Y".
008500
008600 77  WLL-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
008700 77  WLL-LOAD-COUNT              PIC 9(07) COMP VALUE ZERO.
008800 77  WLL-DROP-COUNT              PIC 9(07) COMP VALUE ZERO.
008900
009000 77  WLL-LIST-VERSION            PIC X(08) VALUE SPACES.
009100 77  WLL-LIST-DATE               PIC 9(08) VALUE ZERO.
009200 77  WLL-RUN-DATE                PIC 9(08) VALUE ZERO.
009300* CARRIED OVER FROM THE PRIOR CONTROL RECORD
009400 77  WLL-SCREENED-VERSION        PIC X(08) VALUE SPACES.
009500 77  WLL-SCREENED-DATE           PIC 9(08) VALUE ZERO.
009600
009700 COPY SNDXPARM.
009800
009900 PROCEDURE DIVISION.
010000******************************************************************
010100*    0000-MAINLINE.  REBUILD THE INDEX, ROLL THE CONTROL.        *
010200******************************************************************
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     PERFORM 2000-LOAD-ONE THRU 2000-EXIT
010600         UNTIL WLL-FEED-EOF.
010700     CLOSE WATCH-LIST-FEED
010800           WATCH-LIST.
010900     DISPLAY "WLLOAD: LIST " WLL-LIST-VERSION " - "
011000         WLL-LOAD-COUNT " OF " WLL-READ-COUNT
011100         " ENTRIES LOADED, " WLL-DROP-COUNT " DROPPED".
011200     IF WLL-LOAD-COUNT = ZERO
011300         DISPLAY "WLLOAD: NO USABLE ENTRIES - CONTROL NOT ROLLED"
011400         MOVE 12 TO RETURN-CODE
011500         STOP RUN.
011600     PERFORM 3000-ROLL-CONTROL THRU 3000-EXIT.
011700     IF WLL-DROP-COUNT > ZERO
011800         MOVE 4 TO RETURN-CODE.
011900     STOP RUN.
012000
012100******************************************************************
012200*    1000-INITIALIZE.  HEADER FIRST, PRIOR CONTROL, THEN THE     *
012300*    INDEX IS OPENED OUTPUT FOR THE REBUILD.                     *
012400******************************************************************
012500 1000-INITIALIZE.
012600     ACCEPT WLL-RUN-DATE FROM DATE YYYYMMDD.
012700     OPEN INPUT WATCH-LIST-FEED.
012800     IF WLL-FEED-STATUS NOT = "00"
012900         DISPLAY "WLLOAD: FEED OPEN FAILED " WLL-FEED-STATUS
013000         MOVE 12 TO RETURN-CODE
013100         STOP RUN.
013200     PERFORM 2900-READ-FEED THRU 2900-EXIT.
013300     IF WLL-FEED-EOF OR NOT FEED-HEADER
013400         DISPLAY "WLLOAD: FEED HAS NO HEADER RECORD"
013500         MOVE 12 TO RETURN-CODE
013600         STOP RUN.
013700     IF FEED-LIST-VERSION = SPACES
013800         DISPLAY "WLLOAD: FEED HEADER HAS NO LIST VERSION"
013900         MOVE 12 TO RETURN-CODE
014000         STOP RUN.
014100     MOVE FEED-LIST-VERSION TO WLL-LIST-VERSION.
014200     IF FEED-LIST-DATE NUMERIC
014300         MOVE FEED-LIST-DATE TO WLL-LIST-DATE
014400     ELSE
014500         MOVE WLL-RUN-DATE TO WLL-LIST-DATE
014600     END-IF.
014700*    NO CONTROL YET MEANS NOTHING HAS EVER BEEN SCREENED
014800     OPEN INPUT LIST-CONTROL.
014900     IF WLL-CTL-STATUS = "00"
015000         READ LIST-CONTROL
015100             AT END MOVE SPACES TO WATCH-LIST-CONTROL
015200         END-READ
015300         MOVE WC-SCREENED-VERSION TO WLL-SCREENED-VERSION
015400         MOVE WC-SCREENED-DATE TO WLL-SCREENED-DATE
015500         IF WC-LIST-VERSION = WLL-LIST-VERSION
015600             DISPLAY "WLLOAD: LIST " WLL-LIST-VERSION
015700                 " ALREADY LOADED - RELOADING"
015800         END-IF
015900         CLOSE LIST-CONTROL.
016000     IF WLL-SCREENED-DATE NOT NUMERIC
016100         MOVE ZERO TO WLL-SCREENED-DATE.
016200     OPEN OUTPUT WATCH-LIST.
016300     IF WLL-IDX-STATUS NOT = "00"
016400         DISPLAY "WLLOAD: INDEX OPEN FAILED " WLL-IDX-STATUS
016500         MOVE 12 TO RETURN-CODE
016600         STOP RUN.
016700     PERFORM 2900-READ-FEED THRU 2900-EXIT.
016800 1000-EXIT.
016900     EXIT.
017000
017100******************************************************************
017200*    2000-LOAD-ONE.  ONE LISTED PERSON INTO THE INDEX.           *
017300******************************************************************
017400 2000-LOAD-ONE.
017500     ADD 1 TO WLL-READ-COUNT.
017600     IF NOT FEED-DETAIL
017700         DISPLAY "WLLOAD: UNKNOWN RECORD TYPE " FEED-REC-TYPE
017800             " DROPPED"
017900         ADD 1 TO WLL-DROP-COUNT
018000         GO TO 2000-READ-NEXT.
018100     IF FEED-ENTRY-ID = SPACES OR FEED-LASTNAME = SPACES
018200         DISPLAY "WLLOAD: ENTRY " FEED-ENTRY-ID
018300             " WITHOUT ID OR LASTNAME DROPPED"
018400         ADD 1 TO WLL-DROP-COUNT
018500         GO TO 2000-READ-NEXT.
018600     MOVE SPACES TO WATCH-LIST-RECORD.
018700     MOVE FEED-ENTRY-ID TO WL-ENTRY-ID.
018800     MOVE FEED-LASTNAME TO WL-LASTNAME.
018900     MOVE FEED-FIRSTNAME TO WL-FIRSTNAME.
019000     MOVE FEED-FULL-NAME TO WL-FULL-NAME.
019100     INSPECT WL-LASTNAME
019200         CONVERTING "abcdefghijklmnopqrstuvwxyz"
019300                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019400     INSPECT WL-FIRSTNAME
019500         CONVERTING "abcdefghijklmnopqrstuvwxyz"
019600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019700*    AN UNKNOWN OR PARTIAL BIRTH DATE IS HELD AS ZERO
019800     IF FEED-BIRTH-DATE NUMERIC
019900         MOVE FEED-BIRTH-DATE-N TO WL-BIRTH-DATE
020000     ELSE
020100         MOVE ZERO TO WL-BIRTH-DATE
020200     END-IF.
020300     MOVE FEED-COUNTRY TO WL-COUNTRY.
020400     MOVE WLL-LIST-VERSION TO WL-LIST-VERSION.
020500     MOVE WL-LASTNAME TO SX-NAME-IN.
020600     CALL "SNDX" USING SNDX-PARM.
020700     MOVE SX-KEY-OUT TO WL-PHON-KEY.
020800     WRITE WATCH-LIST-RECORD
020900         INVALID KEY
021000             DISPLAY "WLLOAD: DUPLICATE ENTRY " WL-ENTRY-ID
021100                 " DROPPED"
021200             ADD 1 TO WLL-DROP-COUNT
021300             GO TO 2000-READ-NEXT
021400     END-WRITE.
021500     ADD 1 TO WLL-LOAD-COUNT.
021600 2000-READ-NEXT.
021700     PERFORM 2900-READ-FEED THRU 2900-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000
022100 2900-READ-FEED.
022200     READ WATCH-LIST-FEED
022300         AT END MOVE "Y" TO WLL-FEED-EOF-SW
022400     END-READ.
022500 2900-EXIT.
022600     EXIT.
022700
022800******************************************************************
022900*    3000-ROLL-CONTROL.  NEW LIST VERSION, SCREENED VERSION      *
023000*    CARRIED OVER UNTIL SANSCRN HAS RESCREENED AGAINST IT.       *
023100******************************************************************
023200 3000-ROLL-CONTROL.
023300     OPEN OUTPUT LIST-CONTROL.
023400     IF WLL-CTL-STATUS NOT = "00"
023500         DISPLAY "WLLOAD: CONTROL OPEN FAILED " WLL-CTL-STATUS
023600         MOVE 12 TO RETURN-CODE
023700         STOP RUN.
023800     MOVE SPACES TO WATCH-LIST-CONTROL.
023900     MOVE WLL-LIST-VERSION TO WC-LIST-VERSION.
024000     MOVE WLL-LIST-DATE TO WC-LIST-DATE.
024100     MOVE WLL-RUN-DATE TO WC-LOAD-DATE.
024200     MOVE WLL-LOAD-COUNT TO WC-ENTRY-COUNT.
024300     MOVE WLL-SCREENED-VERSION TO WC-SCREENED-VERSION.
024400     MOVE WLL-SCREENED-DATE TO WC-SCREENED-DATE.
024500     WRITE WATCH-LIST-CONTROL.
024600     CLOSE LIST-CONTROL.
024700 3000-EXIT.
024800     EXIT.
