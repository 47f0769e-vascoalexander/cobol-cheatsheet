000100******************************************************************
000200* PROGRAM NAME:   SANMATCH                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* WATCH-LIST SCREENING SERVICE.  SCORES ONE PERSON AGAINST THE   *
000600* SANCTIONS WATCH LIST: THE LASTNAME IS KEYED THROUGH SNDX AND   *
000700* EVERY LIST ENTRY UNDER THE SAME PHONETIC KEY IS SCORED ON      *
000800* NAMES AND BIRTH DATE.  ENTRIES AT OR ABOVE THE HIT THRESHOLD   *
000900* COME BACK ONE PER CALL, EXCEPT PAIRS COMPLIANCE HAS CLEARED    *
001000* AS FALSE POSITIVES (SANCLEAR).  USED BY ONBOARD AND THE        *
001100* SANSCRN NIGHTLY RESCREEN SO BOTH SCORE THE SAME WAY.  OPENS    *
001200* THE LIST ON FIRST CALL; ACTION "X" CLOSES IT.  SEE SANMPARM.   *
001300*                                                                *
001400* SCORING:  SAME PHONETIC KEY                  40                *
001500*           LASTNAME EXACT                   + 20                *
001600*           FIRSTNAME EXACT                  + 25                *
001700*             (ONLY THE INITIAL AGREES       + 10)               *
001800*           BIRTH DATE AGREES                + 15                *
001900*           BIRTH DATE DISAGREES             - 20                *
002000*           UNKNOWN BIRTH DATE EITHER SIDE      0                *
002100*           HIT THRESHOLD                      60                *
002200*                                                                *
002300* MAINTENANCE LOG                                                *
002400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002500* --------- ------------  -------------------------------------- *
002600* 15/10/26  MS            CREATED - WATCH-LIST SCREENING         *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  SANMATCH.
003000 AUTHOR. M. SCHREIBER.
003100 INSTALLATION. COBOL DEVELOPMENT CENTER.
003200 DATE-WRITTEN. 15/10/26.
003300 DATE-COMPILED. 15/10/26.
003400 SECURITY. NON-CONFIDENTIAL.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT WATCH-LIST ASSIGN TO WATCHIDX
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS WL-KEY
004300         FILE STATUS IS SMT-WL-STATUS.
004400     SELECT CLEARANCE-FILE ASSIGN TO SANCLEAR
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS SMT-CLR-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  WATCH-LIST
005100     RECORD CONTAINS 90 CHARACTERS.
005200 COPY WATCHLST.
005300
005400 FD  CLEARANCE-FILE
005500     RECORD CONTAINS 80 CHARACTERS.
005600 COPY SANCLEAR.
005700
005800 WORKING-STORAGE SECTION.
005900 77  SMT-WL-STATUS               PIC X(02).
006000 77  SMT-CLR-STATUS              PIC X(02).
006100 77  SMT-OPEN-SW                 PIC X(01) VALUE "N".
006200     88  SMT-LIST-OPEN           VALUE "Y".
006300 77  SMT-CLR-EOF-SW              PIC X(01) VALUE "N".
006400     88  SMT-CLR-EOF             VALUE "Y".
006500 77  SMT-SCAN-SW                 PIC X(01) VALUE "Y".
006600     88  SMT-SCAN-DONE           VALUE "Y".
006700 77  SMT-CLEARED-SW              PIC X(01) VALUE "N".
006800     88  SMT-PAIR-CLEARED        VALUE "Y".
006900
007000 77  SMT-THRESHOLD               PIC 9(03) VALUE 60.
007100 77  SMT-SCORE                   PIC 9(03) VALUE ZERO.
007200 77  SMT-PHON-KEY                PIC X(04) VALUE SPACES.
007300
007400 77  SMT-CLR-MAX                 PIC 9(04) COMP VALUE 2000.
007500 77  SMT-CLR-COUNT               PIC 9(04) COMP VALUE ZERO.
007600 77  SMT-CLR-SUB                 PIC 9(04) COMP VALUE ZERO.
007700
007800* THE PERSON BEING SCREENED, FOLDED TO UPPERCASE LIKE THE LIST
007900 01  SMT-PERSON.
008000     05  SMT-LASTNAME            PIC X(15).
008100     05  SMT-FIRSTNAME           PIC X(10).
008200
008300* FALSE-POSITIVE CLEARANCES, LOADED ONCE ON FIRST CALL
008400 01  SMT-CLEAR-TABLE.
008500     05  SMT-CLR-ENTRY OCCURS 2000 TIMES.
008600         10  SMT-CLR-ENTRY-ID    PIC X(08).
008700         10  SMT-CLR-NAMES.
008800             15  SMT-CLR-LASTNAME    PIC X(15).
009000             15  SMT-CLR-FIRSTNAME   PIC X(10).
009200         10  SMT-CLR-BIRTH-DATE  PIC 9(08).
009300
009400 COPY SNDXPARM.
009500
009600 LINKAGE SECTION.
009700 COPY SANMPARM.
009800
009900 PROCEDURE DIVISION USING SANMATCH-PARM.
010000******************************************************************
010100*    0000-MAINLINE.  DISPATCH ON THE REQUESTED ACTION.           *
010200******************************************************************
010300 0000-MAINLINE.
010400     IF SM-ACTION = "X"
010500         PERFORM 3000-CLOSE-LIST THRU 3000-EXIT
010600         GO TO 0000-RETURN.
010700     IF NOT SMT-LIST-OPEN
010800         PERFORM 1000-OPEN-LIST THRU 1000-EXIT.
010900     IF SM-ACTION = "F"
011000         PERFORM 1500-START-PERSON THRU 1500-EXIT.
011100     PERFORM 2000-NEXT-HIT THRU 2000-EXIT.
011200 0000-RETURN.
011300     GOBACK.
011400
011500******************************************************************
011600*    1000-OPEN-LIST.  FIRST CALL OPENS THE LIST AND LOADS THE    *
011700*    CLEARANCES.  NO WATCH LIST MEANS NO SCREENING, WHICH IS     *
011800*    NOT ALLOWED: THE CALLER'S RUN STOPS.                        *
011900******************************************************************
012000 1000-OPEN-LIST.
012100     OPEN INPUT WATCH-LIST.
012200     IF SMT-WL-STATUS NOT = "00"
012300         DISPLAY "SANMATCH ABEND: WATCH LIST OPEN FAILED "
012400             SMT-WL-STATUS
012500         MOVE 12 TO RETURN-CODE
012600         STOP RUN.
012700     MOVE ZERO TO SMT-CLR-COUNT.
012800     MOVE "N" TO SMT-CLR-EOF-SW.
012900*    NO CLEARANCE FILE YET MEANS NOTHING HAS BEEN CLEARED
013000     OPEN INPUT CLEARANCE-FILE.
013100     IF SMT-CLR-STATUS = "00"
013200         PERFORM 1100-LOAD-CLEARANCE THRU 1100-EXIT
013300             UNTIL SMT-CLR-EOF
013400         CLOSE CLEARANCE-FILE.
013500     MOVE "Y" TO SMT-OPEN-SW.
013600 1000-EXIT.
013700     EXIT.
013800
013900 1100-LOAD-CLEARANCE.
014000     READ CLEARANCE-FILE
014100         AT END
014200             MOVE "Y" TO SMT-CLR-EOF-SW
014300             GO TO 1100-EXIT
014400     END-READ.
014500     IF SMT-CLR-COUNT >= SMT-CLR-MAX
014600         DISPLAY "SANMATCH ABEND: CLEARANCE TABLE OVERFLOW"
014700         MOVE 12 TO RETURN-CODE
014800         STOP RUN.
014900     ADD 1 TO SMT-CLR-COUNT.
015000     MOVE SC-ENTRY-ID TO SMT-CLR-ENTRY-ID (SMT-CLR-COUNT).
015100     MOVE SC-LASTNAME TO SMT-CLR-LASTNAME (SMT-CLR-COUNT).
015200     MOVE SC-FIRSTNAME TO SMT-CLR-FIRSTNAME (SMT-CLR-COUNT).
015300     MOVE SC-BIRTH-DATE TO SMT-CLR-BIRTH-DATE (SMT-CLR-COUNT).
015400     INSPECT SMT-CLR-NAMES (SMT-CLR-COUNT)
015500         CONVERTING "abcdefghijklmnopqrstuvwxyz"
015600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015700 1100-EXIT.
015800     EXIT.
015900
016000******************************************************************
016100*    1500-START-PERSON.  KEY THE LASTNAME AND POSITION THE LIST  *
016200*    ON THE FIRST ENTRY UNDER THAT PHONETIC KEY.                 *
016300******************************************************************
016400 1500-START-PERSON.
016500     MOVE "N" TO SMT-SCAN-SW.
016600     MOVE SM-LASTNAME TO SMT-LASTNAME.
016700     MOVE SM-FIRSTNAME TO SMT-FIRSTNAME.
016800     INSPECT SMT-PERSON
016900         CONVERTING "abcdefghijklmnopqrstuvwxyz"
017000                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
017100     IF SMT-LASTNAME = SPACES
017200         MOVE "Y" TO SMT-SCAN-SW
017300         GO TO 1500-EXIT.
017400     MOVE SMT-LASTNAME TO SX-NAME-IN.
017500     CALL "SNDX" USING SNDX-PARM.
017600     MOVE SX-KEY-OUT TO SMT-PHON-KEY.
017700     MOVE SX-KEY-OUT TO WL-PHON-KEY.
017800     MOVE LOW-VALUES TO WL-ENTRY-ID.
017900     START WATCH-LIST KEY IS NOT LESS THAN WL-KEY
018000         INVALID KEY MOVE "Y" TO SMT-SCAN-SW
018100     END-START.
018200 1500-EXIT.
018300     EXIT.
018400
018500******************************************************************
018600*    2000-NEXT-HIT.  SCORE ENTRIES UNTIL ONE REACHES THE         *
018700*    THRESHOLD OR THE PHONETIC KEY CHANGES.                      *
018800******************************************************************
018900 2000-NEXT-HIT.
019000     MOVE "N" TO SM-HIT-SW.
019100     PERFORM 2100-SCORE-NEXT THRU 2100-EXIT
019200         UNTIL SM-HIT-FOUND OR SMT-SCAN-DONE.
019300 2000-EXIT.
019400     EXIT.
019500
019600 2100-SCORE-NEXT.
019700     READ WATCH-LIST NEXT RECORD
019800         AT END
019900             MOVE "Y" TO SMT-SCAN-SW
020000             GO TO 2100-EXIT
020100     END-READ.
020200     IF WL-PHON-KEY NOT = SMT-PHON-KEY
020300         MOVE "Y" TO SMT-SCAN-SW
020400         GO TO 2100-EXIT.
020500     PERFORM 2200-SCORE-ENTRY THRU 2200-EXIT.
020600     IF SMT-SCORE < SMT-THRESHOLD
020700         GO TO 2100-EXIT.
020800     PERFORM 2300-CHECK-CLEARED THRU 2300-EXIT.
020900     IF SMT-PAIR-CLEARED
021000         GO TO 2100-EXIT.
021100     MOVE "Y" TO SM-HIT-SW.
021200     MOVE WL-ENTRY-ID TO SM-ENTRY-ID.
021300     MOVE WL-FULL-NAME TO SM-WL-NAME.
021400     MOVE WL-COUNTRY TO SM-WL-COUNTRY.
021500     MOVE WL-LIST-VERSION TO SM-LIST-VERSION.
021600     MOVE SMT-SCORE TO SM-MATCH-SCORE.
021700 2100-EXIT.
021800     EXIT.
021900
022000******************************************************************
022100*    2200-SCORE-ENTRY.  THE PHONETIC KEY ALREADY AGREES; NAMES   *
022200*    AND BIRTH DATE MOVE THE SCORE UP OR DOWN FROM THERE.        *
022300******************************************************************
022400 2200-SCORE-ENTRY.
022500     MOVE 40 TO SMT-SCORE.
022600     IF WL-LASTNAME = SMT-LASTNAME
022700         ADD 20 TO SMT-SCORE.
022800     IF SMT-FIRSTNAME = SPACES OR WL-FIRSTNAME = SPACES
022900         GO TO 2200-BIRTH-DATE.
023000     IF WL-FIRSTNAME = SMT-FIRSTNAME
023100         ADD 25 TO SMT-SCORE
023200     ELSE
023300         IF WL-FIRSTNAME (1:1) = SMT-FIRSTNAME (1:1)
023400             ADD 10 TO SMT-SCORE
023500         END-IF
023600     END-IF.
023700 2200-BIRTH-DATE.
023800*    AN UNKNOWN BIRTH DATE ON EITHER SIDE NEITHER HELPS NOR HURTS
023900     IF SM-BIRTH-DATE NOT NUMERIC
024000      OR WL-BIRTH-DATE NOT NUMERIC
024100         GO TO 2200-EXIT.
024200     IF SM-BIRTH-DATE = ZERO OR WL-BIRTH-DATE = ZERO
024300         GO TO 2200-EXIT.
024400     IF WL-BIRTH-DATE = SM-BIRTH-DATE
024500         ADD 15 TO SMT-SCORE
024600     ELSE
024700         SUBTRACT 20 FROM SMT-SCORE
024800     END-IF.
024900 2200-EXIT.
025000     EXIT.
025100
025200 2300-CHECK-CLEARED.
025300     MOVE "N" TO SMT-CLEARED-SW.
025400     MOVE ZERO TO SMT-CLR-SUB.
025500     PERFORM 2310-SCAN-CLEARED THRU 2310-EXIT
025600         UNTIL SMT-PAIR-CLEARED
025700            OR SMT-CLR-SUB >= SMT-CLR-COUNT.
025800 2300-EXIT.
025900     EXIT.
026000
026100 2310-SCAN-CLEARED.
026200     ADD 1 TO SMT-CLR-SUB.
026300     IF SMT-CLR-ENTRY-ID (SMT-CLR-SUB) = WL-ENTRY-ID
026400      AND SMT-CLR-LASTNAME (SMT-CLR-SUB) = SMT-LASTNAME
026500      AND SMT-CLR-FIRSTNAME (SMT-CLR-SUB) = SMT-FIRSTNAME
026600      AND SMT-CLR-BIRTH-DATE (SMT-CLR-SUB) = SM-BIRTH-DATE
026700         MOVE "Y" TO SMT-CLEARED-SW.
026800 2310-EXIT.
026900     EXIT.
027000
027100******************************************************************
027200*    3000-CLOSE-LIST.  END-OF-RUN CLOSE.                         *
027300******************************************************************
027400 3000-CLOSE-LIST.
027500     IF SMT-LIST-OPEN
027600         CLOSE WATCH-LIST
027700         MOVE "N" TO SMT-OPEN-SW.
027800 3000-EXIT.
027900     EXIT.
