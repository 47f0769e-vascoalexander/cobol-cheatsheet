000100******************************************************************
000200* PROGRAM NAME:   RISKMIG                                        *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* MONTHLY RISK GRADE MIGRATION REPORT FOR THE CREDIT TEAM.  RUNS *
000600* IN THE MONTH-END CHAIN (CALENDCK RC=1 GATES IT IN, AS FOR      *
000700* MONTHEND) AFTER THAT NIGHT'S RISKRATE.  FOR EACH BRANCH, AND   *
000800* FOR THE WHOLE BOOK, A MATRIX OF CUSTOMER COUNTS: THE GRADE THE *
000900* CUSTOMER OPENED THE MONTH WITH (NEW FOR A CUSTOMER FIRST GRADED*
001000* THIS MONTH) AGAINST THE GRADE NOW HELD, WITH A LEFT COLUMN FOR *
001100* CUSTOMERS GRADED LAST MONTH BUT NO LONGER GRADED (CLOSED).  THE*
001200* MATRIX IS FOLLOWED BY THE UPGRADES, DOWNGRADES, UNCHANGED, NEW *
001300* AND LEFT COUNTS AND THE NUMBER WHO MOVED INTO HIGH RISK (D/E). *
001400* A CUSTOMER IS SHOWN UNDER THE BRANCH HELD AT THE LAST GRADING. *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 15/10/26  HK            CREATED - RISK GRADE MIGRATION REPORT  *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  RISKMIG.
002300 AUTHOR. H. KELLER.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 15/10/26.
002600 DATE-COMPILED. 15/10/26.
002700 SECURITY. CONFIDENTIAL.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RISK-REGISTER ASSIGN TO RISKGRAD
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS RG-CUST-NUMBER
003600         FILE STATUS IS RMG-RG-STATUS.
003700     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS RMG-BRM-STATUS.
004000     SELECT MIGRATION-REPORT ASSIGN TO RISKMRPT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS RMG-RPT-STATUS.
004300     SELECT SORT-WORK ASSIGN TO SORTWK01.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RISK-REGISTER
004800     RECORD CONTAINS 80 CHARACTERS.
004900 COPY RISKGRD.
005000
005100 FD  BRANCH-MASTER
005200     RECORD CONTAINS 40 CHARACTERS.
005300 COPY BRANCHMS.
005400
005500 FD  MIGRATION-REPORT
005600     RECORD CONTAINS 132 CHARACTERS.
005700 01  REPORT-LINE                 PIC X(132).
005800
005900* SRT-FROM-ROW: 1 NEW, 2-6 GRADES A-E AT THE START OF THE MONTH;
006000* SRT-TO-COL: 1-5 GRADES A-E NOW, 6 NO LONGER GRADED
006100 SD  SORT-WORK.
006200 01  SORT-RECORD.
006300     05  SRT-BRANCH              PIC X(03).
006400     05  SRT-FROM-ROW            PIC 9(01).
006500     05  SRT-TO-COL              PIC 9(01).
006600
006700 WORKING-STORAGE SECTION.
006800 77  RMG-RG-STATUS               PIC X(02).
006900 77  RMG-BRM-STATUS              PIC X(02).
007000 77  RMG-RPT-STATUS              PIC X(02).
007100
007200 77  RMG-RG-EOF-SW               PIC X(01) VALUE "N".
007300     88  RMG-RG-EOF              VALUE "Y".
007400 77  RMG-BRM-EOF-SW              PIC X(01) VALUE "N".
007500     88  RMG-BRM-EOF             VALUE "Y".
007600 77  RMG-SORT-EOF-SW             PIC X(01) VALUE "N".
007700     88  RMG-SORT-EOF            VALUE "Y".
007800 77  RMG-FIRST-SW                PIC X(01) VALUE "Y".
007900     88  RMG-FIRST-ITEM          VALUE "Y".
008000
008100 77  RMG-BRM-MAX                 PIC 9(02) COMP VALUE 50.
008200 77  RMG-BRM-CNT                 PIC 9(02) COMP VALUE ZERO.
008300 77  RMG-BRM-SUB                 PIC 9(02) COMP VALUE ZERO.
008400
008500 77  RMG-CURR-BRANCH             PIC X(03) VALUE SPACES.
008600 77  RMG-ROW                     PIC 9(02) COMP VALUE ZERO.
008700 77  RMG-COL                     PIC 9(02) COMP VALUE ZERO.
008800 77  RMG-GRADE-SUB               PIC 9(02) COMP VALUE ZERO.
008900 77  RMG-GRADE-WORK              PIC X(01) VALUE SPACE.
009000 77  RMG-ROW-TOTAL               PIC 9(07) COMP VALUE ZERO.
009100 77  RMG-UP-COUNT                PIC 9(07) COMP VALUE ZERO.
009200 77  RMG-DOWN-COUNT              PIC 9(07) COMP VALUE ZERO.
009300 77  RMG-SAME-COUNT              PIC 9(07) COMP VALUE ZERO.
009400 77  RMG-NEW-COUNT               PIC 9(07) COMP VALUE ZERO.
009500 77  RMG-LEFT-COUNT              PIC 9(07) COMP VALUE ZERO.
009600 77  RMG-INTO-HIGH-COUNT         PIC 9(07) COMP VALUE ZERO.
009700 77  RMG-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
009800
009900 01  RMG-RUN-DATE                PIC 9(08).
010000 01  RMG-RUN-DATE-X REDEFINES RMG-RUN-DATE.
010100     05  RMG-RUN-PERIOD          PIC 9(06).
010200     05  FILLER                  PIC X(02).
010300 01  RMG-PRIOR-PERIOD.
010400     05  RMG-PRI-YYYY            PIC 9(04).
010500     05  RMG-PRI-MM              PIC 9(02).
010600 01  RMG-PRIOR-PERIOD-N REDEFINES RMG-PRIOR-PERIOD
010700                                 PIC 9(06).
010800
010900 01  RMG-GRADE-LETTERS           PIC X(05) VALUE "ABCDE".
011000 01  RMG-GRADE-TABLE REDEFINES RMG-GRADE-LETTERS.
011100     05  RMG-GRADE-LETTER        PIC X(01) OCCURS 5 TIMES.
011200 01  RMG-ROW-LABELS.
011300     05  FILLER                  PIC X(06) VALUE "NEW   ".
011400     05  FILLER                  PIC X(06) VALUE "A     ".
011500     05  FILLER                  PIC X(06) VALUE "B     ".
011600     05  FILLER                  PIC X(06) VALUE "C     ".
011700     05  FILLER                  PIC X(06) VALUE "D     ".
011800     05  FILLER                  PIC X(06) VALUE "E     ".
011900 01  RMG-ROW-LABEL-TABLE REDEFINES RMG-ROW-LABELS.
012000     05  RMG-ROW-LABEL           PIC X(06) OCCURS 6 TIMES.
012100
012200* THE BRANCH MATRIX, THE BOOK MATRIX, AND THE ONE BEING PRINTED
012300 01  RMG-BR-MATRIX.
012400     05  RMG-BR-ROW OCCURS 6 TIMES.
012500         10  RMG-BR-CELL         PIC 9(07) COMP OCCURS 6 TIMES.
012600 01  RMG-GR-MATRIX.
012700     05  RMG-GR-ROW OCCURS 6 TIMES.
012800         10  RMG-GR-CELL         PIC 9(07) COMP OCCURS 6 TIMES.
012900 01  RMG-PR-MATRIX.
013000     05  RMG-PR-ROW OCCURS 6 TIMES.
013100         10  RMG-PR-CELL         PIC 9(07) COMP OCCURS 6 TIMES.
013200 01  RMG-COL-TOTALS.
013300     05  RMG-COL-TOTAL           PIC 9(07) COMP OCCURS 6 TIMES.
013400
013500 01  RMG-BRM-TABLE.
013600     05  RMG-BRM-ENTRY OCCURS 50 TIMES.
013700         10  RMG-BRM-CODE        PIC X(03).
013800         10  RMG-BRM-NAME        PIC X(20).
013900
014000 01  RMG-HEADING-1.
014100     05  FILLER                  PIC X(08) VALUE "RISKMIG ".
014200     05  FILLER                  PIC X(36)
014300         VALUE "RISK GRADE MIGRATION - PERIOD      ".
014400     05  RMG-HDG-PERIOD          PIC 9(06).
014500     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
014600     05  RMG-HDG-DATE            PIC 9(08).
014700     05  FILLER                  PIC X(64) VALUE SPACES.
014800
014900 01  RMG-BRANCH-LINE.
015000     05  FILLER                  PIC X(07) VALUE "BRANCH ".
015100     05  RMG-BRL-BRANCH          PIC X(03).
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  RMG-BRL-NAME            PIC X(20).
015400     05  FILLER                  PIC X(100) VALUE SPACES.
015500
015600 01  RMG-HEADING-2.
015700     05  FILLER                  PIC X(12) VALUE "  OPENED AS".
015800     05  FILLER                  PIC X(40)
015900         VALUE "       A       B       C       D       E".
016000     05  FILLER                  PIC X(16)
016100         VALUE "    LEFT   TOTAL".
016200     05  FILLER                  PIC X(64) VALUE SPACES.
016300
016400 01  RMG-MATRIX-LINE.
016500     05  FILLER                  PIC X(04) VALUE SPACES.
016600     05  RMG-MXL-LABEL           PIC X(08).
016700     05  RMG-MXL-CELL            PIC Z(07)9 OCCURS 6 TIMES.
016800     05  RMG-MXL-TOTAL           PIC Z(07)9.
016900     05  FILLER                  PIC X(64) VALUE SPACES.
017000
017100 01  RMG-SUMMARY-LINE.
017200     05  FILLER                  PIC X(04) VALUE SPACES.
017300     05  FILLER                  PIC X(10) VALUE "UPGRADED ".
017400     05  RMG-SUM-UP              PIC Z(06)9.
017500     05  FILLER                  PIC X(13) VALUE "  DOWNGRADED ".
017600     05  RMG-SUM-DOWN            PIC Z(06)9.
017700     05  FILLER                  PIC X(12) VALUE "  UNCHANGED ".
017800     05  RMG-SUM-SAME            PIC Z(06)9.
017900     05  FILLER                  PIC X(06) VALUE "  NEW ".
018000     05  RMG-SUM-NEW             PIC Z(06)9.
018100     05  FILLER                  PIC X(07) VALUE "  LEFT ".
018200     05  RMG-SUM-LEFT            PIC Z(06)9.
018300     05  FILLER                  PIC X(18)
018400         VALUE "  INTO HIGH RISK ".
018500     05  RMG-SUM-HIGH            PIC Z(06)9.
018600     05  FILLER                  PIC X(20) VALUE SPACES.
018700
018800 PROCEDURE DIVISION.
018900******************************************************************
019000*    0000-MAINLINE.  SELECT, SORT BY BRANCH, PRINT THE MATRICES. *
019100******************************************************************
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     SORT SORT-WORK
019500         ON ASCENDING KEY SRT-BRANCH
019600                          SRT-FROM-ROW
019700                          SRT-TO-COL
019800         INPUT PROCEDURE IS 2000-SELECT-GRADES
019900             THRU 2000-SELECT-EXIT
020000         OUTPUT PROCEDURE IS 3000-LIST-BRANCHES
020100             THRU 3000-LIST-EXIT.
020200     PERFORM 4000-BOOK-TOTALS THRU 4000-EXIT.
020300     CLOSE RISK-REGISTER
020400           MIGRATION-REPORT.
020500     DISPLAY "RISKMIG: " RMG-READ-COUNT " REGISTER RECORDS READ".
020600     STOP RUN.
020700
020800******************************************************************
020900*    1000-INITIALIZE.  BRANCH NAMES, FILES, THIS AND LAST PERIOD.*
021000******************************************************************
021100 1000-INITIALIZE.
021200*    NO BRANCH MASTER MEANS BLANK NAMES ON THE BRANCH LINES
021300     OPEN INPUT BRANCH-MASTER.
021400     IF RMG-BRM-STATUS = "00"
021500         PERFORM 1300-LOAD-BRANCH-REF THRU 1300-EXIT
021600             UNTIL RMG-BRM-EOF
021700         CLOSE BRANCH-MASTER.
021800     OPEN INPUT  RISK-REGISTER
021900          OUTPUT MIGRATION-REPORT.
022000     IF RMG-RG-STATUS NOT = "00"
022100         DISPLAY "RISKMIG: RISK REGISTER OPEN FAILED "
022200             RMG-RG-STATUS
022300         MOVE 12 TO RETURN-CODE
022400         STOP RUN.
022500     IF RMG-RPT-STATUS NOT = "00"
022600         DISPLAY "RISKMIG: REPORT OPEN FAILED " RMG-RPT-STATUS
022700         MOVE 12 TO RETURN-CODE
022800         STOP RUN.
022900     ACCEPT RMG-RUN-DATE FROM DATE YYYYMMDD.
023000     MOVE RMG-RUN-PERIOD TO RMG-PRIOR-PERIOD-N.
023100     IF RMG-PRI-MM = 1
023200         MOVE 12 TO RMG-PRI-MM
023300         SUBTRACT 1 FROM RMG-PRI-YYYY
023400     ELSE
023500         SUBTRACT 1 FROM RMG-PRI-MM.
023600     INITIALIZE RMG-GR-MATRIX.
023700     MOVE RMG-RUN-PERIOD TO RMG-HDG-PERIOD.
023800     MOVE RMG-RUN-DATE TO RMG-HDG-DATE.
023900     WRITE REPORT-LINE FROM RMG-HEADING-1
024000         AFTER ADVANCING PAGE.
024100 1000-EXIT.
024200     EXIT.
024300
024400 1300-LOAD-BRANCH-REF.
024500     READ BRANCH-MASTER
024600         AT END
024700             MOVE "Y" TO RMG-BRM-EOF-SW
024800             GO TO 1300-EXIT
024900     END-READ.
025000     IF RMG-BRM-CNT >= RMG-BRM-MAX
025100         DISPLAY "RISKMIG: BRANCH TABLE OVERFLOW"
025200         MOVE 12 TO RETURN-CODE
025300         STOP RUN.
025400     ADD 1 TO RMG-BRM-CNT.
025500     MOVE BR-BRANCH-CODE TO RMG-BRM-CODE (RMG-BRM-CNT).
025600     MOVE BR-BRANCH-NAME TO RMG-BRM-NAME (RMG-BRM-CNT).
025700 1300-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*    2000-SELECT-GRADES.  A CUSTOMER GRADED THIS MONTH MOVES     *
026200*    FROM THE MONTH'S OPENING GRADE TO THE CURRENT ONE; ONE LAST *
026300*    GRADED IN THE PRIOR MONTH HAS LEFT THE BOOK.                *
026400******************************************************************
026500 2000-SELECT-GRADES.
026600     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
026700         UNTIL RMG-RG-EOF.
026800 2000-SELECT-EXIT.
026900     EXIT.
027000
027100 2100-SELECT-ONE.
027200     READ RISK-REGISTER
027300         AT END
027400             MOVE "Y" TO RMG-RG-EOF-SW
027500             GO TO 2100-EXIT
027600     END-READ.
027700     ADD 1 TO RMG-READ-COUNT.
027800     MOVE RG-BRANCH TO SRT-BRANCH.
027900     IF RG-MONTH-PERIOD = RMG-RUN-PERIOD
028000         MOVE RG-MONTH-OPEN-GRADE TO RMG-GRADE-WORK
028100         PERFORM 2200-GRADE-SUB THRU 2200-EXIT
028200         MOVE RMG-GRADE-SUB TO SRT-FROM-ROW
028300         ADD 1 TO SRT-FROM-ROW
028400         MOVE RG-GRADE TO RMG-GRADE-WORK
028500         PERFORM 2200-GRADE-SUB THRU 2200-EXIT
028600         IF RMG-GRADE-SUB = ZERO
028700             GO TO 2100-EXIT
028800         END-IF
028900         MOVE RMG-GRADE-SUB TO SRT-TO-COL
029000         RELEASE SORT-RECORD
029100         GO TO 2100-EXIT.
029200     IF RG-MONTH-PERIOD = RMG-PRIOR-PERIOD-N
029300         MOVE RG-GRADE TO RMG-GRADE-WORK
029400         PERFORM 2200-GRADE-SUB THRU 2200-EXIT
029500         IF RMG-GRADE-SUB = ZERO
029600             GO TO 2100-EXIT
029700         END-IF
029800         COMPUTE SRT-FROM-ROW = RMG-GRADE-SUB + 1
029900         MOVE 6 TO SRT-TO-COL
030000         RELEASE SORT-RECORD.
030100 2100-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    2200-GRADE-SUB.  POSITION 1-5 OF THE GRADE LETTER IN        *
030600*    RMG-GRADE-WORK, ZERO IF IT IS NOT A GRADE.                  *
030700******************************************************************
030800 2200-GRADE-SUB.
030900     MOVE ZERO TO RMG-GRADE-SUB.
031000     PERFORM 2210-MATCH-GRADE THRU 2210-EXIT
031100         VARYING RMG-COL FROM 1 BY 1
031200         UNTIL RMG-COL > 5
031300            OR RMG-GRADE-SUB > ZERO.
031400 2200-EXIT.
031500     EXIT.
031600
031700 2210-MATCH-GRADE.
031800     IF RMG-GRADE-LETTER (RMG-COL) = RMG-GRADE-WORK
031900         MOVE RMG-COL TO RMG-GRADE-SUB.
032000 2210-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    3000-LIST-BRANCHES.  COUNT EACH BRANCH'S MOVES INTO ITS OWN *
032500*    MATRIX AND THE BOOK'S, PRINTING AT EACH CHANGE OF BRANCH.   *
032600******************************************************************
032700 3000-LIST-BRANCHES.
032800     PERFORM 3100-COUNT-ONE THRU 3100-EXIT
032900         UNTIL RMG-SORT-EOF.
033000     IF NOT RMG-FIRST-ITEM
033100         PERFORM 3300-BRANCH-MATRIX THRU 3300-EXIT.
033200 3000-LIST-EXIT.
033300     EXIT.
033400
033500 3100-COUNT-ONE.
033600     RETURN SORT-WORK
033700         AT END
033800             MOVE "Y" TO RMG-SORT-EOF-SW
033900             GO TO 3100-EXIT
034000     END-RETURN.
034100     IF RMG-FIRST-ITEM
034200         MOVE "N" TO RMG-FIRST-SW
034300         PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
034400     ELSE
034500         IF SRT-BRANCH NOT = RMG-CURR-BRANCH
034600             PERFORM 3300-BRANCH-MATRIX THRU 3300-EXIT
034700             PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
034800         END-IF
034900     END-IF.
035000     ADD 1 TO RMG-BR-CELL (SRT-FROM-ROW SRT-TO-COL).
035100     ADD 1 TO RMG-GR-CELL (SRT-FROM-ROW SRT-TO-COL).
035200 3100-EXIT.
035300     EXIT.
035400
035500 3200-BRANCH-HEADING.
035600     MOVE SRT-BRANCH TO RMG-CURR-BRANCH.
035700     INITIALIZE RMG-BR-MATRIX.
035800     MOVE SRT-BRANCH TO RMG-BRL-BRANCH.
035900     MOVE SPACES TO RMG-BRL-NAME.
036000     PERFORM 3210-FIND-BRANCH THRU 3210-EXIT
036100         VARYING RMG-BRM-SUB FROM 1 BY 1
036200         UNTIL RMG-BRM-SUB > RMG-BRM-CNT.
036300     WRITE REPORT-LINE FROM RMG-BRANCH-LINE
036400         AFTER ADVANCING 2 LINES.
036500 3200-EXIT.
036600     EXIT.
036700
036800 3210-FIND-BRANCH.
036900     IF RMG-BRM-CODE (RMG-BRM-SUB) = SRT-BRANCH
037000         MOVE RMG-BRM-NAME (RMG-BRM-SUB) TO RMG-BRL-NAME.
037100 3210-EXIT.
037200     EXIT.
037300
037400 3300-BRANCH-MATRIX.
037500     MOVE RMG-BR-MATRIX TO RMG-PR-MATRIX.
037600     PERFORM 5000-PRINT-MATRIX THRU 5000-EXIT.
037700 3300-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    4000-BOOK-TOTALS.  THE SAME MATRIX FOR ALL BRANCHES.        *
038200******************************************************************
038300 4000-BOOK-TOTALS.
038400     MOVE "ALL" TO RMG-BRL-BRANCH.
038500     MOVE "WHOLE BOOK" TO RMG-BRL-NAME.
038600     WRITE REPORT-LINE FROM RMG-BRANCH-LINE
038700         AFTER ADVANCING 3 LINES.
038800     MOVE RMG-GR-MATRIX TO RMG-PR-MATRIX.
038900     PERFORM 5000-PRINT-MATRIX THRU 5000-EXIT.
039000 4000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    5000-PRINT-MATRIX.  RMG-PR-MATRIX AS ONE LINE PER OPENING   *
039500*    GRADE, A TOTAL LINE, AND THE MOVEMENT SUMMARY.              *
039600******************************************************************
039700 5000-PRINT-MATRIX.
039800     INITIALIZE RMG-COL-TOTALS.
039900     MOVE ZERO TO RMG-UP-COUNT
040000                  RMG-DOWN-COUNT
040100                  RMG-SAME-COUNT
040200                  RMG-NEW-COUNT
040300                  RMG-LEFT-COUNT
040400                  RMG-INTO-HIGH-COUNT.
040500     WRITE REPORT-LINE FROM RMG-HEADING-2
040600         AFTER ADVANCING 1 LINE.
040700     PERFORM 5100-PRINT-ROW THRU 5100-EXIT
040800         VARYING RMG-ROW FROM 1 BY 1
040900         UNTIL RMG-ROW > 6.
041000     MOVE "TOTAL" TO RMG-MXL-LABEL.
041100     MOVE ZERO TO RMG-ROW-TOTAL.
041200     PERFORM 5300-TOTAL-CELL THRU 5300-EXIT
041300         VARYING RMG-COL FROM 1 BY 1
041400         UNTIL RMG-COL > 6.
041500     MOVE RMG-ROW-TOTAL TO RMG-MXL-TOTAL.
041600     WRITE REPORT-LINE FROM RMG-MATRIX-LINE
041700         AFTER ADVANCING 1 LINE.
041800     MOVE RMG-UP-COUNT TO RMG-SUM-UP.
041900     MOVE RMG-DOWN-COUNT TO RMG-SUM-DOWN.
042000     MOVE RMG-SAME-COUNT TO RMG-SUM-SAME.
042100     MOVE RMG-NEW-COUNT TO RMG-SUM-NEW.
042200     MOVE RMG-LEFT-COUNT TO RMG-SUM-LEFT.
042300     MOVE RMG-INTO-HIGH-COUNT TO RMG-SUM-HIGH.
042400     WRITE REPORT-LINE FROM RMG-SUMMARY-LINE
042500         AFTER ADVANCING 2 LINES.
042600 5000-EXIT.
042700     EXIT.
042800
042900 5100-PRINT-ROW.
043000     MOVE RMG-ROW-LABEL (RMG-ROW) TO RMG-MXL-LABEL.
043100     MOVE ZERO TO RMG-ROW-TOTAL.
043200     PERFORM 5200-ROW-CELL THRU 5200-EXIT
043300         VARYING RMG-COL FROM 1 BY 1
043400         UNTIL RMG-COL > 6.
043500     MOVE RMG-ROW-TOTAL TO RMG-MXL-TOTAL.
043600     WRITE REPORT-LINE FROM RMG-MATRIX-LINE
043700         AFTER ADVANCING 1 LINE.
043800 5100-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*    5200-ROW-CELL.  ONE CELL, AND WHAT KIND OF MOVE IT COUNTS:  *
044300*    ROW 1 IS NEW, COLUMN 6 HAS LEFT; OTHERWISE ROW R IS GRADE   *
044400*    R-1, SO A COLUMN LEFT OF IT IS AN UPGRADE.                  *
044500******************************************************************
044600 5200-ROW-CELL.
044700     MOVE RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-MXL-CELL (RMG-COL).
044800     ADD RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-ROW-TOTAL
044900                                          RMG-COL-TOTAL (RMG-COL).
045000     IF RMG-COL = 6
045100         ADD RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-LEFT-COUNT
045200         GO TO 5200-EXIT.
045300     IF RMG-COL > 3 AND RMG-ROW < 5
045400         ADD RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-INTO-HIGH-COUNT.
045500     IF RMG-ROW = 1
045600         ADD RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-NEW-COUNT
045700         GO TO 5200-EXIT.
045800     IF RMG-COL < RMG-ROW - 1
045900         ADD RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-UP-COUNT
046000     ELSE
046100         IF RMG-COL > RMG-ROW - 1
046200             ADD RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-DOWN-COUNT
046300         ELSE
046400             ADD RMG-PR-CELL (RMG-ROW RMG-COL) TO RMG-SAME-COUNT
046500         END-IF
046600     END-IF.
046700 5200-EXIT.
046800     EXIT.
046900
047000 5300-TOTAL-CELL.
047100     MOVE RMG-COL-TOTAL (RMG-COL) TO RMG-MXL-CELL (RMG-COL).
047200     ADD RMG-COL-TOTAL (RMG-COL) TO RMG-ROW-TOTAL.
047300 5300-EXIT.
047400     EXIT.
