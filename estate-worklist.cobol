000100******************************************************************
000200* PROGRAM NAME:   ESTATWRK                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* ESTATE-SETTLEMENT WORKLIST.  LISTS EVERY ESTATE CASE ON THE    *
000600* ESTATREG REGISTER THAT IS NOT YET CLOSED, GROUPED BY STAGE     *
000700* (NOTIFIED, DOCUMENTS VERIFIED, SETTLED) AND OLDEST NOTICE      *
000800* FIRST, WITH THE BALANCE STILL HELD, THE STANDING ORDERS        *
000900* SUSPENDED, THE ESTATE PAYMENTS APPROVED AND STILL UNUSED, AND  *
001000* THE NEXT ACTION FOR THE CASE.  A SETTLED CASE WHOSE CUSTOMER   *
001100* ACCTCLOS HAS ALREADY CLOSED IS SHOWN AS READY TO CLOSE IN      *
001200* ESTATMNT.  A CASE WITH NO ACTION FOR MORE THAN 30 DAYS IS      *
001300* FLAGGED OVERDUE AND ENDS THE STEP WITH RC=4 SO THE SCHEDULER   *
001400* SURFACES IT.                                                   *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 15/10/26  MS            CREATED - ESTATE-SETTLEMENT WORKLIST   *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  ESTATWRK.
002300 AUTHOR. M. SCHREIBER.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 15/10/26.
002600 DATE-COMPILED. 15/10/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS EC-CUST-NUMBER
003600         FILE STATUS IS EWK-EST-STATUS.
003700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CUST-NUMBER
004100         FILE STATUS IS EWK-MAST-STATUS.
004200     SELECT WORKLIST-REPORT ASSIGN TO ESTWKRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS EWK-RPT-STATUS.
004500     SELECT SORT-WORK ASSIGN TO SORTWK01.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ESTATE-REGISTER
005000     RECORD CONTAINS 400 CHARACTERS.
005100 COPY ESTATE.
005200
005300 FD  CUSTOMER-MASTER
005400     RECORD CONTAINS 273 CHARACTERS.
005500 COPY CUSTMAST.
005600
005700 FD  WORKLIST-REPORT
005800     RECORD CONTAINS 132 CHARACTERS.
005900 01  REPORT-LINE                 PIC X(132).
006000
006100 SD  SORT-WORK.
006200 01  SORT-RECORD.
006300     05  SRT-STAGE-ORDER         PIC 9(01).
006400     05  SRT-NOTIFIED            PIC 9(08).
006500     05  SRT-CUST                PIC 9(06).
006600     05  SRT-STAGE               PIC X(01).
006700     05  SRT-DEATH               PIC 9(08).
006800     05  SRT-EXECUTOR            PIC X(30).
006900     05  SRT-DAYS-OPEN           PIC 9(05).
007000     05  SRT-DAYS-IDLE           PIC 9(05).
007100     05  SRT-ORDERS              PIC 9(03).
007200     05  SRT-PAY-OPEN            PIC 9(01).
007300     05  SRT-PAY-OPEN-AMT        PIC 9(08)V9(02).
007400     05  SRT-CUST-STATE          PIC X(01).
007500
007600 WORKING-STORAGE SECTION.
007700 77  EWK-EST-STATUS              PIC X(02).
007800 77  EWK-MAST-STATUS             PIC X(02).
007900 77  EWK-RPT-STATUS              PIC X(02).
008000
008100 77  EWK-EST-EOF-SW              PIC X(01) VALUE "N".
008200     88  EWK-EST-EOF             VALUE "Y".
008300 77  EWK-SORT-EOF-SW             PIC X(01) VALUE "N".
008400     88  EWK-SORT-EOF            VALUE "Y".
008500 77  EWK-FIRST-SW                PIC X(01) VALUE "Y".
008600     88  EWK-FIRST-ITEM          VALUE "Y".
008700
008800 77  EWK-RUN-DATE                PIC 9(08) VALUE ZERO.
008900 77  EWK-RUN-INT                 PIC 9(07) COMP VALUE ZERO.
009000 77  EWK-DATE-INT                PIC 9(07) COMP VALUE ZERO.
009100 77  EWK-IDLE-LIMIT              PIC 9(03) COMP VALUE 30.
009200 77  EWK-SLOT                    PIC 9(02) COMP VALUE ZERO.
009300 77  EWK-CURR-STAGE              PIC X(01) VALUE SPACE.
009400 77  EWK-ST-COUNT                PIC 9(05) COMP VALUE ZERO.
009500 77  EWK-ST-AMOUNT               PIC S9(11)V9(02) VALUE ZERO.
009600 77  EWK-GR-COUNT                PIC 9(05) COMP VALUE ZERO.
009700 77  EWK-GR-AMOUNT               PIC S9(11)V9(02) VALUE ZERO.
009800 77  EWK-OVERDUE-COUNT           PIC 9(05) COMP VALUE ZERO.
009900 77  EWK-READY-COUNT             PIC 9(05) COMP VALUE ZERO.
010000 77  EWK-CLOSED-COUNT            PIC 9(05) COMP VALUE ZERO.
010100 77  EWK-PAY-COUNT               PIC 9(05) COMP VALUE ZERO.
010200 77  EWK-PAY-AMOUNT              PIC 9(11)V9(02) VALUE ZERO.
010300
010400 01  EWK-HEADING-1.
010500     05  FILLER                  PIC X(09) VALUE "ESTATWRK ".
010600     05  FILLER                  PIC X(35)
010700         VALUE "ESTATE-SETTLEMENT WORKLIST".
010800     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
010900     05  EWK-HDG-DATE            PIC 9(08).
011000     05  FILLER                  PIC X(70) VALUE SPACES.
011100
011200 01  EWK-STAGE-LINE.
011300     05  FILLER                  PIC X(06) VALUE "STAGE ".
011400     05  EWK-STL-STAGE           PIC X(01).
011500     05  FILLER                  PIC X(03) VALUE " - ".
011600     05  EWK-STL-TEXT            PIC X(30).
011700     05  FILLER                  PIC X(92) VALUE SPACES.
011800
011900 01  EWK-HEADING-2.
012000     05  FILLER                  PIC X(09) VALUE "  CUST".
012100     05  FILLER                  PIC X(25) VALUE "NAME".
012200     05  FILLER                  PIC X(09) VALUE "DIED".
012300     05  FILLER                  PIC X(16) VALUE "EXECUTOR".
012400     05  FILLER                  PIC X(06) VALUE " OPEN".
012500     05  FILLER                  PIC X(06) VALUE " IDLE".
012600     05  FILLER                  PIC X(13) VALUE "     BALANCE".
012700     05  FILLER                  PIC X(04) VALUE " SO".
012800     05  FILLER                  PIC X(14) VALUE "P  UNUSED PAY".
012900     05  FILLER                  PIC X(24) VALUE "NEXT ACTION".
013000     05  FILLER                  PIC X(06) VALUE "FLAG".
013100
013200 01  EWK-DETAIL-LINE.
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  EWK-DTL-CUST            PIC 9(06).
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  EWK-DTL-FIRSTNAME       PIC X(10).
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  EWK-DTL-LASTNAME        PIC X(13).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  EWK-DTL-DEATH           PIC 9(08).
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  EWK-DTL-EXECUTOR        PIC X(15).
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  EWK-DTL-DAYS-OPEN       PIC ZZZZ9.
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  EWK-DTL-DAYS-IDLE       PIC ZZZZ9.
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  EWK-DTL-BALANCE         PIC Z(07)9.99-.
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  EWK-DTL-ORDERS          PIC ZZ9.
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  EWK-DTL-PAY-OPEN        PIC 9(01).
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  EWK-DTL-PAY-AMT         PIC Z(07)9.99.
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  EWK-DTL-ACTION          PIC X(22).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  EWK-DTL-FLAG            PIC X(07).
015900
016000 01  EWK-TOTAL-LINE.
016100     05  FILLER                  PIC X(05) VALUE SPACES.
016200     05  EWK-TOT-LABEL           PIC X(30).
016300     05  FILLER                  PIC X(07) VALUE "ITEMS: ".
016400     05  EWK-TOT-COUNT           PIC Z(04)9.
016500     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
016600     05  EWK-TOT-AMOUNT          PIC Z(10)9.99-.
016700     05  FILLER                  PIC X(60) VALUE SPACES.
016800
016900 PROCEDURE DIVISION.
017000******************************************************************
017100*    0000-MAINLINE.  SELECT OPEN CASES, SORT BY STAGE, LIST.     *
017200******************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     SORT SORT-WORK
017600         ON ASCENDING KEY SRT-STAGE-ORDER
017700                          SRT-NOTIFIED
017800                          SRT-CUST
017900         INPUT PROCEDURE IS 2000-SELECT-CASES
018000             THRU 2000-SELECT-EXIT
018100         OUTPUT PROCEDURE IS 3000-LIST-CASES
018200             THRU 3000-LIST-EXIT.
018300     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
018400     CLOSE ESTATE-REGISTER
018500           CUSTOMER-MASTER
018600           WORKLIST-REPORT.
018700     IF EWK-OVERDUE-COUNT > ZERO
018800         MOVE 4 TO RETURN-CODE.
018900     STOP RUN.
019000
019100******************************************************************
019200*    1000-INITIALIZE.  OPEN FILES.  NO REGISTER MEANS NO         *
019300*    BEREAVEMENT NOTICE HAS EVER BEEN TAKEN IN.                  *
019400******************************************************************
019500 1000-INITIALIZE.
019600     OPEN INPUT ESTATE-REGISTER.
019700     IF EWK-EST-STATUS = "35"
019800         DISPLAY "ESTATWRK: NO ESTATE REGISTER - NO CASES"
019900         STOP RUN.
020000     IF EWK-EST-STATUS NOT = "00"
020100         DISPLAY "ESTATWRK: ESTATE REGISTER OPEN FAILED "
020200             EWK-EST-STATUS
020300         MOVE 12 TO RETURN-CODE
020400         STOP RUN.
020500     OPEN INPUT CUSTOMER-MASTER.
020600     IF EWK-MAST-STATUS NOT = "00"
020700         DISPLAY "ESTATWRK: MASTER OPEN FAILED " EWK-MAST-STATUS
020800         MOVE 12 TO RETURN-CODE
020900         STOP RUN.
021000     OPEN OUTPUT WORKLIST-REPORT.
021100     ACCEPT EWK-RUN-DATE FROM DATE YYYYMMDD.
021200     MOVE EWK-RUN-DATE TO EWK-HDG-DATE.
021300     COMPUTE EWK-RUN-INT =
021400         FUNCTION INTEGER-OF-DATE (EWK-RUN-DATE).
021500 1000-EXIT.
021600     EXIT.
021700
021800******************************************************************
021900*    2000-SELECT-CASES.  EVERY CASE NOT YET CLOSED GOES INTO     *
022000*    THE SORT WITH ITS AGES AND UNUSED PAYMENT APPROVALS.        *
022100******************************************************************
022200 2000-SELECT-CASES.
022300     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
022400         UNTIL EWK-EST-EOF.
022500 2000-SELECT-EXIT.
022600     EXIT.
022700
022800 2100-SELECT-ONE.
022900     READ ESTATE-REGISTER NEXT RECORD
023000         AT END
023100             MOVE "Y" TO EWK-EST-EOF-SW
023200             GO TO 2100-EXIT
023300     END-READ.
023400     IF EC-CASE-CLOSED
023500         ADD 1 TO EWK-CLOSED-COUNT
023600         GO TO 2100-EXIT.
023700     EVALUATE TRUE
023800         WHEN EC-NOTIFIED MOVE 1 TO SRT-STAGE-ORDER
023900         WHEN EC-DOCS-VERIFIED MOVE 2 TO SRT-STAGE-ORDER
024000         WHEN OTHER MOVE 3 TO SRT-STAGE-ORDER
024100     END-EVALUATE.
024200     MOVE EC-NOTIFIED-DATE TO SRT-NOTIFIED.
024300     MOVE EC-CUST-NUMBER TO SRT-CUST.
024400     MOVE EC-CASE-STATUS TO SRT-STAGE.
024500     MOVE EC-DATE-OF-DEATH TO SRT-DEATH.
024600     MOVE EC-EXECUTOR-NAME TO SRT-EXECUTOR.
024700     MOVE EC-ORDERS-SUSPENDED TO SRT-ORDERS.
024800     COMPUTE EWK-DATE-INT =
024900         FUNCTION INTEGER-OF-DATE (EC-NOTIFIED-DATE).
025000     COMPUTE SRT-DAYS-OPEN = EWK-RUN-INT - EWK-DATE-INT.
025100     COMPUTE EWK-DATE-INT =
025200         FUNCTION INTEGER-OF-DATE (EC-LAST-ACTION-DATE).
025300     COMPUTE SRT-DAYS-IDLE = EWK-RUN-INT - EWK-DATE-INT.
025400     MOVE ZERO TO SRT-PAY-OPEN
025500                  SRT-PAY-OPEN-AMT.
025600     MOVE 1 TO EWK-SLOT.
025700     PERFORM 2200-COUNT-PAYMENT THRU 2200-EXIT
025800         UNTIL EWK-SLOT > 5.
025900     MOVE SPACE TO SRT-CUST-STATE.
026000     MOVE EC-CUST-NUMBER TO CUST-NUMBER.
026100     READ CUSTOMER-MASTER
026200         INVALID KEY CONTINUE
026300         NOT INVALID KEY
026400             MOVE STATE TO SRT-CUST-STATE
026500     END-READ.
026600     RELEASE SORT-RECORD.
026700 2100-EXIT.
026800     EXIT.
026900
027000 2200-COUNT-PAYMENT.
027100     IF EC-PAY-REFERENCE (EWK-SLOT) NOT = SPACES
027200      AND EC-PAY-USED-DATE (EWK-SLOT) = ZERO
027300         ADD 1 TO SRT-PAY-OPEN
027400         ADD EC-PAY-AMOUNT (EWK-SLOT) TO SRT-PAY-OPEN-AMT.
027500     ADD 1 TO EWK-SLOT.
027600 2200-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000*    3000-LIST-CASES.  ONE BLOCK PER STAGE WITH ITS TOTAL.       *
028100******************************************************************
028200 3000-LIST-CASES.
028300     WRITE REPORT-LINE FROM EWK-HEADING-1
028400         AFTER ADVANCING PAGE.
028500     PERFORM 3100-LIST-ONE THRU 3100-EXIT
028600         UNTIL EWK-SORT-EOF.
028700     IF NOT EWK-FIRST-ITEM
028800         PERFORM 3300-STAGE-TOTAL THRU 3300-EXIT.
028900 3000-LIST-EXIT.
029000     EXIT.
029100
029200 3100-LIST-ONE.
029300     RETURN SORT-WORK
029400         AT END
029500             MOVE "Y" TO EWK-SORT-EOF-SW
029600             GO TO 3100-EXIT
029700     END-RETURN.
029800     IF EWK-FIRST-ITEM
029900         MOVE "N" TO EWK-FIRST-SW
030000         PERFORM 3200-STAGE-HEADING THRU 3200-EXIT
030100     ELSE
030200         IF SRT-STAGE NOT = EWK-CURR-STAGE
030300             PERFORM 3300-STAGE-TOTAL THRU 3300-EXIT
030400             PERFORM 3200-STAGE-HEADING THRU 3200-EXIT
030500         END-IF
030600     END-IF.
030700     MOVE SRT-CUST TO CUST-NUMBER.
030800     READ CUSTOMER-MASTER
030900         INVALID KEY
031000             MOVE SPACES TO FIRSTNAME
031100             MOVE "*NOT ON MASTER*" TO LASTNAME
031200             MOVE ZERO TO SALDO
031300     END-READ.
031400     MOVE SRT-CUST TO EWK-DTL-CUST.
031500     MOVE FIRSTNAME TO EWK-DTL-FIRSTNAME.
031600     MOVE LASTNAME TO EWK-DTL-LASTNAME.
031700     MOVE SRT-DEATH TO EWK-DTL-DEATH.
031800     MOVE SRT-EXECUTOR TO EWK-DTL-EXECUTOR.
031900     MOVE SRT-DAYS-OPEN TO EWK-DTL-DAYS-OPEN.
032000     MOVE SRT-DAYS-IDLE TO EWK-DTL-DAYS-IDLE.
032100     MOVE SALDO TO EWK-DTL-BALANCE.
032200     MOVE SRT-ORDERS TO EWK-DTL-ORDERS.
032300     MOVE SRT-PAY-OPEN TO EWK-DTL-PAY-OPEN.
032400     MOVE SRT-PAY-OPEN-AMT TO EWK-DTL-PAY-AMT.
032500     EVALUATE TRUE
032600         WHEN SRT-STAGE = "N"
032700             MOVE "AWAIT CERT AND GRANT" TO EWK-DTL-ACTION
032800         WHEN SRT-STAGE = "D"
032900             MOVE "DISTRIBUTE - SETTLE" TO EWK-DTL-ACTION
033000         WHEN SRT-CUST-STATE = "C"
033100             MOVE "CLOSE CASE - ESTATMNT" TO EWK-DTL-ACTION
033200             ADD 1 TO EWK-READY-COUNT
033300         WHEN OTHER
033400             MOVE "CLOSE ACCTS - ACCTCLOS" TO EWK-DTL-ACTION
033500     END-EVALUATE.
033600     MOVE SPACES TO EWK-DTL-FLAG.
033700     IF SRT-DAYS-IDLE > EWK-IDLE-LIMIT
033800         MOVE "OVERDUE" TO EWK-DTL-FLAG
033900         ADD 1 TO EWK-OVERDUE-COUNT.
034000     WRITE REPORT-LINE FROM EWK-DETAIL-LINE
034100         AFTER ADVANCING 1 LINE.
034200     ADD 1 TO EWK-ST-COUNT.
034300     ADD SALDO TO EWK-ST-AMOUNT.
034400     ADD SRT-PAY-OPEN TO EWK-PAY-COUNT.
034500     ADD SRT-PAY-OPEN-AMT TO EWK-PAY-AMOUNT.
034600 3100-EXIT.
034700     EXIT.
034800
034900 3200-STAGE-HEADING.
035000     MOVE SRT-STAGE TO EWK-CURR-STAGE.
035100     MOVE SRT-STAGE TO EWK-STL-STAGE.
035200     EVALUATE SRT-STAGE
035300         WHEN "N" MOVE "NOTIFIED" TO EWK-STL-TEXT
035400         WHEN "D" MOVE "DOCUMENTS VERIFIED" TO EWK-STL-TEXT
035500         WHEN "S" MOVE "ESTATE SETTLED" TO EWK-STL-TEXT
035600         WHEN OTHER MOVE SPACES TO EWK-STL-TEXT
035700     END-EVALUATE.
035800     WRITE REPORT-LINE FROM EWK-STAGE-LINE
035900         AFTER ADVANCING 2 LINES.
036000     WRITE REPORT-LINE FROM EWK-HEADING-2
036100         AFTER ADVANCING 2 LINES.
036200 3200-EXIT.
036300     EXIT.
036400
036500 3300-STAGE-TOTAL.
036600     MOVE "CASES AT THIS STAGE - BALANCE" TO EWK-TOT-LABEL.
036700     MOVE EWK-ST-COUNT TO EWK-TOT-COUNT.
036800     MOVE EWK-ST-AMOUNT TO EWK-TOT-AMOUNT.
036900     WRITE REPORT-LINE FROM EWK-TOTAL-LINE
037000         AFTER ADVANCING 2 LINES.
037100     ADD EWK-ST-COUNT TO EWK-GR-COUNT.
037200     ADD EWK-ST-AMOUNT TO EWK-GR-AMOUNT.
037300     MOVE ZERO TO EWK-ST-COUNT.
037400     MOVE ZERO TO EWK-ST-AMOUNT.
037500 3300-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    4000-PRINT-TOTALS.  GRAND TOTALS ON A PAGE OF THEIR OWN.    *
038000******************************************************************
038100 4000-PRINT-TOTALS.
038200     WRITE REPORT-LINE FROM EWK-HEADING-1
038300         AFTER ADVANCING PAGE.
038400     MOVE "OPEN ESTATE CASES - BALANCE" TO EWK-TOT-LABEL.
038500     MOVE EWK-GR-COUNT TO EWK-TOT-COUNT.
038600     MOVE EWK-GR-AMOUNT TO EWK-TOT-AMOUNT.
038700     WRITE REPORT-LINE FROM EWK-TOTAL-LINE
038800         AFTER ADVANCING 2 LINES.
038900     MOVE "ESTATE PAYMENTS NOT YET USED" TO EWK-TOT-LABEL.
039000     MOVE EWK-PAY-COUNT TO EWK-TOT-COUNT.
039100     MOVE EWK-PAY-AMOUNT TO EWK-TOT-AMOUNT.
039200     WRITE REPORT-LINE FROM EWK-TOTAL-LINE
039300         AFTER ADVANCING 1 LINE.
039400     MOVE ZERO TO EWK-TOT-AMOUNT.
039500     MOVE "READY TO CLOSE IN ESTATMNT" TO EWK-TOT-LABEL.
039600     MOVE EWK-READY-COUNT TO EWK-TOT-COUNT.
039700     WRITE REPORT-LINE FROM EWK-TOTAL-LINE
039800         AFTER ADVANCING 1 LINE.
039900     MOVE "OVERDUE - NO ACTION 30 DAYS" TO EWK-TOT-LABEL.
040000     MOVE EWK-OVERDUE-COUNT TO EWK-TOT-COUNT.
040100     WRITE REPORT-LINE FROM EWK-TOTAL-LINE
040200         AFTER ADVANCING 1 LINE.
040300     MOVE "CASES CLOSED (NOT LISTED)" TO EWK-TOT-LABEL.
040400     MOVE EWK-CLOSED-COUNT TO EWK-TOT-COUNT.
040500     WRITE REPORT-LINE FROM EWK-TOTAL-LINE
040600         AFTER ADVANCING 1 LINE.
040700 4000-EXIT.
040800     EXIT.
