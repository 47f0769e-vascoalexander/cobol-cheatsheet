000100******************************************************************
000200* PROGRAM NAME:   PTPCHK                                         *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* NIGHTLY PROMISE-TO-PAY CHECK.  RUNS AFTER POSTRUN AND BEFORE   *
000600* DUNNING.  EVERY OPEN PROMISE ON THE SHARED CONTACT LOG THAT    *
000700* CARRIES A PROMISED AMOUNT AND DUE DATE IS CHECKED AGAINST THE  *
000800* CREDITS ON THE POSTING HISTORY FROM THE DAY THE PROMISE WAS    *
000900* MADE TO THE DUE DATE PLUS A SHORT CLEARING ALLOWANCE:          *
001000*   - CREDITS COVERING THE PROMISED AMOUNT MARK IT KEPT;         *
001100*   - ONCE THE ALLOWANCE HAS RUN OUT WITHOUT THAT, IT IS MARKED  *
001200*     BROKEN, A TYPE "B" ENTRY IS ADDED TO THE CONTACT LOG AND   *
001300*     THE CUSTOMER'S DUNNING CASE (IF ANY) IS FLAGGED SO THE     *
001400*     NEXT DUNNING RUN ESCALATES IT STRAIGHT AWAY.               *
001500* INTEREST, MERGE, REVERSAL AND CHARGE-OFF CREDITS ARE NOT       *
001600* PAYMENTS AND DO NOT COUNT.  A PROMISE IS SETTLED ONLY ONCE,    *
001700* SO A RERUN CHANGES NOTHING.  FREE-TEXT PROMISES WITHOUT AN     *
001800* AMOUNT ARE LEFT TO THE DUNNING RUN'S PROMISE WINDOW.           *
001900*                                                                *
002000* MAINTENANCE LOG                                                *
002100* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002200* --------- ------------  -------------------------------------- *
002300* 15/10/26  MS            CREATED - PROMISE-TO-PAY TRACKING      *
002325* 15/10/26  MS            POSTING HISTORY RECORD WIDENED TO      *
002350*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
002375*                         AND AMOUNT OF CONVERTED ITEMS          *
002383* 15/10/26  MS            POSTING HISTORY IS NOW KEYED;          *
002391*                         READ IN KEY SEQUENCE                   *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  PTPCHK.
002700 AUTHOR. M. SCHREIBER.
002800 INSTALLATION. COBOL DEVELOPMENT CENTER.
002900 DATE-WRITTEN. 15/10/26.
003000 DATE-COMPILED. 15/10/26.
003100 SECURITY. NON-CONFIDENTIAL.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CONTACT-LOG ASSIGN TO CONTLOG
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS PTP-CONT-STATUS.
003900     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
004000         ORGANIZATION IS INDEXED
004033         ACCESS MODE IS SEQUENTIAL
004066         RECORD KEY IS PH-KEY
004100         FILE STATUS IS PTP-HIST-STATUS.
004200     SELECT DUNNING-LEDGER ASSIGN TO DUNLEDGR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS DL-CUST-NUMBER
004600         FILE STATUS IS PTP-LDG-STATUS.
004700     SELECT PROMISE-REPORT ASSIGN TO PTPRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS PTP-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CONTACT-LOG
005400     RECORD CONTAINS 80 CHARACTERS.
005500 COPY CONTLOG.
005600
005700 FD  POSTING-HISTORY
005800     RECORD CONTAINS 100 CHARACTERS.
005900 COPY POSTHIST.
006000
006100 FD  DUNNING-LEDGER
006200     RECORD CONTAINS 30 CHARACTERS.
006300 COPY DUNLEDGR.
006400
006500 FD  PROMISE-REPORT
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  REPORT-LINE                 PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000 77  PTP-CONT-STATUS             PIC X(02).
007100 77  PTP-HIST-STATUS             PIC X(02).
007200 77  PTP-LDG-STATUS              PIC X(02).
007300 77  PTP-RPT-STATUS              PIC X(02).
007400
007500 77  PTP-CONT-EOF-SW             PIC X(01) VALUE "N".
007600     88  PTP-CONT-EOF            VALUE "Y".
007700 77  PTP-HIST-EOF-SW             PIC X(01) VALUE "N".
007800     88  PTP-HIST-EOF            VALUE "Y".
007900 77  PTP-LDG-OPEN-SW             PIC X(01) VALUE "N".
008000     88  PTP-LDG-OPEN            VALUE "Y".
008100
008200* CREDITS POSTED UP TO THIS MANY DAYS AFTER THE DUE DATE STILL
008300* KEEP THE PROMISE (PAYMENTS IN CLEARING ON THE DUE DATE)
008400 77  PTP-GRACE-DAYS              PIC 9(03) COMP VALUE 3.
008500
008600 77  PTP-TAB-MAX                 PIC 9(04) COMP VALUE 2000.
008700 77  PTP-TAB-COUNT               PIC 9(04) COMP VALUE ZERO.
008800 77  PTP-TAB-SUB                 PIC 9(04) COMP VALUE ZERO.
008900 77  PTP-REC-CTR                 PIC 9(07) COMP VALUE ZERO.
009000 77  PTP-TODAY-INT               PIC 9(07) COMP VALUE ZERO.
009100 77  PTP-POST-INT                PIC 9(07) COMP VALUE ZERO.
009200
009300 77  PTP-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
009400 77  PTP-UNTRACKED-COUNT         PIC 9(05) COMP VALUE ZERO.
009500 77  PTP-KEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
009600 77  PTP-BROKEN-COUNT            PIC 9(05) COMP VALUE ZERO.
009700 77  PTP-PENDING-COUNT           PIC 9(05) COMP VALUE ZERO.
009800 77  PTP-REESC-COUNT             PIC 9(05) COMP VALUE ZERO.
009900
010000 01  PTP-RUN-DATE                PIC 9(08).
010100
010200* OPEN TRACKED PROMISES IN CONTACT-LOG ORDER; PTP-REC-NO IS
010300* THE RECORD'S POSITION ON THE LOG FOR THE REWRITE PASS
010400 01  PTP-PROMISE-TABLE.
010500     05  PTP-ENTRY OCCURS 2000 TIMES.
010600         10  PTP-REC-NO          PIC 9(07) COMP.
010700         10  PTP-CUST            PIC 9(06).
010800         10  PTP-OPERATOR        PIC X(20).
010900         10  PTP-MADE            PIC 9(08).
011000         10  PTP-DUE             PIC 9(08).
011100         10  PTP-LIMIT-INT       PIC 9(07) COMP.
011200         10  PTP-AMOUNT          PIC 9(07)V9(02).
011300         10  PTP-PAID            PIC 9(09)V9(02).
011400         10  PTP-RESULT          PIC X(01).
011500             88  PTP-PENDING     VALUE SPACE.
011600             88  PTP-KEPT        VALUE "K".
011700             88  PTP-BROKEN      VALUE "B".
011800
011900 01  PTP-HEADING-1.
012000     05  FILLER                  PIC X(08) VALUE "PTPCHK  ".
012100     05  FILLER                  PIC X(40)
012200         VALUE "PROMISE-TO-PAY CHECK".
012300     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
012400     05  PTP-HDG-DATE            PIC 9(08).
012500     05  FILLER                  PIC X(66) VALUE SPACES.
012600
012700 01  PTP-HEADING-2.
012800     05  FILLER                  PIC X(10) VALUE "  CUSTOMER".
012900     05  FILLER                  PIC X(22) VALUE "OPERATOR".
013000     05  FILLER                  PIC X(10) VALUE "MADE".
013100     05  FILLER                  PIC X(10) VALUE "DUE".
013200     05  FILLER                  PIC X(12) VALUE "  PROMISED".
013300     05  FILLER                  PIC X(14) VALUE "        PAID".
013400     05  FILLER                  PIC X(08) VALUE "RESULT".
013500     05  FILLER                  PIC X(46) VALUE "DUNNING".
013600
013700 01  PTP-DETAIL-LINE.
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  PTP-DTL-CUST            PIC 9(06).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  PTP-DTL-OPERATOR        PIC X(20).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  PTP-DTL-MADE            PIC 9(08).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  PTP-DTL-DUE             PIC 9(08).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  PTP-DTL-AMOUNT          PIC Z(06)9.99.
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  PTP-DTL-PAID            PIC Z(08)9.99.
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  PTP-DTL-RESULT          PIC X(06).
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  PTP-DTL-DUNNING         PIC X(20).
015400     05  FILLER                  PIC X(26) VALUE SPACES.
015500
015600 01  PTP-TOTAL-LINE.
015700     05  FILLER                  PIC X(05) VALUE SPACES.
015800     05  PTP-TOT-LABEL           PIC X(30).
015900     05  PTP-TOT-COUNT           PIC Z(06)9.
016000     05  FILLER                  PIC X(90) VALUE SPACES.
016100
016200 01  PTP-NOTE-WORK.
016300     05  FILLER                  PIC X(08) VALUE "BROKEN: ".
016400     05  PTP-NOTE-AMOUNT         PIC Z(06)9.99.
016500     05  FILLER                  PIC X(05) VALUE " DUE ".
016600     05  PTP-NOTE-DUE            PIC 9(08).
016700     05  FILLER                  PIC X(09) VALUE SPACES.
016800
016900 PROCEDURE DIVISION.
017000******************************************************************
017100*    0000-MAINLINE.  LOAD, MATCH CREDITS, SETTLE, MARK THE LOG.  *
017200******************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-LOAD-PROMISE THRU 2000-EXIT
017600         UNTIL PTP-CONT-EOF.
017700     CLOSE CONTACT-LOG.
017800     IF PTP-TAB-COUNT > ZERO
017900         PERFORM 3000-MATCH-CREDIT THRU 3000-EXIT
018000             UNTIL PTP-HIST-EOF
018100         MOVE ZERO TO PTP-TAB-SUB
018200         PERFORM 4000-SETTLE-PROMISE THRU 4000-EXIT
018300             UNTIL PTP-TAB-SUB >= PTP-TAB-COUNT
018400         PERFORM 5000-MARK-CONTACT-LOG THRU 5000-EXIT
018500         PERFORM 6000-LOG-BROKEN THRU 6000-EXIT.
018600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
018700     PERFORM 9000-WRAPUP THRU 9000-EXIT.
018800     STOP RUN.
018900
019000******************************************************************
019100*    1000-INITIALIZE.  OPEN FILES.  NO CONTACT LOG MEANS NO      *
019200*    PROMISES; NO DUNNING LEDGER MEANS NOBODY TO RE-ESCALATE.    *
019300******************************************************************
019400 1000-INITIALIZE.
019500     OPEN INPUT  POSTING-HISTORY
019600          OUTPUT PROMISE-REPORT.
019700     IF PTP-HIST-STATUS NOT = "00"
019800         DISPLAY "PTPCHK: POSTING HISTORY OPEN FAILED "
019900             PTP-HIST-STATUS
020000         MOVE 12 TO RETURN-CODE
020100         STOP RUN.
020200     OPEN INPUT CONTACT-LOG.
020300     IF PTP-CONT-STATUS NOT = "00"
020400         DISPLAY "PTPCHK: NO CONTACT LOG - NOTHING TO CHECK"
020500         MOVE "Y" TO PTP-CONT-EOF-SW.
020600     OPEN I-O DUNNING-LEDGER.
020700     IF PTP-LDG-STATUS = "00"
020800         MOVE "Y" TO PTP-LDG-OPEN-SW.
020900     ACCEPT PTP-RUN-DATE FROM DATE YYYYMMDD.
021000     COMPUTE PTP-TODAY-INT =
021100         FUNCTION INTEGER-OF-DATE (PTP-RUN-DATE).
021200     MOVE PTP-RUN-DATE TO PTP-HDG-DATE.
021300     WRITE REPORT-LINE FROM PTP-HEADING-1
021400         AFTER ADVANCING PAGE.
021500     WRITE REPORT-LINE FROM PTP-HEADING-2
021600         AFTER ADVANCING 2 LINES.
021700 1000-EXIT.
021800     EXIT.
021900
022000******************************************************************
022100*    2000-LOAD-PROMISE.  TABLE EVERY OPEN TRACKED PROMISE.       *
022200******************************************************************
022300 2000-LOAD-PROMISE.
022400     READ CONTACT-LOG
022500         AT END
022600             MOVE "Y" TO PTP-CONT-EOF-SW
022700             GO TO 2000-EXIT
022800     END-READ.
022900     ADD 1 TO PTP-REC-CTR.
023000     IF NOT CL-PROMISE
023100         GO TO 2000-EXIT.
023200     ADD 1 TO PTP-READ-COUNT.
023300     IF CL-PROM-AMOUNT NOT NUMERIC
023400      OR CL-PROM-DUE-DATE NOT NUMERIC
023500         ADD 1 TO PTP-UNTRACKED-COUNT
023600         GO TO 2000-EXIT.
023700     IF NOT CL-PROM-OPEN
023800         GO TO 2000-EXIT.
023900     IF PTP-TAB-COUNT >= PTP-TAB-MAX
024000         DISPLAY "PTPCHK: PROMISE TABLE OVERFLOW"
024100         MOVE 12 TO RETURN-CODE
024200         STOP RUN.
024300     ADD 1 TO PTP-TAB-COUNT.
024400     MOVE PTP-REC-CTR TO PTP-REC-NO (PTP-TAB-COUNT).
024500     MOVE CL-CUST-NUMBER TO PTP-CUST (PTP-TAB-COUNT).
024600     MOVE CL-OPERATOR TO PTP-OPERATOR (PTP-TAB-COUNT).
024700     MOVE CL-CONTACT-DATE TO PTP-MADE (PTP-TAB-COUNT).
024800     MOVE CL-PROM-DUE-DATE TO PTP-DUE (PTP-TAB-COUNT).
024900     COMPUTE PTP-LIMIT-INT (PTP-TAB-COUNT) =
025000         FUNCTION INTEGER-OF-DATE (CL-PROM-DUE-DATE)
025100         + PTP-GRACE-DAYS.
025200     MOVE CL-PROM-AMOUNT TO PTP-AMOUNT (PTP-TAB-COUNT).
025300     MOVE ZERO TO PTP-PAID (PTP-TAB-COUNT).
025400     MOVE SPACE TO PTP-RESULT (PTP-TAB-COUNT).
025500 2000-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900*    3000-MATCH-CREDIT.  A PAYMENT CREDIT COUNTS TOWARD EVERY    *
026000*    OPEN PROMISE OF THE CUSTOMER WHOSE WINDOW IT FALLS IN.      *
026100******************************************************************
026200 3000-MATCH-CREDIT.
026300     READ POSTING-HISTORY
026400         AT END
026500             MOVE "Y" TO PTP-HIST-EOF-SW
026600             GO TO 3000-EXIT
026700     END-READ.
026800     IF NOT PH-CREDIT
026900         GO TO 3000-EXIT.
027000     IF PH-SOURCE = "INTACCR " OR "CUSTMERG" OR "REVERSAL"
027100                 OR "CHGOFF  "
027200         GO TO 3000-EXIT.
027300     COMPUTE PTP-POST-INT =
027400         FUNCTION INTEGER-OF-DATE (PH-POST-DATE).
027500     MOVE ZERO TO PTP-TAB-SUB.
027600     PERFORM 3100-APPLY-CREDIT THRU 3100-EXIT
027700         UNTIL PTP-TAB-SUB >= PTP-TAB-COUNT.
027800 3000-EXIT.
027900     EXIT.
028000
028100 3100-APPLY-CREDIT.
028200     ADD 1 TO PTP-TAB-SUB.
028300     IF PTP-CUST (PTP-TAB-SUB) NOT = PH-CUST-NUMBER
028400         GO TO 3100-EXIT.
028500     IF PH-POST-DATE < PTP-MADE (PTP-TAB-SUB)
028600      OR PTP-POST-INT > PTP-LIMIT-INT (PTP-TAB-SUB)
028700         GO TO 3100-EXIT.
028800     ADD PH-AMOUNT TO PTP-PAID (PTP-TAB-SUB).
028900 3100-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*    4000-SETTLE-PROMISE.  KEPT, BROKEN OR STILL RUNNING.  A     *
029400*    BROKEN PROMISE FLAGS THE CUSTOMER'S DUNNING CASE.           *
029500******************************************************************
029600 4000-SETTLE-PROMISE.
029700     ADD 1 TO PTP-TAB-SUB.
029800     IF PTP-PAID (PTP-TAB-SUB) >= PTP-AMOUNT (PTP-TAB-SUB)
029900         MOVE "K" TO PTP-RESULT (PTP-TAB-SUB)
030000         ADD 1 TO PTP-KEPT-COUNT
030100         MOVE "KEPT" TO PTP-DTL-RESULT
030200         MOVE SPACES TO PTP-DTL-DUNNING
030300         GO TO 4000-PRINT.
030400     IF PTP-TODAY-INT <= PTP-LIMIT-INT (PTP-TAB-SUB)
030500         ADD 1 TO PTP-PENDING-COUNT
030600         GO TO 4000-EXIT.
030700     MOVE "B" TO PTP-RESULT (PTP-TAB-SUB).
030800     ADD 1 TO PTP-BROKEN-COUNT.
030900     MOVE "BROKEN" TO PTP-DTL-RESULT.
031000     PERFORM 4100-FLAG-DUNNING THRU 4100-EXIT.
031100 4000-PRINT.
031200     MOVE PTP-CUST (PTP-TAB-SUB) TO PTP-DTL-CUST.
031300     MOVE PTP-OPERATOR (PTP-TAB-SUB) TO PTP-DTL-OPERATOR.
031400     MOVE PTP-MADE (PTP-TAB-SUB) TO PTP-DTL-MADE.
031500     MOVE PTP-DUE (PTP-TAB-SUB) TO PTP-DTL-DUE.
031600     MOVE PTP-AMOUNT (PTP-TAB-SUB) TO PTP-DTL-AMOUNT.
031700     MOVE PTP-PAID (PTP-TAB-SUB) TO PTP-DTL-PAID.
031800     WRITE REPORT-LINE FROM PTP-DETAIL-LINE
031900         AFTER ADVANCING 1 LINE.
032000 4000-EXIT.
032100     EXIT.
032200
032300 4100-FLAG-DUNNING.
032400     MOVE "NOT IN DUNNING" TO PTP-DTL-DUNNING.
032500     IF NOT PTP-LDG-OPEN
032600         GO TO 4100-EXIT.
032700     MOVE PTP-CUST (PTP-TAB-SUB) TO DL-CUST-NUMBER.
032800     READ DUNNING-LEDGER
032900         INVALID KEY GO TO 4100-EXIT
033000     END-READ.
033100     MOVE "Y" TO DL-PROMISE-BROKEN-SW.
033200     REWRITE DUNNING-LEDGER-RECORD.
033300     IF PTP-LDG-STATUS NOT = "00"
033400         DISPLAY "PTPCHK: LEDGER REWRITE FAILED " PTP-LDG-STATUS
033500         MOVE 12 TO RETURN-CODE
033600         STOP RUN.
033700     ADD 1 TO PTP-REESC-COUNT.
033800     MOVE "RE-ESCALATED" TO PTP-DTL-DUNNING.
033900 4100-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300*    5000-MARK-CONTACT-LOG.  SECOND PASS OVER THE LOG: EVERY     *
034400*    SETTLED PROMISE IS REWRITTEN KEPT OR BROKEN.                *
034500******************************************************************
034600 5000-MARK-CONTACT-LOG.
034700     IF PTP-KEPT-COUNT = ZERO AND PTP-BROKEN-COUNT = ZERO
034800         GO TO 5000-EXIT.
034900     OPEN I-O CONTACT-LOG.
035000     IF PTP-CONT-STATUS NOT = "00"
035100         DISPLAY "PTPCHK: CONTACT LOG REOPEN FAILED "
035200             PTP-CONT-STATUS
035300         MOVE 12 TO RETURN-CODE
035400         STOP RUN.
035500     MOVE "N" TO PTP-CONT-EOF-SW.
035600     MOVE ZERO TO PTP-REC-CTR.
035700     MOVE 1 TO PTP-TAB-SUB.
035800     PERFORM 5100-MARK-ONE THRU 5100-EXIT
035900         UNTIL PTP-CONT-EOF
036000            OR PTP-TAB-SUB > PTP-TAB-COUNT.
036100     CLOSE CONTACT-LOG.
036200 5000-EXIT.
036300     EXIT.
036400
036500 5100-MARK-ONE.
036600     READ CONTACT-LOG
036700         AT END
036800             MOVE "Y" TO PTP-CONT-EOF-SW
036900             GO TO 5100-EXIT
037000     END-READ.
037100     ADD 1 TO PTP-REC-CTR.
037200     IF PTP-REC-CTR NOT = PTP-REC-NO (PTP-TAB-SUB)
037300         GO TO 5100-EXIT.
037400     IF NOT PTP-PENDING (PTP-TAB-SUB)
037500         MOVE PTP-RESULT (PTP-TAB-SUB) TO CL-PROM-STATUS
037600         REWRITE CONTACT-LOG-RECORD
037700         IF PTP-CONT-STATUS NOT = "00"
037800             DISPLAY "PTPCHK: CONTACT LOG REWRITE FAILED "
037900                 PTP-CONT-STATUS
038000             MOVE 12 TO RETURN-CODE
038100             STOP RUN
038200         END-IF
038300     END-IF.
038400     ADD 1 TO PTP-TAB-SUB.
038500 5100-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    6000-LOG-BROKEN.  ONE TYPE "B" CONTACT PER BROKEN PROMISE,  *
039000*    APPENDED AFTER THE REWRITE PASS.                            *
039100******************************************************************
039200 6000-LOG-BROKEN.
039300     IF PTP-BROKEN-COUNT = ZERO
039400         GO TO 6000-EXIT.
039500     OPEN EXTEND CONTACT-LOG.
039600     IF PTP-CONT-STATUS NOT = "00"
039700         DISPLAY "PTPCHK: CONTACT LOG EXTEND FAILED "
039800             PTP-CONT-STATUS
039900         MOVE 12 TO RETURN-CODE
040000         STOP RUN.
040100     MOVE ZERO TO PTP-TAB-SUB.
040200     PERFORM 6100-WRITE-BROKEN THRU 6100-EXIT
040300         UNTIL PTP-TAB-SUB >= PTP-TAB-COUNT.
040400     CLOSE CONTACT-LOG.
040500 6000-EXIT.
040600     EXIT.
040700
040800 6100-WRITE-BROKEN.
040900     ADD 1 TO PTP-TAB-SUB.
041000     IF NOT PTP-BROKEN (PTP-TAB-SUB)
041100         GO TO 6100-EXIT.
041200     MOVE SPACES TO CONTACT-LOG-RECORD.
041300     MOVE PTP-CUST (PTP-TAB-SUB) TO CL-CUST-NUMBER.
041400     MOVE PTP-RUN-DATE TO CL-CONTACT-DATE.
041500     MOVE "PTPCHK" TO CL-OPERATOR.
041600     MOVE "B" TO CL-CONTACT-TYPE.
041700     MOVE PTP-AMOUNT (PTP-TAB-SUB) TO PTP-NOTE-AMOUNT.
041800     MOVE PTP-DUE (PTP-TAB-SUB) TO PTP-NOTE-DUE.
041900     MOVE PTP-NOTE-WORK TO CL-NOTE.
042000     WRITE CONTACT-LOG-RECORD.
042100     IF PTP-CONT-STATUS NOT = "00"
042200         DISPLAY "PTPCHK: CONTACT LOG WRITE FAILED "
042300             PTP-CONT-STATUS
042400         MOVE 12 TO RETURN-CODE
042500         STOP RUN.
042600 6100-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    8000-PRINT-TOTALS.  RUN CONTROL TOTALS.                     *
043100******************************************************************
043200 8000-PRINT-TOTALS.
043300     MOVE "PROMISES ON THE CONTACT LOG" TO PTP-TOT-LABEL.
043400     MOVE PTP-READ-COUNT TO PTP-TOT-COUNT.
043500     WRITE REPORT-LINE FROM PTP-TOTAL-LINE
043600         AFTER ADVANCING 3 LINES.
043700     MOVE "UNTRACKED (NO AMOUNT/DATE)" TO PTP-TOT-LABEL.
043800     MOVE PTP-UNTRACKED-COUNT TO PTP-TOT-COUNT.
043900     WRITE REPORT-LINE FROM PTP-TOTAL-LINE
044000         AFTER ADVANCING 1 LINE.
044100     MOVE "OPEN PROMISES CHECKED" TO PTP-TOT-LABEL.
044200     MOVE PTP-TAB-COUNT TO PTP-TOT-COUNT.
044300     WRITE REPORT-LINE FROM PTP-TOTAL-LINE
044400         AFTER ADVANCING 1 LINE.
044500     MOVE "KEPT" TO PTP-TOT-LABEL.
044600     MOVE PTP-KEPT-COUNT TO PTP-TOT-COUNT.
044700     WRITE REPORT-LINE FROM PTP-TOTAL-LINE
044800         AFTER ADVANCING 1 LINE.
044900     MOVE "BROKEN" TO PTP-TOT-LABEL.
045000     MOVE PTP-BROKEN-COUNT TO PTP-TOT-COUNT.
045100     WRITE REPORT-LINE FROM PTP-TOTAL-LINE
045200         AFTER ADVANCING 1 LINE.
045300     MOVE "STILL RUNNING" TO PTP-TOT-LABEL.
045400     MOVE PTP-PENDING-COUNT TO PTP-TOT-COUNT.
045500     WRITE REPORT-LINE FROM PTP-TOTAL-LINE
045600         AFTER ADVANCING 1 LINE.
045700     MOVE "DUNNING CASES RE-ESCALATED" TO PTP-TOT-LABEL.
045800     MOVE PTP-REESC-COUNT TO PTP-TOT-COUNT.
045900     WRITE REPORT-LINE FROM PTP-TOTAL-LINE
046000         AFTER ADVANCING 1 LINE.
046100 8000-EXIT.
046200     EXIT.
046300
046400 9000-WRAPUP.
046500     CLOSE POSTING-HISTORY
046600           PROMISE-REPORT.
046700     IF PTP-LDG-OPEN
046800         CLOSE DUNNING-LEDGER.
046900     DISPLAY "PTPCHK: " PTP-KEPT-COUNT " KEPT, "
047000         PTP-BROKEN-COUNT " BROKEN".
047100 9000-EXIT.
047200     EXIT.
