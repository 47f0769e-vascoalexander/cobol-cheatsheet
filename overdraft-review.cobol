000100******************************************************************
000200* PROGRAM NAME:   ODREVBLD                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* OVERDRAFT REVIEW WORKLIST BUILD.  RUNS AFTER SWITCH-COND.      *
000600* SORTS THE CLASSIFICATION HISTORY BY CUSTOMER AND EVENT DATE    *
000700* AND FINDS EACH CUSTOMER'S ADVERSE TRANSITIONS: A DECISION      *
000800* OF AN UNEMPLOYED OR INACTIVE EMPLOYMENT-STATUS FOLLOWING ONE   *
000900* THAT WAS NEITHER (THE FIRST DECISION ON FILE IS COMPARED       *
001000* WITH THE MASTER'S EMPLOYMENT-STATUS).  "N/A" DECISIONS ARE     *
001100* PASSED OVER.  WHEN THE CUSTOMER IS STILL IN THE ADVERSE        *
001200* STATUS AND HOLDS AN OVERDRAFT LIMIT, THE TRANSITION IS QUEUED  *
001300* ON THE ODREVWL WORKLIST WITH THE OLD AND NEW STATUS, SALDO     *
001400* AND LIMIT, FOR THE CREDIT OFFICERS TO WORK IN ODREVMNT.  A     *
001500* TRANSITION ALREADY ON THE WORKLIST IS NOT QUEUED AGAIN, SO     *
001600* THE RUN MAY BE REPEATED OVER THE WHOLE HISTORY.  THE NEWLY     *
001700* QUEUED ITEMS ARE LISTED ON THE ODREVRPT REPORT.                *
001800*                                                                *
001900* MAINTENANCE LOG                                                *
002000* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002100* --------- ------------  -------------------------------------- *
002200* 15/10/26  HK            CREATED - OVERDRAFT REVIEW WORKLIST    *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  ODREVBLD.
002600 AUTHOR. H. KELLER.
002700 INSTALLATION. COBOL DEVELOPMENT CENTER.
002800 DATE-WRITTEN. 15/10/26.
002900 DATE-COMPILED. 15/10/26.
003000 SECURITY. NON-CONFIDENTIAL.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CLASS-HISTORY ASSIGN TO CLASHSTI
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS ODB-HIS-STATUS.
003800     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CUST-NUMBER
004200         FILE STATUS IS ODB-MAST-STATUS.
004300     SELECT REVIEW-WORKLIST ASSIGN TO ODREVWL
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS OV-KEY
004700         FILE STATUS IS ODB-REV-STATUS.
004800     SELECT REVIEW-REPORT ASSIGN TO ODREVRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS ODB-RPT-STATUS.
005100     SELECT SORT-WORK ASSIGN TO SORTWK01.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CLASS-HISTORY
005600     RECORD CONTAINS 50 CHARACTERS.
005700 COPY CLASHIST.
005800
005900 FD  CUSTOMER-MASTER
006000     RECORD CONTAINS 273 CHARACTERS.
006100 COPY CUSTMAST.
006200
006300 FD  REVIEW-WORKLIST
006400     RECORD CONTAINS 150 CHARACTERS.
006500 COPY ODREVIEW.
006600
006700 FD  REVIEW-REPORT
006800     RECORD CONTAINS 132 CHARACTERS.
006900 01  REPORT-LINE                 PIC X(132).
007000
007100 SD  SORT-WORK.
007200 01  SORT-RECORD.
007300     05  SRT-CUST-NUMBER         PIC 9(06).
007400     05  SRT-EVENT-DATE          PIC 9(08).
007500     05  SRT-EMPLOY-STATUS       PIC X(20).
007600     05  SRT-BRANCH              PIC X(03).
007700
007800 WORKING-STORAGE SECTION.
007900 77  ODB-HIS-STATUS              PIC X(02).
008000 77  ODB-MAST-STATUS             PIC X(02).
008100 77  ODB-REV-STATUS              PIC X(02).
008200 77  ODB-RPT-STATUS              PIC X(02).
008300
008400 77  ODB-HIS-EOF-SW              PIC X(01) VALUE "N".
008500     88  ODB-HIS-EOF             VALUE "Y".
008600 77  ODB-SORT-EOF-SW             PIC X(01) VALUE "N".
008700     88  ODB-SORT-EOF            VALUE "Y".
008800 77  ODB-FIRST-SW                PIC X(01) VALUE "Y".
008900     88  ODB-FIRST-CUSTOMER      VALUE "Y".
009000 77  ODB-ON-MASTER-SW            PIC X(01) VALUE "N".
009100     88  ODB-ON-MASTER           VALUE "Y".
009200 77  ODB-ADVERSE-SW              PIC X(01) VALUE "N".
009300     88  ODB-ADVERSE             VALUE "Y".
009400 77  ODB-PRIOR-ADVERSE-SW        PIC X(01) VALUE "N".
009500     88  ODB-PRIOR-ADVERSE       VALUE "Y".
009600 77  ODB-PENDING-SW              PIC X(01) VALUE "N".
009700     88  ODB-PENDING             VALUE "Y".
009800
009900 77  ODB-RUN-DATE                PIC 9(08) VALUE ZERO.
010000 77  ODB-PRIOR-CUST              PIC 9(06) VALUE ZERO.
010100 77  ODB-PRIOR-STATUS            PIC X(20) VALUE SPACES.
010200 77  ODB-STATUS-WORK             PIC X(20) VALUE SPACES.
010300
010400 77  ODB-DECISION-COUNT          PIC 9(07) COMP VALUE ZERO.
010500 77  ODB-TRANSITION-COUNT        PIC 9(07) COMP VALUE ZERO.
010600 77  ODB-RECOVERED-COUNT         PIC 9(07) COMP VALUE ZERO.
010700 77  ODB-NO-LIMIT-COUNT          PIC 9(07) COMP VALUE ZERO.
010800 77  ODB-NOT-ON-MAST-COUNT       PIC 9(07) COMP VALUE ZERO.
010900 77  ODB-ALREADY-COUNT           PIC 9(07) COMP VALUE ZERO.
011000 77  ODB-QUEUED-COUNT            PIC 9(07) COMP VALUE ZERO.
011100 77  ODB-QUEUED-LIMIT            PIC 9(09)V9(02) VALUE ZERO.
011200
011300* THE TRANSITION THAT OPENED THE CUSTOMER'S CURRENT ADVERSE
011400* SPELL, IF ANY - QUEUED WHEN THE CUSTOMER'S DECISIONS END
011500 01  ODB-PENDING-ITEM.
011600     05  ODB-PND-EVENT-DATE      PIC 9(08).
011700     05  ODB-PND-OLD-STATUS      PIC X(20).
011800     05  ODB-PND-NEW-STATUS      PIC X(20).
011900     05  ODB-PND-BRANCH          PIC X(03).
012000
012100 01  ODB-HEADING-1.
012200     05  FILLER                  PIC X(09) VALUE "ODREVBLD ".
012300     05  FILLER                  PIC X(35)
012400         VALUE "OVERDRAFT REVIEW - NEWLY QUEUED".
012500     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
012600     05  ODB-HDG-DATE            PIC 9(08).
012700     05  FILLER                  PIC X(70) VALUE SPACES.
012800
012900 01  ODB-HEADING-2.
013000     05  FILLER                  PIC X(08) VALUE "CUST".
013100     05  FILLER                  PIC X(28) VALUE "NAME".
013200     05  FILLER                  PIC X(22) VALUE "OLD STATUS".
013300     05  FILLER                  PIC X(22) VALUE "NEW STATUS".
013400     05  FILLER                  PIC X(10) VALUE "EVENT".
013500     05  FILLER                  PIC X(14) VALUE "       SALDO".
013600     05  FILLER                  PIC X(10) VALUE "   LIMIT".
013700     05  FILLER                  PIC X(18) VALUE "BRN".
013800
013900 01  ODB-DETAIL-LINE.
014000     05  ODB-DTL-CUST            PIC 9(06).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  ODB-DTL-FIRSTNAME       PIC X(10).
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  ODB-DTL-LASTNAME        PIC X(15).
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  ODB-DTL-OLD-STATUS      PIC X(20).
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  ODB-DTL-NEW-STATUS      PIC X(20).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  ODB-DTL-DATE            PIC 9(08).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  ODB-DTL-SALDO           PIC -(07)9.99.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  ODB-DTL-LIMIT           PIC Z(04)9.99.
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  ODB-DTL-BRANCH          PIC X(03).
015700     05  FILLER                  PIC X(15) VALUE SPACES.
015800
015900 01  ODB-TOTAL-LINE.
016000     05  FILLER                  PIC X(10) VALUE SPACES.
016100     05  ODB-TOT-LABEL           PIC X(40).
016200     05  ODB-TOT-COUNT           PIC Z(06)9.
016300     05  FILLER                  PIC X(75) VALUE SPACES.
016400
016500 01  ODB-LIMIT-LINE.
016600     05  FILLER                  PIC X(10) VALUE SPACES.
016700     05  FILLER                  PIC X(40)
016800         VALUE "LIMITS ON NEWLY QUEUED ITEMS".
016900     05  ODB-LIM-AMOUNT          PIC Z(08)9.99.
017000     05  FILLER                  PIC X(70) VALUE SPACES.
017100
017200 PROCEDURE DIVISION.
017300******************************************************************
017400*    0000-MAINLINE.  SORT, FIND TRANSITIONS, QUEUE, TOTALS.      *
017500******************************************************************
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     SORT SORT-WORK
017900         ON ASCENDING KEY SRT-CUST-NUMBER
018000         ON ASCENDING KEY SRT-EVENT-DATE
018100         INPUT PROCEDURE IS 2000-RELEASE-HISTORY
018200             THRU 2000-RELEASE-EXIT
018300         OUTPUT PROCEDURE IS 3000-FIND-TRANSITIONS
018400             THRU 3000-FIND-EXIT.
018500     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
018600     DISPLAY "ODREVBLD: " ODB-TRANSITION-COUNT
018700         " ADVERSE TRANSITIONS, " ODB-QUEUED-COUNT
018800         " QUEUED FOR REVIEW".
018900     CLOSE CLASS-HISTORY
019000           CUSTOMER-MASTER
019100           REVIEW-WORKLIST
019200           REVIEW-REPORT.
019300     STOP RUN.
019400
019500******************************************************************
019600*    1000-INITIALIZE.  OPEN FILES AND HEAD THE REPORT.  THE      *
019700*    WORKLIST IS CREATED BY THE FIRST RUN.                       *
019800******************************************************************
019900 1000-INITIALIZE.
020000     OPEN INPUT CLASS-HISTORY.
020100     IF ODB-HIS-STATUS NOT = "00"
020200         DISPLAY "ODREVBLD: HISTORY OPEN FAILED " ODB-HIS-STATUS
020300         MOVE 12 TO RETURN-CODE
020400         STOP RUN.
020500     OPEN INPUT CUSTOMER-MASTER.
020600     IF ODB-MAST-STATUS NOT = "00"
020700         DISPLAY "ODREVBLD: MASTER OPEN FAILED " ODB-MAST-STATUS
020800         MOVE 12 TO RETURN-CODE
020900         STOP RUN.
021000     OPEN I-O REVIEW-WORKLIST.
021100     IF ODB-REV-STATUS = "35"
021200         OPEN OUTPUT REVIEW-WORKLIST
021300         CLOSE REVIEW-WORKLIST
021400         OPEN I-O REVIEW-WORKLIST.
021500     IF ODB-REV-STATUS NOT = "00"
021600         DISPLAY "ODREVBLD: WORKLIST OPEN FAILED " ODB-REV-STATUS
021700         MOVE 12 TO RETURN-CODE
021800         STOP RUN.
021900     OPEN OUTPUT REVIEW-REPORT.
022000     ACCEPT ODB-RUN-DATE FROM DATE YYYYMMDD.
022100     MOVE ODB-RUN-DATE TO ODB-HDG-DATE.
022200     WRITE REPORT-LINE FROM ODB-HEADING-1
022300         AFTER ADVANCING PAGE.
022400     WRITE REPORT-LINE FROM ODB-HEADING-2
022500         AFTER ADVANCING 2 LINES.
022600 1000-EXIT.
022700     EXIT.
022800
022900******************************************************************
023000*    2000-RELEASE-HISTORY.  FEED THE SORT, "N/A" LEFT OUT.       *
023100******************************************************************
023200 2000-RELEASE-HISTORY.
023300     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
023400         UNTIL ODB-HIS-EOF.
023500 2000-RELEASE-EXIT.
023600     EXIT.
023700
023800 2100-RELEASE-ONE.
023900     READ CLASS-HISTORY
024000         AT END
024100             MOVE "Y" TO ODB-HIS-EOF-SW
024200             GO TO 2100-EXIT
024300     END-READ.
024400     IF CH-EMPLOY-STATUS = "N/A"
024500         GO TO 2100-EXIT.
024600     MOVE CH-CUST-NUMBER TO SRT-CUST-NUMBER.
024700     MOVE CH-EVENT-DATE TO SRT-EVENT-DATE.
024800     MOVE CH-EMPLOY-STATUS TO SRT-EMPLOY-STATUS.
024900     MOVE CH-BRANCH TO SRT-BRANCH.
025000     RELEASE SORT-RECORD.
025100 2100-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500*    3000-FIND-TRANSITIONS.  WALK EACH CUSTOMER'S DECISIONS IN   *
025600*    DATE ORDER.  AN ADVERSE DECISION AFTER A NON-ADVERSE ONE    *
025700*    OPENS A PENDING TRANSITION; A LATER NON-ADVERSE DECISION    *
025800*    MEANS THE CUSTOMER HAS RECOVERED AND DROPS IT.              *
025900******************************************************************
026000 3000-FIND-TRANSITIONS.
026100     PERFORM 3100-DECISION-ONE THRU 3100-EXIT
026200         UNTIL ODB-SORT-EOF.
026300     IF NOT ODB-FIRST-CUSTOMER
026400         PERFORM 3500-CLOSE-CUSTOMER THRU 3500-EXIT.
026500 3000-FIND-EXIT.
026600     EXIT.
026700
026800 3100-DECISION-ONE.
026900     RETURN SORT-WORK
027000         AT END
027100             MOVE "Y" TO ODB-SORT-EOF-SW
027200             GO TO 3100-EXIT
027300     END-RETURN.
027400     ADD 1 TO ODB-DECISION-COUNT.
027500     IF ODB-FIRST-CUSTOMER
027600      OR SRT-CUST-NUMBER NOT = ODB-PRIOR-CUST
027700         IF NOT ODB-FIRST-CUSTOMER
027800             PERFORM 3500-CLOSE-CUSTOMER THRU 3500-EXIT
027900         END-IF
028000         MOVE "N" TO ODB-FIRST-SW
028100         PERFORM 3200-START-CUSTOMER THRU 3200-EXIT.
028200     MOVE SRT-EMPLOY-STATUS TO ODB-STATUS-WORK.
028300     PERFORM 3800-TEST-ADVERSE THRU 3800-EXIT.
028400     IF ODB-ADVERSE
028500         IF NOT ODB-PRIOR-ADVERSE
028600             ADD 1 TO ODB-TRANSITION-COUNT
028700             MOVE "Y" TO ODB-PENDING-SW
028800             MOVE SRT-EVENT-DATE TO ODB-PND-EVENT-DATE
028900             MOVE ODB-PRIOR-STATUS TO ODB-PND-OLD-STATUS
029000             MOVE SRT-EMPLOY-STATUS TO ODB-PND-NEW-STATUS
029100             MOVE SRT-BRANCH TO ODB-PND-BRANCH
029200         END-IF
029300     ELSE
029400         IF ODB-PENDING
029500             ADD 1 TO ODB-RECOVERED-COUNT
029600             MOVE "N" TO ODB-PENDING-SW
029700         END-IF
029800     END-IF.
029900     MOVE SRT-EMPLOY-STATUS TO ODB-PRIOR-STATUS.
030000     MOVE ODB-ADVERSE-SW TO ODB-PRIOR-ADVERSE-SW.
030100 3100-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    3200-START-CUSTOMER.  THE MASTER GIVES THE STATUS BEFORE    *
030600*    THE FIRST DECISION ON FILE, AND THE SALDO AND LIMIT.        *
030700******************************************************************
030800 3200-START-CUSTOMER.
030900     MOVE SRT-CUST-NUMBER TO ODB-PRIOR-CUST.
031000     MOVE "N" TO ODB-PENDING-SW.
031100     MOVE "Y" TO ODB-ON-MASTER-SW.
031200     MOVE SRT-CUST-NUMBER TO CUST-NUMBER.
031300     READ CUSTOMER-MASTER
031400         INVALID KEY
031500             MOVE "N" TO ODB-ON-MASTER-SW
031600             MOVE SPACES TO EMPLOYMENT-STATUS
031700     END-READ.
031800     MOVE EMPLOYMENT-STATUS TO ODB-PRIOR-STATUS.
031900     MOVE EMPLOYMENT-STATUS TO ODB-STATUS-WORK.
032000     PERFORM 3800-TEST-ADVERSE THRU 3800-EXIT.
032100     MOVE ODB-ADVERSE-SW TO ODB-PRIOR-ADVERSE-SW.
032200 3200-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600*    3500-CLOSE-CUSTOMER.  A PENDING TRANSITION OF A CUSTOMER    *
032700*    ON THE MASTER, NOT CLOSED AND WITH A LIMIT IS QUEUED -      *
032800*    UNLESS THE WORKLIST HOLDS IT ALREADY.                       *
032900******************************************************************
033000 3500-CLOSE-CUSTOMER.
033100     IF NOT ODB-PENDING
033200         GO TO 3500-EXIT.
033300     IF NOT ODB-ON-MASTER
033400         ADD 1 TO ODB-NOT-ON-MAST-COUNT
033500         GO TO 3500-EXIT.
033600     IF CLOSED OR OVERDRAFT-LIMIT = ZERO
033700         ADD 1 TO ODB-NO-LIMIT-COUNT
033800         GO TO 3500-EXIT.
033900     MOVE SPACES TO OD-REVIEW-RECORD.
034000     MOVE ODB-PRIOR-CUST TO OV-CUST-NUMBER.
034100     MOVE ODB-PND-EVENT-DATE TO OV-EVENT-DATE.
034200     MOVE ODB-PND-OLD-STATUS TO OV-OLD-STATUS.
034300     MOVE ODB-PND-NEW-STATUS TO OV-NEW-STATUS.
034400     MOVE ODB-PND-BRANCH TO OV-BRANCH.
034500     IF OV-BRANCH = SPACES
034600         MOVE CUST-BRANCH TO OV-BRANCH.
034700     MOVE SALDO TO OV-SALDO.
034800     MOVE OVERDRAFT-LIMIT TO OV-LIMIT.
034900     MOVE ODB-RUN-DATE TO OV-QUEUED-DATE.
035000     MOVE "O" TO OV-REVIEW-STATUS.
035100     MOVE ZERO TO OV-DECISION-DATE
035200                  OV-NEW-LIMIT.
035300     WRITE OD-REVIEW-RECORD
035400         INVALID KEY
035500             ADD 1 TO ODB-ALREADY-COUNT
035600             GO TO 3500-EXIT
035700     END-WRITE.
035800     ADD 1 TO ODB-QUEUED-COUNT.
035900     ADD OV-LIMIT TO ODB-QUEUED-LIMIT.
036000     MOVE OV-CUST-NUMBER TO ODB-DTL-CUST.
036100     MOVE FIRSTNAME TO ODB-DTL-FIRSTNAME.
036200     MOVE LASTNAME TO ODB-DTL-LASTNAME.
036300     MOVE OV-OLD-STATUS TO ODB-DTL-OLD-STATUS.
036400     MOVE OV-NEW-STATUS TO ODB-DTL-NEW-STATUS.
036500     MOVE OV-EVENT-DATE TO ODB-DTL-DATE.
036600     MOVE OV-SALDO TO ODB-DTL-SALDO.
036700     MOVE OV-LIMIT TO ODB-DTL-LIMIT.
036800     MOVE OV-BRANCH TO ODB-DTL-BRANCH.
036900     WRITE REPORT-LINE FROM ODB-DETAIL-LINE
037000         AFTER ADVANCING 1 LINE.
037100 3500-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*    3800-TEST-ADVERSE.  UNEMPLOYED OR INACTIVE, IN ANY OF THE   *
037600*    CODE TABLE'S WORDINGS THAT START SO.                        *
037700******************************************************************
037800 3800-TEST-ADVERSE.
037900     MOVE "N" TO ODB-ADVERSE-SW.
038000     IF ODB-STATUS-WORK (1:10) = "UNEMPLOYED"
038100      OR ODB-STATUS-WORK (1:8) = "INACTIVE"
038200         MOVE "Y" TO ODB-ADVERSE-SW.
038300 3800-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*    4000-PRINT-TOTALS.  RUN TOTALS AFTER THE QUEUED ITEMS.      *
038800******************************************************************
038900 4000-PRINT-TOTALS.
039000     IF ODB-QUEUED-COUNT = ZERO
039100         MOVE "NO NEW ITEMS QUEUED" TO REPORT-LINE
039200         WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
039300     MOVE "DECISIONS READ" TO ODB-TOT-LABEL.
039400     MOVE ODB-DECISION-COUNT TO ODB-TOT-COUNT.
039500     WRITE REPORT-LINE FROM ODB-TOTAL-LINE
039600         AFTER ADVANCING 3 LINES.
039700     MOVE "ADVERSE TRANSITIONS" TO ODB-TOT-LABEL.
039800     MOVE ODB-TRANSITION-COUNT TO ODB-TOT-COUNT.
039900     WRITE REPORT-LINE FROM ODB-TOTAL-LINE
040000         AFTER ADVANCING 1 LINE.
040100     MOVE "  SINCE RECOVERED - NOT QUEUED" TO ODB-TOT-LABEL.
040200     MOVE ODB-RECOVERED-COUNT TO ODB-TOT-COUNT.
040300     WRITE REPORT-LINE FROM ODB-TOTAL-LINE
040400         AFTER ADVANCING 1 LINE.
040500     MOVE "  NOT ON MASTER - NOT QUEUED" TO ODB-TOT-LABEL.
040600     MOVE ODB-NOT-ON-MAST-COUNT TO ODB-TOT-COUNT.
040700     WRITE REPORT-LINE FROM ODB-TOTAL-LINE
040800         AFTER ADVANCING 1 LINE.
040900     MOVE "  NO LIMIT OR CLOSED - NOT QUEUED" TO ODB-TOT-LABEL.
041000     MOVE ODB-NO-LIMIT-COUNT TO ODB-TOT-COUNT.
041100     WRITE REPORT-LINE FROM ODB-TOTAL-LINE
041200         AFTER ADVANCING 1 LINE.
041300     MOVE "  ALREADY ON THE WORKLIST" TO ODB-TOT-LABEL.
041400     MOVE ODB-ALREADY-COUNT TO ODB-TOT-COUNT.
041500     WRITE REPORT-LINE FROM ODB-TOTAL-LINE
041600         AFTER ADVANCING 1 LINE.
041700     MOVE "  NEWLY QUEUED FOR REVIEW" TO ODB-TOT-LABEL.
041800     MOVE ODB-QUEUED-COUNT TO ODB-TOT-COUNT.
041900     WRITE REPORT-LINE FROM ODB-TOTAL-LINE
042000         AFTER ADVANCING 1 LINE.
042100     MOVE ODB-QUEUED-LIMIT TO ODB-LIM-AMOUNT.
042200     WRITE REPORT-LINE FROM ODB-LIMIT-LINE
042300         AFTER ADVANCING 1 LINE.
042400 4000-EXIT.
042500     EXIT.
