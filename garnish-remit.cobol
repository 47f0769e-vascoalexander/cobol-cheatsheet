000100******************************************************************
000200* PROGRAM NAME:   GARNRMIT                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* GARNISHMENT AND LEVY REMITTANCE.  PASSES THE ORDER REGISTER    *
000600* (GARNORD) AND PAYS OVER TO EACH ISSUING AUTHORITY WHAT         *
000700* POSTRUN HAS SWEPT TO ITS ORDERS SINCE THE LAST REMITTANCE      *
000800* (SEIZED LESS REMITTED).  THE REMITTANCE REPORT STARTS A NEW    *
000900* PAGE FOR EACH AUTHORITY SO IT CAN BE SENT WITH THE PAYMENT,    *
001000* LISTS EVERY ORDER REMITTED AND CLOSES WITH THE AUTHORITY       *
001100* TOTAL; GRAND TOTALS FOLLOW THE LAST AUTHORITY.  EACH CUSTOMER  *
001200* WHOSE FUNDS WERE REMITTED GETS A LETTER THROUGH LTRTRIG -      *
001300* "GARNSATF" ONCE THE ORDER IS SATISFIED, "GARNSEIZ" OTHERWISE.  *
001400* ACTIVE ORDERS PAST THEIR EXPIRY DATE ARE MARKED EXPIRED.       *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 15/10/26  MS            CREATED - REMITTANCE TO AUTHORITIES    *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  GARNRMIT.
002300 AUTHOR. M. SCHREIBER.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 15/10/26.
002600 DATE-COMPILED. 15/10/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT GARNISHMENT-ORDERS ASSIGN TO GARNORD
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS GO-KEY
003600         FILE STATUS IS GRM-ORD-STATUS.
003700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CUST-NUMBER
004100         FILE STATUS IS GRM-MAST-STATUS.
004200     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS GRM-TRG-STATUS.
004500     SELECT REMIT-REPORT ASSIGN TO GARNRRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS GRM-RPT-STATUS.
004800     SELECT SORT-WORK ASSIGN TO SORTWK01.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GARNISHMENT-ORDERS
005300     RECORD CONTAINS 120 CHARACTERS.
005400 COPY GARNORD.
005500
005600 FD  CUSTOMER-MASTER
005700     RECORD CONTAINS 273 CHARACTERS.
005800 COPY CUSTMAST.
005900
006000 FD  TRIGGER-FILE
006100     RECORD CONTAINS 40 CHARACTERS.
006200 COPY LTRTRIG.
006300
006400 FD  REMIT-REPORT
006500     RECORD CONTAINS 132 CHARACTERS.
006600 01  REPORT-LINE                 PIC X(132).
006700
006800 SD  SORT-WORK.
006900 01  SORT-RECORD.
007000     05  SRT-AUTHORITY           PIC X(30).
007100     05  SRT-CUST                PIC 9(06).
007200     05  SRT-ORDER               PIC X(10).
007300     05  SRT-TYPE                PIC X(01).
007400     05  SRT-ACCT                PIC 9(02).
007500     05  SRT-REMIT               PIC 9(07)V9(02).
007600     05  SRT-SEIZED              PIC 9(07)V9(02).
007700     05  SRT-SEIZE               PIC 9(07)V9(02).
007800     05  SRT-STATUS              PIC X(01).
007900
008000 WORKING-STORAGE SECTION.
008100 77  GRM-ORD-STATUS              PIC X(02).
008200 77  GRM-MAST-STATUS             PIC X(02).
008300 77  GRM-TRG-STATUS              PIC X(02).
008400 77  GRM-RPT-STATUS              PIC X(02).
008500
008600 77  GRM-ORD-EOF-SW              PIC X(01) VALUE "N".
008700     88  GRM-ORD-EOF             VALUE "Y".
008800 77  GRM-SORT-EOF-SW             PIC X(01) VALUE "N".
008900     88  GRM-SORT-EOF            VALUE "Y".
009000 77  GRM-FIRST-SW                PIC X(01) VALUE "Y".
009100     88  GRM-FIRST-ITEM          VALUE "Y".
009200 77  GRM-CHANGED-SW              PIC X(01) VALUE "N".
009300     88  GRM-ORDER-CHANGED       VALUE "Y".
009400
009500 77  GRM-RUN-DATE                PIC 9(08) VALUE ZERO.
009600 77  GRM-REMIT-AMOUNT            PIC 9(07)V9(02) VALUE ZERO.
009700 77  GRM-CURR-AUTHORITY          PIC X(30) VALUE SPACES.
009800 77  GRM-AU-COUNT                PIC 9(05) COMP VALUE ZERO.
009900 77  GRM-AU-AMOUNT               PIC 9(11)V9(02) VALUE ZERO.
010000 77  GRM-GR-COUNT                PIC 9(05) COMP VALUE ZERO.
010100 77  GRM-GR-AMOUNT               PIC 9(11)V9(02) VALUE ZERO.
010200 77  GRM-AUTH-COUNT              PIC 9(05) COMP VALUE ZERO.
010300 77  GRM-EXPIRED-COUNT           PIC 9(05) COMP VALUE ZERO.
010400 77  GRM-LETTER-COUNT            PIC 9(05) COMP VALUE ZERO.
010500
010600 01  GRM-HEADING-1.
010700     05  FILLER                  PIC X(09) VALUE "GARNRMIT ".
010800     05  FILLER                  PIC X(35)
010900         VALUE "GARNISHMENT AND LEVY REMITTANCE   ".
011000     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
011100     05  GRM-HDG-DATE            PIC 9(08).
011200     05  FILLER                  PIC X(70) VALUE SPACES.
011300
011400 01  GRM-AUTHORITY-LINE.
011500     05  FILLER                  PIC X(10) VALUE "AUTHORITY ".
011600     05  GRM-AUL-AUTHORITY       PIC X(30).
011700     05  FILLER                  PIC X(92) VALUE SPACES.
011800
011900 01  GRM-HEADING-2.
012000     05  FILLER                  PIC X(09) VALUE "  CUST".
012100     05  FILLER                  PIC X(33) VALUE "NAME".
012200     05  FILLER                  PIC X(12) VALUE "ORDER NO".
012300     05  FILLER                  PIC X(05) VALUE "TYPE".
012400     05  FILLER                  PIC X(04) VALUE "AC".
012500     05  FILLER                  PIC X(13) VALUE "    REMITTED".
012600     05  FILLER                  PIC X(13) VALUE "  SEIZED TD".
012700     05  FILLER                  PIC X(13) VALUE "   ORDER AMT".
012800     05  FILLER                  PIC X(30) VALUE "STATUS".
012900
013000 01  GRM-DETAIL-LINE.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  GRM-DTL-CUST            PIC 9(06).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  GRM-DTL-FIRSTNAME       PIC X(10).
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  GRM-DTL-LASTNAME        PIC X(20).
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  GRM-DTL-ORDER           PIC X(10).
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  GRM-DTL-TYPE            PIC X(01).
014100     05  FILLER                  PIC X(04) VALUE SPACES.
014200     05  GRM-DTL-ACCT            PIC 9(02).
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  GRM-DTL-REMIT           PIC Z(08)9.99.
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  GRM-DTL-SEIZED          PIC Z(08)9.99.
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  GRM-DTL-SEIZE           PIC Z(08)9.99.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  GRM-DTL-STATUS          PIC X(10).
015100     05  FILLER                  PIC X(20) VALUE SPACES.
015200
015300 01  GRM-TOTAL-LINE.
015400     05  FILLER                  PIC X(05) VALUE SPACES.
015500     05  GRM-TOT-LABEL           PIC X(30).
015600     05  FILLER                  PIC X(07) VALUE "ITEMS: ".
015700     05  GRM-TOT-COUNT           PIC Z(04)9.
015800     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
015900     05  GRM-TOT-AMOUNT          PIC Z(10)9.99.
016000     05  FILLER                  PIC X(61) VALUE SPACES.
016100
016200 PROCEDURE DIVISION.
016300******************************************************************
016400*    0000-MAINLINE.  SELECT AND UPDATE, SORT BY AUTHORITY, LIST. *
016500******************************************************************
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     SORT SORT-WORK
016900         ON ASCENDING KEY SRT-AUTHORITY
017000                          SRT-CUST
017100                          SRT-ORDER
017200         INPUT PROCEDURE IS 2000-SELECT-ORDERS
017300             THRU 2000-SELECT-EXIT
017400         OUTPUT PROCEDURE IS 3000-LIST-REMITS
017500             THRU 3000-LIST-EXIT.
017600     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
017700     CLOSE GARNISHMENT-ORDERS
017800           CUSTOMER-MASTER
017900           TRIGGER-FILE
018000           REMIT-REPORT.
018100     STOP RUN.
018200
018300******************************************************************
018400*    1000-INITIALIZE.  OPEN FILES.  NO REGISTER MEANS NO ORDER   *
018500*    HAS EVER BEEN SERVED AND THERE IS NOTHING TO REMIT.         *
018600******************************************************************
018700 1000-INITIALIZE.
018800     OPEN I-O GARNISHMENT-ORDERS.
018900     IF GRM-ORD-STATUS = "35"
019000         DISPLAY "GARNRMIT: NO ORDER REGISTER - NOTHING TO REMIT"
019100         STOP RUN.
019200     IF GRM-ORD-STATUS NOT = "00"
019300         DISPLAY "GARNRMIT: ORDER REGISTER OPEN FAILED "
019400             GRM-ORD-STATUS
019500         MOVE 12 TO RETURN-CODE
019600         STOP RUN.
019700     OPEN INPUT CUSTOMER-MASTER.
019800     IF GRM-MAST-STATUS NOT = "00"
019900         DISPLAY "GARNRMIT: MASTER OPEN FAILED " GRM-MAST-STATUS
020000         MOVE 12 TO RETURN-CODE
020100         STOP RUN.
020200     OPEN EXTEND TRIGGER-FILE.
020300     IF GRM-TRG-STATUS = "35"
020400         OPEN OUTPUT TRIGGER-FILE.
020500     IF GRM-TRG-STATUS NOT = "00"
020600         DISPLAY "GARNRMIT: TRIGGER FILE OPEN FAILED "
020700             GRM-TRG-STATUS
020800         MOVE 12 TO RETURN-CODE
020900         STOP RUN.
021000     OPEN OUTPUT REMIT-REPORT.
021100     ACCEPT GRM-RUN-DATE FROM DATE YYYYMMDD.
021200     MOVE GRM-RUN-DATE TO GRM-HDG-DATE.
021300 1000-EXIT.
021400     EXIT.
021500
021600******************************************************************
021700*    2000-SELECT-ORDERS.  EVERY ORDER ON THE REGISTER: EXPIRE    *
021800*    WHAT HAS RUN OUT, RELEASE WHAT IS DUE TO THE AUTHORITY      *
021900*    INTO THE SORT, MARK IT REMITTED AND WRITE THE LETTER.       *
022000******************************************************************
022100 2000-SELECT-ORDERS.
022200     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
022300         UNTIL GRM-ORD-EOF.
022400 2000-SELECT-EXIT.
022500     EXIT.
022600
022700 2100-SELECT-ONE.
022800     READ GARNISHMENT-ORDERS NEXT RECORD
022900         AT END
023000             MOVE "Y" TO GRM-ORD-EOF-SW
023100             GO TO 2100-EXIT
023200     END-READ.
023300     MOVE "N" TO GRM-CHANGED-SW.
023400     IF GO-ACTIVE
023500      AND GO-EXPIRY-DATE NOT = ZERO
023600      AND GO-EXPIRY-DATE < GRM-RUN-DATE
023700         MOVE "E" TO GO-STATUS
023800         MOVE "Y" TO GRM-CHANGED-SW
023900         ADD 1 TO GRM-EXPIRED-COUNT.
024000*    FUNDS SEIZED BEFORE AN ORDER EXPIRED OR WAS RELEASED ARE
024100*    STILL THE AUTHORITY'S
024200     IF GO-SEIZED-AMOUNT > GO-REMITTED-AMOUNT
024300         PERFORM 2200-REMIT-ORDER THRU 2200-EXIT.
024400     IF GRM-ORDER-CHANGED
024500         REWRITE GARNISHMENT-ORDER-RECORD
024600         IF GRM-ORD-STATUS NOT = "00"
024700             DISPLAY "GARNRMIT: REGISTER REWRITE FAILED "
024800                 GRM-ORD-STATUS " " GO-KEY
024900             MOVE 12 TO RETURN-CODE
025000             STOP RUN
025100         END-IF
025200     END-IF.
025300 2100-EXIT.
025400     EXIT.
025500
025600 2200-REMIT-ORDER.
025700     COMPUTE GRM-REMIT-AMOUNT =
025800         GO-SEIZED-AMOUNT - GO-REMITTED-AMOUNT.
025900     MOVE GO-AUTHORITY TO SRT-AUTHORITY.
026000     MOVE GO-CUST-NUMBER TO SRT-CUST.
026100     MOVE GO-ORDER-NUMBER TO SRT-ORDER.
026200     MOVE GO-ORDER-TYPE TO SRT-TYPE.
026300     MOVE GO-ACCT-SEQ TO SRT-ACCT.
026400     MOVE GRM-REMIT-AMOUNT TO SRT-REMIT.
026500     MOVE GO-SEIZED-AMOUNT TO SRT-SEIZED.
026600     MOVE GO-SEIZE-AMOUNT TO SRT-SEIZE.
026700     MOVE GO-STATUS TO SRT-STATUS.
026800     RELEASE SORT-RECORD.
026900     MOVE GO-SEIZED-AMOUNT TO GO-REMITTED-AMOUNT.
027000     MOVE GRM-RUN-DATE TO GO-LAST-REMIT-DATE.
027100     MOVE "Y" TO GRM-CHANGED-SW.
027200     MOVE SPACES TO LETTER-TRIGGER-RECORD.
027300     IF GO-SATISFIED
027400         MOVE "GARNSATF" TO TG-TEMPLATE-ID
027500     ELSE
027600         MOVE "GARNSEIZ" TO TG-TEMPLATE-ID
027700     END-IF.
027800     MOVE GO-CUST-NUMBER TO TG-CUST-NUMBER.
027900     MOVE GRM-RUN-DATE TO TG-REQUEST-DATE.
028000     MOVE "GARNRMIT" TO TG-SOURCE.
028100     WRITE LETTER-TRIGGER-RECORD.
028200     ADD 1 TO GRM-LETTER-COUNT.
028300 2200-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700*    3000-LIST-REMITS.  ONE PAGE PER AUTHORITY WITH ITS TOTAL.   *
028800******************************************************************
028900 3000-LIST-REMITS.
029000     PERFORM 3100-LIST-ONE THRU 3100-EXIT
029100         UNTIL GRM-SORT-EOF.
029200     IF NOT GRM-FIRST-ITEM
029300         PERFORM 3300-AUTHORITY-TOTAL THRU 3300-EXIT.
029400 3000-LIST-EXIT.
029500     EXIT.
029600
029700 3100-LIST-ONE.
029800     RETURN SORT-WORK
029900         AT END
030000             MOVE "Y" TO GRM-SORT-EOF-SW
030100             GO TO 3100-EXIT
030200     END-RETURN.
030300     IF GRM-FIRST-ITEM
030400         MOVE "N" TO GRM-FIRST-SW
030500         PERFORM 3200-AUTHORITY-HEADING THRU 3200-EXIT
030600     ELSE
030700         IF SRT-AUTHORITY NOT = GRM-CURR-AUTHORITY
030800             PERFORM 3300-AUTHORITY-TOTAL THRU 3300-EXIT
030900             PERFORM 3200-AUTHORITY-HEADING THRU 3200-EXIT
031000         END-IF
031100     END-IF.
031200     MOVE SRT-CUST TO CUST-NUMBER.
031300     READ CUSTOMER-MASTER
031400         INVALID KEY
031500             MOVE SPACES TO FIRSTNAME
031600             MOVE "*NOT ON MASTER*" TO LASTNAME
031700     END-READ.
031800     MOVE SRT-CUST TO GRM-DTL-CUST.
031900     MOVE FIRSTNAME TO GRM-DTL-FIRSTNAME.
032000     MOVE LASTNAME TO GRM-DTL-LASTNAME.
032100     MOVE SRT-ORDER TO GRM-DTL-ORDER.
032200     MOVE SRT-TYPE TO GRM-DTL-TYPE.
032300     MOVE SRT-ACCT TO GRM-DTL-ACCT.
032400     MOVE SRT-REMIT TO GRM-DTL-REMIT.
032500     MOVE SRT-SEIZED TO GRM-DTL-SEIZED.
032600     MOVE SRT-SEIZE TO GRM-DTL-SEIZE.
032700     EVALUATE SRT-STATUS
032800         WHEN "A" MOVE "ACTIVE" TO GRM-DTL-STATUS
032900         WHEN "S" MOVE "SATISFIED" TO GRM-DTL-STATUS
033000         WHEN "E" MOVE "EXPIRED" TO GRM-DTL-STATUS
033100         WHEN "R" MOVE "RELEASED" TO GRM-DTL-STATUS
033200         WHEN OTHER MOVE SRT-STATUS TO GRM-DTL-STATUS
033300     END-EVALUATE.
033400     WRITE REPORT-LINE FROM GRM-DETAIL-LINE
033500         AFTER ADVANCING 1 LINE.
033600     ADD 1 TO GRM-AU-COUNT.
033700     ADD SRT-REMIT TO GRM-AU-AMOUNT.
033800 3100-EXIT.
033900     EXIT.
034000
034100 3200-AUTHORITY-HEADING.
034200     MOVE SRT-AUTHORITY TO GRM-CURR-AUTHORITY.
034300     MOVE SRT-AUTHORITY TO GRM-AUL-AUTHORITY.
034400     ADD 1 TO GRM-AUTH-COUNT.
034500     WRITE REPORT-LINE FROM GRM-HEADING-1
034600         AFTER ADVANCING PAGE.
034700     WRITE REPORT-LINE FROM GRM-AUTHORITY-LINE
034800         AFTER ADVANCING 2 LINES.
034900     WRITE REPORT-LINE FROM GRM-HEADING-2
035000         AFTER ADVANCING 2 LINES.
035100 3200-EXIT.
035200     EXIT.
035300
035400 3300-AUTHORITY-TOTAL.
035500     MOVE "REMITTED TO THIS AUTHORITY" TO GRM-TOT-LABEL.
035600     MOVE GRM-AU-COUNT TO GRM-TOT-COUNT.
035700     MOVE GRM-AU-AMOUNT TO GRM-TOT-AMOUNT.
035800     WRITE REPORT-LINE FROM GRM-TOTAL-LINE
035900         AFTER ADVANCING 2 LINES.
036000     ADD GRM-AU-COUNT TO GRM-GR-COUNT.
036100     ADD GRM-AU-AMOUNT TO GRM-GR-AMOUNT.
036200     MOVE ZERO TO GRM-AU-COUNT.
036300     MOVE ZERO TO GRM-AU-AMOUNT.
036400 3300-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    4000-PRINT-TOTALS.  GRAND TOTALS ON A PAGE OF THEIR OWN.    *
036900******************************************************************
037000 4000-PRINT-TOTALS.
037100     WRITE REPORT-LINE FROM GRM-HEADING-1
037200         AFTER ADVANCING PAGE.
037300     MOVE "ALL AUTHORITIES - REMITTED" TO GRM-TOT-LABEL.
037400     MOVE GRM-GR-COUNT TO GRM-TOT-COUNT.
037500     MOVE GRM-GR-AMOUNT TO GRM-TOT-AMOUNT.
037600     WRITE REPORT-LINE FROM GRM-TOTAL-LINE
037700         AFTER ADVANCING 2 LINES.
037800     MOVE "AUTHORITIES PAID" TO GRM-TOT-LABEL.
037900     MOVE GRM-AUTH-COUNT TO GRM-TOT-COUNT.
038000     MOVE ZERO TO GRM-TOT-AMOUNT.
038100     WRITE REPORT-LINE FROM GRM-TOTAL-LINE
038200         AFTER ADVANCING 1 LINE.
038300     MOVE "ORDERS EXPIRED THIS RUN" TO GRM-TOT-LABEL.
038400     MOVE GRM-EXPIRED-COUNT TO GRM-TOT-COUNT.
038500     WRITE REPORT-LINE FROM GRM-TOTAL-LINE
038600         AFTER ADVANCING 1 LINE.
038700     MOVE "CUSTOMER LETTERS QUEUED" TO GRM-TOT-LABEL.
038800     MOVE GRM-LETTER-COUNT TO GRM-TOT-COUNT.
038900     WRITE REPORT-LINE FROM GRM-TOTAL-LINE
039000         AFTER ADVANCING 1 LINE.
039100 4000-EXIT.
039200     EXIT.
