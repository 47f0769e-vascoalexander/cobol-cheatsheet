000100******************************************************************
000200* PROGRAM NAME:   LICPAYMT                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* LICENSE FEE PAYMENT RECONCILIATION.  READS THE CASHIER'S       *
000600* OFFICE RECEIPT FEED AND MATCHES EVERY RECEIPT TO ITS OPEN FEE  *
000700* INVOICE ON LICINV BY INVOICE NUMBER.  A RECEIPT ADDS TO THE    *
000800* AMOUNT PAID; WHEN THE INVOICE IS COVERED IT IS MARKED PAID AND *
000900* THE CLASS IT WAS RAISED FOR IS MADE VALID ON THE LICENSE MASTER*
001000* WITH THE EXPIRY CARRIED ON THE INVOICE (A NEW ISSUE AWAITING   *
001100* ITS FEE, OR A RENEWAL INVOICED BY LICRENEW - EVEN IF THE CLASS *
001200* LAPSED WHILE THE INVOICE WAS OPEN).  PART PAYMENTS LEAVE THE   *
001300* INVOICE OPEN WITH THE BALANCE SHOWN; OVERPAYMENTS ARE PAID AND *
001400* FLAGGED FOR REFUND.  A RECEIPT WITH BAD FIELDS, FOR AN UNKNOWN *
001500* OR ALREADY PAID INVOICE, OR REPEATING THE LAST RECEIPT         *
001600* REFERENCE, IS REJECTED; A PAID INVOICE WHOSE CLASS CANNOT BE   *
001700* FOUND AWAITING ITS FEE IS AN EXCEPTION.  EITHER ENDS THE STEP  *
001800* WITH RC=4.  THE REPORT LISTS EVERY RECEIPT FOR THE CASHIER'S   *
001900* OFFICE IN PLACE OF THE MANUAL RECONCILIATION.                  *
002000*                                                                *
002100* MAINTENANCE LOG                                                *
002200* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002300* --------- ------------  -------------------------------------- *
002400* 15/10/26  HK            CREATED - FEE RECEIPT MATCHING         *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  LICPAYMT.
002800 AUTHOR. H. KELLER.
002900 INSTALLATION. COBOL DEVELOPMENT CENTER.
003000 DATE-WRITTEN. 15/10/26.
003100 DATE-COMPILED. 15/10/26.
003200 SECURITY. NON-CONFIDENTIAL.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RECEIPT-FEED ASSIGN TO LICRCPT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS LPY-RCP-STATUS.
004000     SELECT INVOICE-FILE ASSIGN TO LICINV
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS LI-INVOICE-NO
004400         FILE STATUS IS LPY-INV-STATUS.
004500     SELECT LICENSE-MASTER ASSIGN TO LICMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS LC-APPL-ID
004900         FILE STATUS IS LPY-LIC-STATUS.
005000     SELECT PAYMENT-REPORT ASSIGN TO LICPYRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS LPY-RPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RECEIPT-FEED
005700     RECORD CONTAINS 50 CHARACTERS.
005800 COPY FEERCPT.
005900
006000 FD  INVOICE-FILE
006100     RECORD CONTAINS 100 CHARACTERS.
006200 COPY LICINV.
006300
006400 FD  LICENSE-MASTER
006500     RECORD CONTAINS 150 CHARACTERS.
006600 COPY LICMAST.
006700
006800 FD  PAYMENT-REPORT
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  REPORT-LINE                 PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300 77  LPY-RCP-STATUS              PIC X(02).
007400 77  LPY-INV-STATUS              PIC X(02).
007500 77  LPY-LIC-STATUS              PIC X(02).
007600 77  LPY-RPT-STATUS              PIC X(02).
007700
007800 77  LPY-RCP-EOF-SW              PIC X(01) VALUE "N".
007900     88  LPY-RCP-EOF             VALUE "Y".
008000 77  LPY-LIC-SW                  PIC X(01) VALUE "N".
008100     88  LPY-LIC-FOUND           VALUE "Y".
008200
008300* CLASS ENTRIES ON A LICMAST RECORD
008400 77  LPY-ENTRY-MAX               PIC 9(02) COMP VALUE 5.
008500 77  LPY-SUB                     PIC 9(02) COMP VALUE ZERO.
008600 77  LPY-SLOT                    PIC 9(02) COMP VALUE ZERO.
008700
008800 77  LPY-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
008900 77  LPY-PAID-COUNT              PIC 9(05) COMP VALUE ZERO.
009000 77  LPY-PART-COUNT              PIC 9(05) COMP VALUE ZERO.
009100 77  LPY-OVER-COUNT              PIC 9(05) COMP VALUE ZERO.
009200 77  LPY-VALID-COUNT             PIC 9(05) COMP VALUE ZERO.
009300 77  LPY-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
009400 77  LPY-EXCEPT-COUNT            PIC 9(05) COMP VALUE ZERO.
009500
009600 77  LPY-RECEIVED-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
009700 77  LPY-APPLIED-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
009800 77  LPY-REJECT-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
009900 77  LPY-BALANCE                 PIC S9(05)V9(02) VALUE ZERO.
010000
010100 01  LPY-RUN-DATE                PIC 9(08).
010200
010300 01  LPY-HEADING-1.
010400     05  FILLER                  PIC X(09) VALUE "LICPAYMT ".
010500     05  FILLER                  PIC X(35)
010600         VALUE "LICENSE FEE RECEIPT RECONCILIATION ".
010700     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
010800     05  LPY-HDG-DATE            PIC 9(08).
010900     05  FILLER                  PIC X(70) VALUE SPACES.
011000
011100 01  LPY-HEADING-2.
011200     05  FILLER                  PIC X(10) VALUE " INVOICE  ".
011300     05  FILLER                  PIC X(14) VALUE "RECEIPT REF   ".
011400     05  FILLER                  PIC X(05) VALUE "OFC  ".
011500     05  FILLER                  PIC X(08) VALUE "APPL    ".
011600     05  FILLER                  PIC X(04) VALUE "CL  ".
011700     05  FILLER                  PIC X(04) VALUE "TY  ".
011800     05  FILLER                  PIC X(10) VALUE "RECEIVED  ".
011900     05  FILLER                  PIC X(11) VALUE "  BALANCE  ".
012000     05  FILLER                  PIC X(66) VALUE "RESULT".
012100
012200 01  LPY-DETAIL-LINE.
012300     05  LPY-DTL-INVOICE         PIC X(08).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  LPY-DTL-RECEIPT         PIC X(12).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  LPY-DTL-OFFICE          PIC X(03).
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  LPY-DTL-APPL            PIC Z(05)9 BLANK WHEN ZERO.
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  LPY-DTL-CLASS           PIC X(02).
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  LPY-DTL-TYPE            PIC X(02).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  LPY-DTL-AMOUNT          PIC Z(04)9.99.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  LPY-DTL-BALANCE         PIC -(05)9.99.
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  LPY-DTL-TEXT            PIC X(45).
014000     05  FILLER                  PIC X(21) VALUE SPACES.
014100
014200 01  LPY-TOTAL-LINE.
014300     05  FILLER                  PIC X(10) VALUE SPACES.
014400     05  LPY-TOT-LABEL           PIC X(30).
014500     05  LPY-TOT-COUNT           PIC Z(04)9.
014600     05  FILLER                  PIC X(05) VALUE SPACES.
014700     05  LPY-TOT-AMOUNT          PIC Z(08)9.99 BLANK WHEN ZERO.
014800     05  FILLER                  PIC X(70) VALUE SPACES.
014900
015000 PROCEDURE DIVISION.
015100******************************************************************
015200*    0000-MAINLINE.  MATCH EVERY RECEIPT, THEN TOTAL.            *
015300******************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 2000-MATCH-ONE THRU 2000-EXIT
015700         UNTIL LPY-RCP-EOF.
015800     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
015900     DISPLAY "LICPAYMT: " LPY-PAID-COUNT " PAID, "
016000         LPY-REJECT-COUNT " REJECTED, "
016100         LPY-EXCEPT-COUNT " EXCEPTIONS".
016200     IF LPY-REJECT-COUNT > ZERO
016300      OR LPY-EXCEPT-COUNT > ZERO
016400         MOVE 4 TO RETURN-CODE.
016500     CLOSE RECEIPT-FEED
016600           INVOICE-FILE
016700           LICENSE-MASTER
016800           PAYMENT-REPORT.
016900     STOP RUN.
017000
017100******************************************************************
017200*    1000-INITIALIZE.  OPEN FILES AND PRIME THE FEED.            *
017300******************************************************************
017400 1000-INITIALIZE.
017500     OPEN INPUT  RECEIPT-FEED
017600          OUTPUT PAYMENT-REPORT.
017700     IF LPY-RCP-STATUS NOT = "00"
017800         DISPLAY "LICPAYMT: RECEIPT FEED OPEN FAILED "
017900             LPY-RCP-STATUS
018000         MOVE 12 TO RETURN-CODE
018100         STOP RUN.
018200     OPEN I-O INVOICE-FILE.
018300     IF LPY-INV-STATUS NOT = "00"
018400         DISPLAY "LICPAYMT: INVOICE FILE OPEN FAILED "
018500             LPY-INV-STATUS
018600         MOVE 12 TO RETURN-CODE
018700         STOP RUN.
018800     OPEN I-O LICENSE-MASTER.
018900     IF LPY-LIC-STATUS NOT = "00"
019000         DISPLAY "LICPAYMT: LICENSE MASTER OPEN FAILED "
019100             LPY-LIC-STATUS
019200         MOVE 12 TO RETURN-CODE
019300         STOP RUN.
019400     ACCEPT LPY-RUN-DATE FROM DATE YYYYMMDD.
019500     MOVE LPY-RUN-DATE TO LPY-HDG-DATE.
019600     WRITE REPORT-LINE FROM LPY-HEADING-1
019700         AFTER ADVANCING PAGE.
019800     WRITE REPORT-LINE FROM LPY-HEADING-2
019900         AFTER ADVANCING 2 LINES.
020000     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300
020400******************************************************************
020500*    2000-MATCH-ONE.  VALIDATE ONE RECEIPT, FIND ITS INVOICE AND *
020600*    APPLY THE PAYMENT.                                          *
020700******************************************************************
020800 2000-MATCH-ONE.
020900     ADD 1 TO LPY-READ-COUNT.
021000     MOVE FR-INVOICE-NO TO LPY-DTL-INVOICE.
021100     MOVE FR-RECEIPT-REF TO LPY-DTL-RECEIPT.
021200     MOVE FR-OFFICE TO LPY-DTL-OFFICE.
021300     MOVE ZERO TO LPY-DTL-APPL
021400                  LPY-DTL-AMOUNT
021500                  LPY-DTL-BALANCE.
021600     MOVE SPACES TO LPY-DTL-CLASS
021700                    LPY-DTL-TYPE.
021800     IF FR-AMOUNT NOT NUMERIC
021900      OR FR-AMOUNT-N = ZERO
022000         MOVE "REJECTED - AMOUNT MISSING OR NOT NUMERIC"
022100             TO LPY-DTL-TEXT
022200         PERFORM 2500-REJECT-ONE THRU 2500-EXIT
022300         GO TO 2000-READ-NEXT.
022400     MOVE FR-AMOUNT-N TO LPY-DTL-AMOUNT.
022500     IF FR-INVOICE-NO NOT NUMERIC
022600         MOVE "REJECTED - INVOICE NUMBER NOT NUMERIC"
022700             TO LPY-DTL-TEXT
022800         PERFORM 2500-REJECT-ONE THRU 2500-EXIT
022900         GO TO 2000-READ-NEXT.
023000     IF FR-RECEIPT-REF = SPACES
023100         MOVE "REJECTED - RECEIPT REFERENCE MISSING"
023200             TO LPY-DTL-TEXT
023300         PERFORM 2500-REJECT-ONE THRU 2500-EXIT
023400         GO TO 2000-READ-NEXT.
023500     IF FR-PAID-DATE NOT NUMERIC
023600      OR FR-PAID-DATE-N > LPY-RUN-DATE
023700         MOVE "REJECTED - PAID DATE INVALID OR IN THE FUTURE"
023800             TO LPY-DTL-TEXT
023900         PERFORM 2500-REJECT-ONE THRU 2500-EXIT
024000         GO TO 2000-READ-NEXT.
024100     MOVE FR-INVOICE-NO-N TO LI-INVOICE-NO.
024200     READ INVOICE-FILE
024300         INVALID KEY
024400             MOVE "REJECTED - NO SUCH INVOICE" TO LPY-DTL-TEXT
024500             PERFORM 2500-REJECT-ONE THRU 2500-EXIT
024600             GO TO 2000-READ-NEXT
024700     END-READ.
024800     MOVE LI-APPL-ID TO LPY-DTL-APPL.
024900     MOVE LI-CLASS TO LPY-DTL-CLASS.
025000     MOVE LI-TXN-TYPE TO LPY-DTL-TYPE.
025100     IF LI-PAID
025200         MOVE "REJECTED - INVOICE ALREADY PAID" TO LPY-DTL-TEXT
025300         PERFORM 2500-REJECT-ONE THRU 2500-EXIT
025400         GO TO 2000-READ-NEXT.
025500     IF FR-RECEIPT-REF = LI-RECEIPT-REF
025600         MOVE "REJECTED - RECEIPT ALREADY APPLIED" TO LPY-DTL-TEXT
025700         PERFORM 2500-REJECT-ONE THRU 2500-EXIT
025800         GO TO 2000-READ-NEXT.
025900     ADD FR-AMOUNT-N TO LI-AMOUNT-PAID.
026000     ADD FR-AMOUNT-N TO LPY-RECEIVED-AMOUNT
026100                        LPY-APPLIED-AMOUNT.
026200     MOVE FR-RECEIPT-REF TO LI-RECEIPT-REF.
026300     MOVE FR-PAID-DATE-N TO LI-PAID-DATE.
026400     COMPUTE LPY-BALANCE = LI-AMOUNT-DUE - LI-AMOUNT-PAID.
026500     MOVE LPY-BALANCE TO LPY-DTL-BALANCE.
026600     IF LPY-BALANCE > ZERO
026700         ADD 1 TO LPY-PART-COUNT
026800         MOVE "PART PAYMENT - INVOICE STAYS OPEN" TO LPY-DTL-TEXT
026900         PERFORM 2600-REWRITE-INVOICE THRU 2600-EXIT
027000         PERFORM 2800-PRINT-DETAIL THRU 2800-EXIT
027100         GO TO 2000-READ-NEXT.
027200     MOVE "P" TO LI-STATUS.
027300     PERFORM 2600-REWRITE-INVOICE THRU 2600-EXIT.
027400     ADD 1 TO LPY-PAID-COUNT.
027500     PERFORM 3000-VALIDATE-CLASS THRU 3000-EXIT.
027600     IF LPY-BALANCE < ZERO
027700         ADD 1 TO LPY-OVER-COUNT
027800         MOVE "PAID - OVERPAID, REFUND DUE" TO LPY-DTL-TEXT.
027900     PERFORM 2800-PRINT-DETAIL THRU 2800-EXIT.
028000 2000-READ-NEXT.
028100     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
028200 2000-EXIT.
028300     EXIT.
028400
028500 2500-REJECT-ONE.
028600     ADD 1 TO LPY-REJECT-COUNT.
028700     IF FR-AMOUNT NUMERIC
028800         ADD FR-AMOUNT-N TO LPY-RECEIVED-AMOUNT
028900                            LPY-REJECT-AMOUNT.
029000     PERFORM 2800-PRINT-DETAIL THRU 2800-EXIT.
029100 2500-EXIT.
029200     EXIT.
029300
029400 2600-REWRITE-INVOICE.
029500     REWRITE LICENSE-INVOICE-RECORD.
029600     IF LPY-INV-STATUS NOT = "00"
029700         DISPLAY "LICPAYMT: INVOICE REWRITE FAILED "
029800             LPY-INV-STATUS
029900         MOVE 12 TO RETURN-CODE
030000         STOP RUN.
030100 2600-EXIT.
030200     EXIT.
030300
030400 2800-PRINT-DETAIL.
030500     WRITE REPORT-LINE FROM LPY-DETAIL-LINE
030600         AFTER ADVANCING 1 LINE.
030700 2800-EXIT.
030800     EXIT.
030900
031000 2900-READ-RECEIPT.
031100     READ RECEIPT-FEED
031200         AT END MOVE "Y" TO LPY-RCP-EOF-SW
031300     END-READ.
031400 2900-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800*    3000-VALIDATE-CLASS.  THE INVOICE IS PAID: THE CLASS IT WAS *
031900*    RAISED FOR, AWAITING ITS FEE ("P"), RENEWAL INVOICED ("R")  *
032000*    OR LAPSED SINCE, IS MADE VALID WITH THE INVOICE'S EXPIRY.   *
032100******************************************************************
032200 3000-VALIDATE-CLASS.
032300     MOVE "PAID - CLASS NOW VALID" TO LPY-DTL-TEXT.
032400     MOVE LI-APPL-ID TO LC-APPL-ID.
032500     READ LICENSE-MASTER
032600         INVALID KEY MOVE "N" TO LPY-LIC-SW
032700         NOT INVALID KEY MOVE "Y" TO LPY-LIC-SW
032800     END-READ.
032900     IF NOT LPY-LIC-FOUND
033000      OR LC-LICENSE-NO NOT = LI-LICENSE-NO
033100         ADD 1 TO LPY-EXCEPT-COUNT
033200         MOVE "PAID - EXCEPTION, HOLDER NOT ON LICENSE MASTER"
033300             TO LPY-DTL-TEXT
033400         GO TO 3000-EXIT.
033500     MOVE ZERO TO LPY-SLOT
033600                  LPY-SUB.
033700     PERFORM 3100-SCAN-CLASS THRU 3100-EXIT
033800         UNTIL LPY-SLOT NOT = ZERO
033900            OR LPY-SUB >= LPY-ENTRY-MAX.
034000     IF LPY-SLOT = ZERO
034100         ADD 1 TO LPY-EXCEPT-COUNT
034200         MOVE "PAID - EXCEPTION, CLASS NOT AWAITING ITS FEE"
034300             TO LPY-DTL-TEXT
034400         GO TO 3000-EXIT.
034500     MOVE LI-NEW-EXPIRY TO LC-CL-EXPIRY-DATE (LPY-SLOT).
034600     MOVE "V" TO LC-CL-STATUS (LPY-SLOT).
034700     REWRITE LICENSE-MASTER-RECORD.
034800     IF LPY-LIC-STATUS NOT = "00"
034900         DISPLAY "LICPAYMT: LICENSE REWRITE FAILED "
035000             LPY-LIC-STATUS
035100         MOVE 12 TO RETURN-CODE
035200         STOP RUN.
035300     ADD 1 TO LPY-VALID-COUNT.
035400 3000-EXIT.
035500     EXIT.
035600
035700 3100-SCAN-CLASS.
035800     ADD 1 TO LPY-SUB.
035900     IF LC-CLASS (LPY-SUB) = LI-CLASS
036000      AND (LC-CL-PENDING (LPY-SUB)
036100        OR LC-CL-RENEW-BILLED (LPY-SUB)
036200        OR LC-CL-LAPSED (LPY-SUB))
036300         MOVE LPY-SUB TO LPY-SLOT.
036400 3100-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    4000-PRINT-TOTALS.  RECEIPT COUNTS AND AMOUNTS FOR THE      *
036900*    CASHIER'S OFFICE TO AGREE TO THE TAKINGS.                   *
037000******************************************************************
037100 4000-PRINT-TOTALS.
037200     MOVE "RECEIPTS READ" TO LPY-TOT-LABEL.
037300     MOVE LPY-READ-COUNT TO LPY-TOT-COUNT.
037400     MOVE LPY-RECEIVED-AMOUNT TO LPY-TOT-AMOUNT.
037500     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
037600         AFTER ADVANCING 2 LINES.
037700     MOVE "RECEIPTS APPLIED TO INVOICES" TO LPY-TOT-LABEL.
037800     COMPUTE LPY-TOT-COUNT = LPY-PAID-COUNT + LPY-PART-COUNT.
037900     MOVE LPY-APPLIED-AMOUNT TO LPY-TOT-AMOUNT.
038000     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
038100         AFTER ADVANCING 1 LINE.
038200     MOVE "RECEIPTS REJECTED" TO LPY-TOT-LABEL.
038300     MOVE LPY-REJECT-COUNT TO LPY-TOT-COUNT.
038400     MOVE LPY-REJECT-AMOUNT TO LPY-TOT-AMOUNT.
038500     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
038600         AFTER ADVANCING 1 LINE.
038700     MOVE ZERO TO LPY-TOT-AMOUNT.
038800     MOVE "INVOICES PAID IN FULL" TO LPY-TOT-LABEL.
038900     MOVE LPY-PAID-COUNT TO LPY-TOT-COUNT.
039000     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
039100         AFTER ADVANCING 2 LINES.
039200     MOVE "  OF WHICH OVERPAID" TO LPY-TOT-LABEL.
039300     MOVE LPY-OVER-COUNT TO LPY-TOT-COUNT.
039400     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
039500         AFTER ADVANCING 1 LINE.
039600     MOVE "PART PAYMENTS" TO LPY-TOT-LABEL.
039700     MOVE LPY-PART-COUNT TO LPY-TOT-COUNT.
039800     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
039900         AFTER ADVANCING 1 LINE.
040000     MOVE "CLASSES MADE VALID" TO LPY-TOT-LABEL.
040100     MOVE LPY-VALID-COUNT TO LPY-TOT-COUNT.
040200     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
040300         AFTER ADVANCING 1 LINE.
040400     MOVE "PAID INVOICE EXCEPTIONS" TO LPY-TOT-LABEL.
040500     MOVE LPY-EXCEPT-COUNT TO LPY-TOT-COUNT.
040600     WRITE REPORT-LINE FROM LPY-TOTAL-LINE
040700         AFTER ADVANCING 1 LINE.
040800 4000-EXIT.
040900     EXIT.
