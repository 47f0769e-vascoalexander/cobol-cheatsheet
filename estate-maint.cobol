000100******************************************************************
000200* PROGRAM NAME:   ESTATMNT                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* DECEASED-CUSTOMER ESTATE CASE MAINTENANCE.  TAKES IN A         *
000600* BEREAVEMENT NOTICE WITH THE DATE OF DEATH AND THE EXECUTOR'S   *
000700* NAME AND ADDRESS, OPENS THE ESTATE CASE ON THE ESTATREG        *
000800* REGISTER AND SUSPENDS EVERY ACTIVE STANDING ORDER OF THE       *
000900* CUSTOMER IN THE SAME STEP.  WHILE THE CASE IS OPEN POSTRUN     *
001000* FREEZES DEBITS, DUNNING AND STATEMENT CAMPAIGN MESSAGES ARE    *
001100* SUPPRESSED, AND STATEMENTS AND LETTERS GO TO THE EXECUTOR.     *
001200* LATER FUNCTIONS AMEND THE EXECUTOR, RECORD THAT THE DEATH      *
001300* CERTIFICATE AND GRANT HAVE BEEN SEEN, APPROVE AN ESTATE        *
001400* PAYMENT (REFERENCE AND AMOUNT POSTRUN WILL LET THROUGH ONCE),  *
001500* MARK THE ESTATE SETTLED AND CLOSE THE CASE ONCE ACCTCLOS HAS   *
001600* CLOSED THE CUSTOMER.  EVERY CHANGE IS LISTED ON THE AUDIT      *
001700* REPORT; THE NOTICE AND SETTLEMENT QUEUE LETTERS TO THE         *
001800* EXECUTOR THROUGH LTRTRIG.  ESTATWRK LISTS THE OPEN CASES.      *
001900*                                                                *
002000* MAINTENANCE LOG                                                *
002100* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002200* --------- ------------  -------------------------------------- *
002300* 15/10/26  MS            CREATED - ESTATE CASE REGISTER         *
002333* 15/10/26  MS            STANDING-ORDER RECORD WIDENED TO 140   *
002366*                         BYTES FOR THE PAYEE                    *
002374* 15/10/26  MS            STANDING-ORDER RECORD WIDENED TO 150   *
002382*                         BYTES; ORDER CREATED DATE HELD AS A    *
002390*                         DISPLAY DATE                           *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  ESTATMNT.
002700 AUTHOR. M. SCHREIBER.
002800 INSTALLATION. COBOL DEVELOPMENT CENTER.
002900 DATE-WRITTEN. 15/10/26.
003000 DATE-COMPILED. 15/10/26.
003100 SECURITY. NON-CONFIDENTIAL.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS EC-CUST-NUMBER
004000         FILE STATUS IS ESM-EST-STATUS.
004100     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CUST-NUMBER
004500         FILE STATUS IS ESM-MAST-STATUS.
004600     SELECT STANDING-ORDER-FILE ASSIGN TO STORDFIL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SO-KEY
005000         FILE STATUS IS ESM-ORD-STATUS.
005100     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS ESM-TRG-STATUS.
005400     SELECT AUDIT-REPORT ASSIGN TO ESTMAUD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS ESM-AUD-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ESTATE-REGISTER
006100     RECORD CONTAINS 400 CHARACTERS.
006200 COPY ESTATE.
006300
006400 FD  CUSTOMER-MASTER
006500     RECORD CONTAINS 273 CHARACTERS.
006600 COPY CUSTMAST.
006700
006800 FD  STANDING-ORDER-FILE
006900     RECORD CONTAINS 150 CHARACTERS.
007000 COPY STANDORD.
007100
007200 FD  TRIGGER-FILE
007300     RECORD CONTAINS 40 CHARACTERS.
007400 COPY LTRTRIG.
007500
007600 FD  AUDIT-REPORT
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  REPORT-LINE                 PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 77  ESM-EST-STATUS              PIC X(02).
008200 77  ESM-MAST-STATUS             PIC X(02).
008300 77  ESM-ORD-STATUS              PIC X(02).
008400 77  ESM-TRG-STATUS              PIC X(02).
008500 77  ESM-AUD-STATUS              PIC X(02).
008600
008700 77  ESM-DONE-SW                 PIC X(01) VALUE "N".
008800     88  ESM-DONE                VALUE "Y".
008900 77  ESM-EDIT-SW                 PIC X(01) VALUE "N".
009000     88  ESM-EDIT-FAILED         VALUE "Y".
009100 77  ESM-ORD-OPEN-SW             PIC X(01) VALUE "N".
009200     88  ESM-ORD-OPEN            VALUE "Y".
009300 77  ESM-ORD-DONE-SW             PIC X(01) VALUE "N".
009400     88  ESM-ORD-DONE            VALUE "Y".
009500
009600 77  ESM-FUNCTION                PIC X(01) VALUE SPACE.
009700 77  ESM-CUST-IN                 PIC 9(06) VALUE ZERO.
009800 77  ESM-CLERK-IN                PIC X(20) VALUE SPACES.
009900 77  ESM-REF-IN                  PIC X(10) VALUE SPACES.
010000 77  ESM-RUN-DATE                PIC 9(08) VALUE ZERO.
010100 77  ESM-TEMPLATE                PIC X(08) VALUE SPACES.
010200 77  ESM-SUSPENDED               PIC 9(03) COMP VALUE ZERO.
010300 77  ESM-SLOT                    PIC 9(02) COMP VALUE ZERO.
010400 77  ESM-FREE-SLOT               PIC 9(02) COMP VALUE ZERO.
010500
010600 01  ESM-AMOUNT-IN               PIC X(09).
010700 01  ESM-AMOUNT-IN-N REDEFINES ESM-AMOUNT-IN
010800                                 PIC 9(07)V9(02).
010900 01  ESM-DATE-IN                 PIC X(08).
011000 01  ESM-DATE-IN-N REDEFINES ESM-DATE-IN
011100                                 PIC 9(08).
011200 01  ESM-HOUSE-IN                PIC X(03).
011300 01  ESM-HOUSE-IN-N REDEFINES ESM-HOUSE-IN
011400                                 PIC 9(03).
011500 01  ESM-ZIP-IN                  PIC X(05).
011600 01  ESM-ZIP-IN-N REDEFINES ESM-ZIP-IN
011700                                 PIC 9(05).
011800
011900 01  ESM-HEADING-1.
012000     05  FILLER                  PIC X(09) VALUE "ESTATMNT ".
012100     05  FILLER                  PIC X(35)
012200         VALUE "ESTATE CASE MAINTENANCE AUDIT".
012300     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
012400     05  ESM-HDG-DATE            PIC 9(08).
012500     05  FILLER                  PIC X(70) VALUE SPACES.
012600
012700 01  ESM-AUDIT-LINE.
012800     05  ESM-AUD-CUST            PIC 9(06).
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  ESM-AUD-FUNC            PIC X(01).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  ESM-AUD-DEATH           PIC 9(08).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  ESM-AUD-EXECUTOR        PIC X(30).
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  ESM-AUD-CITY            PIC X(20).
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  ESM-AUD-REFERENCE       PIC X(10).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  ESM-AUD-AMOUNT          PIC Z(06)9.99.
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  ESM-AUD-ORDERS          PIC ZZ9.
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  ESM-AUD-STATE           PIC X(01).
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  ESM-AUD-TEXT            PIC X(24).
014700     05  FILLER                  PIC X(07) VALUE SPACES.
014800
014900 01  ESM-VIEW-AMOUNT             PIC Z(06)9.99.
015000
015100 PROCEDURE DIVISION.
015200******************************************************************
015300*    0000-MAINLINE.  MENU LOOP UNTIL THE CLERK SIGNS OFF.        *
015400******************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
015800         UNTIL ESM-DONE.
015900     CLOSE ESTATE-REGISTER
016000           CUSTOMER-MASTER
016100           TRIGGER-FILE
016200           AUDIT-REPORT.
016300     IF ESM-ORD-OPEN
016400         CLOSE STANDING-ORDER-FILE.
016500     STOP RUN.
016600
016700******************************************************************
016800*    1000-INITIALIZE.  OPEN FILES AND HEAD THE AUDIT.  THE       *
016900*    REGISTER IS CREATED BY THE FIRST BEREAVEMENT NOTICE.  NO    *
017000*    STANDING-ORDER FILE MEANS NO ORDERS TO SUSPEND.             *
017100******************************************************************
017200 1000-INITIALIZE.
017300     OPEN I-O ESTATE-REGISTER.
017400     IF ESM-EST-STATUS = "35"
017500         OPEN OUTPUT ESTATE-REGISTER
017600         CLOSE ESTATE-REGISTER
017700         OPEN I-O ESTATE-REGISTER.
017800     IF ESM-EST-STATUS NOT = "00"
017900         DISPLAY "ESTATMNT: ESTATE REGISTER OPEN FAILED "
018000             ESM-EST-STATUS
018100         MOVE 12 TO RETURN-CODE
018200         STOP RUN.
018300     OPEN INPUT CUSTOMER-MASTER.
018400     IF ESM-MAST-STATUS NOT = "00"
018500         DISPLAY "ESTATMNT: MASTER OPEN FAILED "
018600             ESM-MAST-STATUS
018700         MOVE 12 TO RETURN-CODE
018800         STOP RUN.
018900     OPEN I-O STANDING-ORDER-FILE.
019000     IF ESM-ORD-STATUS = "00"
019100         MOVE "Y" TO ESM-ORD-OPEN-SW.
019200     OPEN EXTEND TRIGGER-FILE.
019300     IF ESM-TRG-STATUS = "35"
019400         OPEN OUTPUT TRIGGER-FILE.
019500     IF ESM-TRG-STATUS NOT = "00"
019600         DISPLAY "ESTATMNT: TRIGGER FILE OPEN FAILED "
019700             ESM-TRG-STATUS
019800         MOVE 12 TO RETURN-CODE
019900         STOP RUN.
020000     OPEN OUTPUT AUDIT-REPORT.
020100     ACCEPT ESM-RUN-DATE FROM DATE YYYYMMDD.
020200     MOVE ESM-RUN-DATE TO ESM-HDG-DATE.
020300     WRITE REPORT-LINE FROM ESM-HEADING-1
020400         AFTER ADVANCING PAGE.
020500     DISPLAY "CLERK NAME (20 CHARS): ".
020600     ACCEPT ESM-CLERK-IN.
020700 1000-EXIT.
020800     EXIT.
020900
021000******************************************************************
021100*    2000-MENU-CYCLE.  ONE FUNCTION SELECTION AND DISPATCH.      *
021200******************************************************************
021300 2000-MENU-CYCLE.
021400     DISPLAY " ".
021500     DISPLAY "DECEASED-CUSTOMER ESTATE CASE MAINTENANCE".
021600     DISPLAY "N=NOTIFY E=EXECUTOR D=DOCS VERIFIED".
021700     DISPLAY "P=APPROVE PAYMENT S=SETTLED C=CLOSE CASE".
021800     DISPLAY "V=VIEW X=EXIT".
021900     DISPLAY "FUNCTION: ".
022000     ACCEPT ESM-FUNCTION.
022100     EVALUATE ESM-FUNCTION
022200         WHEN "N" PERFORM 3000-NOTIFY-DEATH THRU 3000-EXIT
022300         WHEN "E" PERFORM 3300-AMEND-EXECUTOR THRU 3300-EXIT
022400         WHEN "D" PERFORM 3400-DOCS-VERIFIED THRU 3400-EXIT
022500         WHEN "P" PERFORM 3500-APPROVE-PAYMENT THRU 3500-EXIT
022600         WHEN "S" PERFORM 3600-ESTATE-SETTLED THRU 3600-EXIT
022700         WHEN "C" PERFORM 3700-CLOSE-CASE THRU 3700-EXIT
022800         WHEN "V" PERFORM 3800-VIEW-CASE THRU 3800-EXIT
022900         WHEN "X" MOVE "Y" TO ESM-DONE-SW
023000         WHEN OTHER
023100             DISPLAY "INVALID FUNCTION - ENTER N, E, D, P, S, C,"
023200                 " V OR X"
023300     END-EVALUATE.
023400 2000-EXIT.
023500     EXIT.
023600
023700******************************************************************
023800*    4000-ACCEPT-KEY.  CUSTOMER NUMBER.                          *
023900******************************************************************
024000 4000-ACCEPT-KEY.
024100     MOVE "N" TO ESM-EDIT-SW.
024200     DISPLAY "CUSTOMER NUMBER: ".
024300     ACCEPT ESM-CUST-IN.
024400     IF ESM-CUST-IN = ZERO
024500         DISPLAY "REJECT: CUSTOMER NUMBER IS REQUIRED"
024600         MOVE "Y" TO ESM-EDIT-SW.
024700     MOVE ESM-CUST-IN TO EC-CUST-NUMBER.
024800 4000-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200*    4050-READ-OPEN-CASE.  THE CASE MUST BE ON THE REGISTER AND  *
025300*    NOT YET CLOSED.                                             *
025400******************************************************************
025500 4050-READ-OPEN-CASE.
025600     READ ESTATE-REGISTER
025700         INVALID KEY
025800             DISPLAY "NO ESTATE CASE FOR THIS CUSTOMER"
025900             MOVE "Y" TO ESM-EDIT-SW
026000             GO TO 4050-EXIT
026100     END-READ.
026200     IF NOT EC-CASE-OPEN
026300         DISPLAY "REJECT: ESTATE CASE IS ALREADY CLOSED"
026400         MOVE "Y" TO ESM-EDIT-SW.
026500 4050-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    3000-NOTIFY-DEATH.  BEREAVEMENT NOTICE INTAKE.  OPENS THE   *
027000*    CASE, SUSPENDS THE STANDING ORDERS AND ACKNOWLEDGES THE     *
027100*    NOTICE TO THE EXECUTOR.                                     *
027200******************************************************************
027300 3000-NOTIFY-DEATH.
027400     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
027500     IF ESM-EDIT-FAILED
027600         GO TO 3000-EXIT.
027700     PERFORM 4500-CHECK-CUSTOMER THRU 4500-EXIT.
027800     IF ESM-EDIT-FAILED
027900         GO TO 3000-EXIT.
028000     READ ESTATE-REGISTER
028100         INVALID KEY CONTINUE
028200         NOT INVALID KEY
028300             DISPLAY "CUSTOMER ALREADY HAS AN ESTATE CASE"
028400                 " - STATUS " EC-CASE-STATUS
028500             GO TO 3000-EXIT
028600     END-READ.
028700     MOVE SPACES TO ESTATE-CASE-RECORD.
028800     MOVE ESM-CUST-IN TO EC-CUST-NUMBER.
028900     MOVE ZERO TO EC-DOCS-DATE
029000                  EC-SETTLED-DATE
029100                  EC-CLOSED-DATE
029200                  EC-ORDERS-SUSPENDED.
029300     MOVE 1 TO ESM-SLOT.
029400     PERFORM 4600-CLEAR-SLOT THRU 4600-EXIT
029500         UNTIL ESM-SLOT > 5.
029600     DISPLAY "DATE OF DEATH (YYYYMMDD): ".
029700     MOVE SPACES TO ESM-DATE-IN.
029800     ACCEPT ESM-DATE-IN.
029900     IF ESM-DATE-IN NOT NUMERIC
030000         DISPLAY "REJECT: DATE OF DEATH MUST BE NUMERIC"
030100         DISPLAY "NOTICE REJECTED - NOTHING WRITTEN"
030200         GO TO 3000-EXIT.
030300     IF ESM-DATE-IN-N = ZERO
030400      OR ESM-DATE-IN-N > ESM-RUN-DATE
030500         DISPLAY "REJECT: DATE OF DEATH CANNOT BE IN THE FUTURE"
030600         DISPLAY "NOTICE REJECTED - NOTHING WRITTEN"
030700         GO TO 3000-EXIT.
030800     MOVE ESM-DATE-IN-N TO EC-DATE-OF-DEATH.
030900     DISPLAY "NOTIFIED BY (20 CHARS): ".
031000     ACCEPT EC-NOTIFIED-BY.
031100     IF EC-NOTIFIED-BY = SPACES
031200         DISPLAY "REJECT: WHO GAVE NOTICE IS REQUIRED"
031300         DISPLAY "NOTICE REJECTED - NOTHING WRITTEN"
031400         GO TO 3000-EXIT.
031500     PERFORM 4100-ACCEPT-EXECUTOR THRU 4100-EXIT.
031600     IF ESM-EDIT-FAILED
031700         DISPLAY "NOTICE REJECTED - NOTHING WRITTEN"
031800         GO TO 3000-EXIT.
031900     MOVE ESM-RUN-DATE TO EC-NOTIFIED-DATE.
032000     MOVE "N" TO EC-CASE-STATUS.
032100     PERFORM 4700-SUSPEND-ORDERS THRU 4700-EXIT.
032200     MOVE ESM-SUSPENDED TO EC-ORDERS-SUSPENDED.
032300     PERFORM 4800-STAMP-ACTION THRU 4800-EXIT.
032400     WRITE ESTATE-CASE-RECORD
032500         INVALID KEY
032600             DISPLAY "WRITE FAILED - STATUS " ESM-EST-STATUS
032700             GO TO 3000-EXIT
032800     END-WRITE.
032900     MOVE "CASE OPENED" TO ESM-AUD-TEXT.
033000     MOVE SPACES TO ESM-AUD-REFERENCE.
033100     MOVE ZERO TO ESM-AUD-AMOUNT.
033200     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
033300     MOVE "ESTACKN " TO ESM-TEMPLATE.
033400     PERFORM 5100-QUEUE-LETTER THRU 5100-EXIT.
033500     DISPLAY "ESTATE CASE OPENED FOR " EC-CUST-NUMBER
033600         " - " EC-ORDERS-SUSPENDED " STANDING ORDER(S) SUSPENDED".
033700 3000-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    3300-AMEND-EXECUTOR.  NEW OR CORRECTED EXECUTOR DETAILS.    *
034200******************************************************************
034300 3300-AMEND-EXECUTOR.
034400     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
034500     IF ESM-EDIT-FAILED
034600         GO TO 3300-EXIT.
034700     PERFORM 4050-READ-OPEN-CASE THRU 4050-EXIT.
034800     IF ESM-EDIT-FAILED
034900         GO TO 3300-EXIT.
035000     PERFORM 4100-ACCEPT-EXECUTOR THRU 4100-EXIT.
035100     IF ESM-EDIT-FAILED
035200         DISPLAY "AMEND REJECTED - RECORD NOT UPDATED"
035300         GO TO 3300-EXIT.
035400     PERFORM 4800-STAMP-ACTION THRU 4800-EXIT.
035500     REWRITE ESTATE-CASE-RECORD.
035600     IF ESM-EST-STATUS NOT = "00"
035700         DISPLAY "REWRITE FAILED - STATUS " ESM-EST-STATUS
035800         GO TO 3300-EXIT.
035900     MOVE "EXECUTOR AMENDED" TO ESM-AUD-TEXT.
036000     MOVE SPACES TO ESM-AUD-REFERENCE.
036100     MOVE ZERO TO ESM-AUD-AMOUNT.
036200     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
036300     DISPLAY "EXECUTOR FOR " EC-CUST-NUMBER " AMENDED".
036400 3300-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    3400-DOCS-VERIFIED.  DEATH CERTIFICATE AND GRANT SEEN.      *
036900******************************************************************
037000 3400-DOCS-VERIFIED.
037100     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
037200     IF ESM-EDIT-FAILED
037300         GO TO 3400-EXIT.
037400     PERFORM 4050-READ-OPEN-CASE THRU 4050-EXIT.
037500     IF ESM-EDIT-FAILED
037600         GO TO 3400-EXIT.
037700     IF NOT EC-NOTIFIED
037800         DISPLAY "REJECT: DOCUMENTS ALREADY RECORDED AS VERIFIED"
037900         GO TO 3400-EXIT.
038000     MOVE "D" TO EC-CASE-STATUS.
038100     MOVE ESM-RUN-DATE TO EC-DOCS-DATE.
038200     PERFORM 4800-STAMP-ACTION THRU 4800-EXIT.
038300     REWRITE ESTATE-CASE-RECORD.
038400     IF ESM-EST-STATUS NOT = "00"
038500         DISPLAY "REWRITE FAILED - STATUS " ESM-EST-STATUS
038600         GO TO 3400-EXIT.
038700     MOVE "DOCUMENTS VERIFIED" TO ESM-AUD-TEXT.
038800     MOVE SPACES TO ESM-AUD-REFERENCE.
038900     MOVE ZERO TO ESM-AUD-AMOUNT.
039000     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
039100     DISPLAY "DOCUMENTS FOR " EC-CUST-NUMBER " VERIFIED".
039200 3400-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    3500-APPROVE-PAYMENT.  AN ESTATE DEBIT (FUNERAL ACCOUNT,    *
039700*    TAX, EXECUTOR DRAWDOWN) POSTRUN MAY LET THROUGH ONCE.  THE  *
039800*    TRANSACTION MUST CARRY THE SAME REFERENCE AND MAY NOT       *
039900*    EXCEED THE AMOUNT.  A SLOT POSTRUN HAS USED IS FREE AGAIN.  *
040000******************************************************************
040100 3500-APPROVE-PAYMENT.
040200     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
040300     IF ESM-EDIT-FAILED
040400         GO TO 3500-EXIT.
040500     PERFORM 4050-READ-OPEN-CASE THRU 4050-EXIT.
040600     IF ESM-EDIT-FAILED
040700         GO TO 3500-EXIT.
040800     DISPLAY "PAYMENT REFERENCE (10 CHARS, AS ON THE DEBIT): ".
040900     MOVE SPACES TO ESM-REF-IN.
041000     ACCEPT ESM-REF-IN.
041100     IF ESM-REF-IN = SPACES
041200         DISPLAY "REJECT: PAYMENT REFERENCE IS REQUIRED"
041300         GO TO 3500-EXIT.
041400     DISPLAY "APPROVED AMOUNT (9 DIGITS 7V2): ".
041500     MOVE SPACES TO ESM-AMOUNT-IN.
041600     ACCEPT ESM-AMOUNT-IN.
041700     IF ESM-AMOUNT-IN NOT NUMERIC
041800         DISPLAY "REJECT: AMOUNT MUST BE NUMERIC"
041900         GO TO 3500-EXIT.
042000     IF ESM-AMOUNT-IN-N = ZERO
042100         DISPLAY "REJECT: AMOUNT MUST NOT BE ZERO"
042200         GO TO 3500-EXIT.
042300     MOVE ZERO TO ESM-FREE-SLOT.
042400     MOVE "N" TO ESM-EDIT-SW.
042500     MOVE 1 TO ESM-SLOT.
042600     PERFORM 4650-SCAN-SLOT THRU 4650-EXIT
042700         UNTIL ESM-SLOT > 5.
042800     IF ESM-EDIT-FAILED
042900         DISPLAY "REJECT: REFERENCE ALREADY APPROVED AND NOT USED"
043000         GO TO 3500-EXIT.
043100     IF ESM-FREE-SLOT = ZERO
043200         DISPLAY "REJECT: FIVE APPROVALS OUTSTANDING - WAIT FOR"
043300             " POSTING"
043400         GO TO 3500-EXIT.
043500     MOVE ESM-REF-IN TO EC-PAY-REFERENCE (ESM-FREE-SLOT).
043600     MOVE ESM-AMOUNT-IN-N TO EC-PAY-AMOUNT (ESM-FREE-SLOT).
043700     MOVE ESM-RUN-DATE TO EC-PAY-APPROVED-DATE (ESM-FREE-SLOT).
043800     MOVE ZERO TO EC-PAY-USED-DATE (ESM-FREE-SLOT).
043900     PERFORM 4800-STAMP-ACTION THRU 4800-EXIT.
044000     REWRITE ESTATE-CASE-RECORD.
044100     IF ESM-EST-STATUS NOT = "00"
044200         DISPLAY "REWRITE FAILED - STATUS " ESM-EST-STATUS
044300         GO TO 3500-EXIT.
044400     MOVE "PAYMENT APPROVED" TO ESM-AUD-TEXT.
044500     MOVE ESM-REF-IN TO ESM-AUD-REFERENCE.
044600     MOVE ESM-AMOUNT-IN-N TO ESM-AUD-AMOUNT.
044700     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
044800     DISPLAY "ESTATE PAYMENT " ESM-REF-IN " APPROVED".
044900 3500-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*    3600-ESTATE-SETTLED.  ASSETS DISTRIBUTED; THE ACCOUNTS ARE  *
045400*    NOW READY FOR ACCTCLOS.  NEEDS VERIFIED DOCUMENTS.          *
045500******************************************************************
045600 3600-ESTATE-SETTLED.
045700     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
045800     IF ESM-EDIT-FAILED
045900         GO TO 3600-EXIT.
046000     PERFORM 4050-READ-OPEN-CASE THRU 4050-EXIT.
046100     IF ESM-EDIT-FAILED
046200         GO TO 3600-EXIT.
046300     IF NOT EC-DOCS-VERIFIED
046400         DISPLAY "REJECT: DOCUMENTS MUST BE VERIFIED FIRST"
046500         GO TO 3600-EXIT.
046600     MOVE "S" TO EC-CASE-STATUS.
046700     MOVE ESM-RUN-DATE TO EC-SETTLED-DATE.
046800     PERFORM 4800-STAMP-ACTION THRU 4800-EXIT.
046900     REWRITE ESTATE-CASE-RECORD.
047000     IF ESM-EST-STATUS NOT = "00"
047100         DISPLAY "REWRITE FAILED - STATUS " ESM-EST-STATUS
047200         GO TO 3600-EXIT.
047300     MOVE "ESTATE SETTLED" TO ESM-AUD-TEXT.
047400     MOVE SPACES TO ESM-AUD-REFERENCE.
047500     MOVE ZERO TO ESM-AUD-AMOUNT.
047600     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
047700     MOVE "ESTSETL " TO ESM-TEMPLATE.
047800     PERFORM 5100-QUEUE-LETTER THRU 5100-EXIT.
047900     DISPLAY "ESTATE " EC-CUST-NUMBER " SETTLED".
048000 3600-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    3700-CLOSE-CASE.  ONLY ONCE ACCTCLOS HAS CLOSED THE         *
048500*    CUSTOMER, SO NOTHING CAN POST AFTER THE FREEZE IS LIFTED.   *
048600******************************************************************
048700 3700-CLOSE-CASE.
048800     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
048900     IF ESM-EDIT-FAILED
049000         GO TO 3700-EXIT.
049100     PERFORM 4050-READ-OPEN-CASE THRU 4050-EXIT.
049200     IF ESM-EDIT-FAILED
049300         GO TO 3700-EXIT.
049400     IF NOT EC-SETTLED
049500         DISPLAY "REJECT: ESTATE MUST BE SETTLED FIRST"
049600         GO TO 3700-EXIT.
049700     MOVE ESM-CUST-IN TO CUST-NUMBER.
049800     READ CUSTOMER-MASTER
049900         INVALID KEY
050000             DISPLAY "REJECT: CUSTOMER NOT ON MASTER"
050100             GO TO 3700-EXIT
050200     END-READ.
050300     IF NOT CLOSED
050400         DISPLAY "REJECT: CUSTOMER NOT YET CLOSED - RUN ACCTCLOS"
050500         GO TO 3700-EXIT.
050600     MOVE "C" TO EC-CASE-STATUS.
050700     MOVE ESM-RUN-DATE TO EC-CLOSED-DATE.
050800     PERFORM 4800-STAMP-ACTION THRU 4800-EXIT.
050900     REWRITE ESTATE-CASE-RECORD.
051000     IF ESM-EST-STATUS NOT = "00"
051100         DISPLAY "REWRITE FAILED - STATUS " ESM-EST-STATUS
051200         GO TO 3700-EXIT.
051300     MOVE "CASE CLOSED" TO ESM-AUD-TEXT.
051400     MOVE SPACES TO ESM-AUD-REFERENCE.
051500     MOVE ZERO TO ESM-AUD-AMOUNT.
051600     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
051700     DISPLAY "ESTATE CASE " EC-CUST-NUMBER " CLOSED".
051800 3700-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    3800-VIEW-CASE.  SHOW A CASE AND ITS APPROVED PAYMENTS.     *
052300******************************************************************
052400 3800-VIEW-CASE.
052500     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
052600     IF ESM-EDIT-FAILED
052700         GO TO 3800-EXIT.
052800     READ ESTATE-REGISTER
052900         INVALID KEY
053000             DISPLAY "NO ESTATE CASE FOR THIS CUSTOMER"
053100             GO TO 3800-EXIT
053200     END-READ.
053300     DISPLAY "STATUS " EC-CASE-STATUS
053400         "  DIED " EC-DATE-OF-DEATH
053500         "  NOTIFIED " EC-NOTIFIED-DATE " BY " EC-NOTIFIED-BY.
053600     DISPLAY "EXECUTOR:   " EC-EXECUTOR-NAME.
053700     DISPLAY "ADDRESS:    " EC-EXEC-STREET " "
053800         EC-EXEC-HOUSE-NUMBER " " EC-EXEC-ZIP " " EC-EXEC-CITY
053900         " " EC-EXEC-COUNTRY.
054000     DISPLAY "DOCS " EC-DOCS-DATE "  SETTLED " EC-SETTLED-DATE
054100         "  CLOSED " EC-CLOSED-DATE.
054200     DISPLAY "ORDERS SUSPENDED " EC-ORDERS-SUSPENDED
054300         "  LAST ACTION " EC-LAST-ACTION-DATE " BY "
054400         EC-LAST-ACTION-BY.
054500     MOVE 1 TO ESM-SLOT.
054600     PERFORM 3850-VIEW-SLOT THRU 3850-EXIT
054700         UNTIL ESM-SLOT > 5.
054800 3800-EXIT.
054900     EXIT.
055000
055100 3850-VIEW-SLOT.
055200     IF EC-PAY-REFERENCE (ESM-SLOT) NOT = SPACES
055300         MOVE EC-PAY-AMOUNT (ESM-SLOT) TO ESM-VIEW-AMOUNT
055400         DISPLAY "PAYMENT " EC-PAY-REFERENCE (ESM-SLOT)
055500             " " ESM-VIEW-AMOUNT
055600             "  APPROVED " EC-PAY-APPROVED-DATE (ESM-SLOT)
055700             "  USED " EC-PAY-USED-DATE (ESM-SLOT).
055800     ADD 1 TO ESM-SLOT.
055900 3850-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300*    4100-ACCEPT-EXECUTOR.  EXECUTOR NAME AND POSTAL ADDRESS.    *
056400*    STATEMENTS AND LETTERS GO HERE WHILE THE CASE IS OPEN.      *
056500******************************************************************
056600 4100-ACCEPT-EXECUTOR.
056700     MOVE "N" TO ESM-EDIT-SW.
056800     DISPLAY "EXECUTOR NAME (30 CHARS): ".
056900     ACCEPT EC-EXECUTOR-NAME.
057000     IF EC-EXECUTOR-NAME = SPACES
057100         DISPLAY "REJECT: EXECUTOR NAME IS REQUIRED"
057200         MOVE "Y" TO ESM-EDIT-SW
057300         GO TO 4100-EXIT.
057400     DISPLAY "EXECUTOR STREET (20 CHARS): ".
057500     ACCEPT EC-EXEC-STREET.
057600     IF EC-EXEC-STREET = SPACES
057700         DISPLAY "REJECT: EXECUTOR STREET IS REQUIRED"
057800         MOVE "Y" TO ESM-EDIT-SW
057900         GO TO 4100-EXIT.
058000     DISPLAY "HOUSE NUMBER (3 DIGITS): ".
058100     MOVE SPACES TO ESM-HOUSE-IN.
058200     ACCEPT ESM-HOUSE-IN.
058300     IF ESM-HOUSE-IN NOT NUMERIC
058400         DISPLAY "REJECT: HOUSE NUMBER MUST BE NUMERIC"
058500         MOVE "Y" TO ESM-EDIT-SW
058600         GO TO 4100-EXIT.
058700     MOVE ESM-HOUSE-IN-N TO EC-EXEC-HOUSE-NUMBER.
058800     DISPLAY "POSTAL CODE (5 DIGITS): ".
058900     MOVE SPACES TO ESM-ZIP-IN.
059000     ACCEPT ESM-ZIP-IN.
059100     IF ESM-ZIP-IN NOT NUMERIC
059200         DISPLAY "REJECT: POSTAL CODE MUST BE NUMERIC"
059300         MOVE "Y" TO ESM-EDIT-SW
059400         GO TO 4100-EXIT.
059500     MOVE ESM-ZIP-IN-N TO EC-EXEC-ZIP.
059600     DISPLAY "CITY (20 CHARS): ".
059700     ACCEPT EC-EXEC-CITY.
059800     IF EC-EXEC-CITY = SPACES
059900         DISPLAY "REJECT: CITY IS REQUIRED"
060000         MOVE "Y" TO ESM-EDIT-SW
060100         GO TO 4100-EXIT.
060200     DISPLAY "COUNTRY CODE (3 CHARS): ".
060300     ACCEPT EC-EXEC-COUNTRY.
060400 4100-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    4500-CHECK-CUSTOMER.  MUST BE ON THE MASTER AND NOT YET     *
060900*    CLOSED.                                                     *
061000******************************************************************
061100 4500-CHECK-CUSTOMER.
061200     MOVE "N" TO ESM-EDIT-SW.
061300     MOVE ESM-CUST-IN TO CUST-NUMBER.
061400     READ CUSTOMER-MASTER
061500         INVALID KEY
061600             DISPLAY "REJECT: CUSTOMER NOT ON MASTER"
061700             MOVE "Y" TO ESM-EDIT-SW
061800             GO TO 4500-EXIT
061900     END-READ.
062000     IF CLOSED
062100         DISPLAY "REJECT: CUSTOMER IS ALREADY CLOSED"
062200         MOVE "Y" TO ESM-EDIT-SW.
062300 4500-EXIT.
062400     EXIT.
062500
062600 4600-CLEAR-SLOT.
062700     MOVE SPACES TO EC-PAY-REFERENCE (ESM-SLOT).
062800     MOVE ZERO TO EC-PAY-AMOUNT (ESM-SLOT)
062900                  EC-PAY-APPROVED-DATE (ESM-SLOT)
063000                  EC-PAY-USED-DATE (ESM-SLOT).
063100     ADD 1 TO ESM-SLOT.
063200 4600-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    4650-SCAN-SLOT.  FIRST SLOT THAT IS EMPTY OR ALREADY USED   *
063700*    BY POSTRUN; AN UNUSED APPROVAL FOR THE SAME REFERENCE       *
063800*    FAILS THE EDIT.                                             *
063900******************************************************************
064000 4650-SCAN-SLOT.
064100     IF EC-PAY-REFERENCE (ESM-SLOT) = SPACES
064200      OR EC-PAY-USED-DATE (ESM-SLOT) NOT = ZERO
064300         IF ESM-FREE-SLOT = ZERO
064400             MOVE ESM-SLOT TO ESM-FREE-SLOT
064500         END-IF
064600     ELSE
064700         IF EC-PAY-REFERENCE (ESM-SLOT) = ESM-REF-IN
064800             MOVE "Y" TO ESM-EDIT-SW.
064900     ADD 1 TO ESM-SLOT.
065000 4650-EXIT.
065100     EXIT.
065200
065300******************************************************************
065400*    4700-SUSPEND-ORDERS.  EVERY ACTIVE STANDING ORDER OF THE    *
065500*    CUSTOMER IS SUSPENDED WITH REASON "DECEASED"; THE COUNT IS  *
065600*    KEPT ON THE CASE.  ACCTCLOS CANCELS THEM AT CLOSURE.        *
065700******************************************************************
065800 4700-SUSPEND-ORDERS.
065900     MOVE ZERO TO ESM-SUSPENDED.
066000     IF NOT ESM-ORD-OPEN
066100         GO TO 4700-EXIT.
066200     MOVE ESM-CUST-IN TO SO-CUST-NUMBER.
066300     MOVE ZERO TO SO-SEQUENCE.
066400     MOVE "N" TO ESM-ORD-DONE-SW.
066500     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
066600         INVALID KEY
066700             GO TO 4700-EXIT
066800     END-START.
066900     PERFORM 4710-SUSPEND-ONE THRU 4710-EXIT
067000         UNTIL ESM-ORD-DONE.
067100 4700-EXIT.
067200     EXIT.
067300
067400 4710-SUSPEND-ONE.
067500     READ STANDING-ORDER-FILE NEXT RECORD
067600         AT END
067700             MOVE "Y" TO ESM-ORD-DONE-SW
067800             GO TO 4710-EXIT
067900     END-READ.
068000     IF SO-CUST-NUMBER NOT = ESM-CUST-IN
068100         MOVE "Y" TO ESM-ORD-DONE-SW
068200         GO TO 4710-EXIT.
068300     IF NOT SO-ACTIVE
068400         GO TO 4710-EXIT.
068500     MOVE "S" TO SO-STATUS.
068600     MOVE "DECEASED" TO SO-SUSPEND-REASON.
068700     REWRITE STANDING-ORDER-RECORD.
068800     IF ESM-ORD-STATUS NOT = "00"
068900         DISPLAY "STANDING ORDER " SO-SEQUENCE
069000             " REWRITE FAILED - STATUS " ESM-ORD-STATUS
069100         GO TO 4710-EXIT.
069200     ADD 1 TO ESM-SUSPENDED.
069300 4710-EXIT.
069400     EXIT.
069500
069600 4800-STAMP-ACTION.
069700     MOVE ESM-RUN-DATE TO EC-LAST-ACTION-DATE.
069800     MOVE ESM-CLERK-IN TO EC-LAST-ACTION-BY.
069900 4800-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300*    5000-WRITE-AUDIT.  ONE AUDIT LINE PER APPLIED CHANGE.       *
070400******************************************************************
070500 5000-WRITE-AUDIT.
070600     MOVE EC-CUST-NUMBER TO ESM-AUD-CUST.
070700     MOVE ESM-FUNCTION TO ESM-AUD-FUNC.
070800     MOVE EC-DATE-OF-DEATH TO ESM-AUD-DEATH.
070900     MOVE EC-EXECUTOR-NAME TO ESM-AUD-EXECUTOR.
071000     MOVE EC-EXEC-CITY TO ESM-AUD-CITY.
071100     MOVE EC-ORDERS-SUSPENDED TO ESM-AUD-ORDERS.
071200     MOVE EC-CASE-STATUS TO ESM-AUD-STATE.
071300     WRITE REPORT-LINE FROM ESM-AUDIT-LINE
071400         AFTER ADVANCING 1 LINE.
071500 5000-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900*    5100-QUEUE-LETTER.  LETTER FOR LETTRGEN; IT ADDRESSES THE   *
072000*    EXECUTOR WHILE THE CASE IS OPEN.                            *
072100******************************************************************
072200 5100-QUEUE-LETTER.
072300     MOVE SPACES TO LETTER-TRIGGER-RECORD.
072400     MOVE ESM-TEMPLATE TO TG-TEMPLATE-ID.
072500     MOVE EC-CUST-NUMBER TO TG-CUST-NUMBER.
072600     MOVE ESM-RUN-DATE TO TG-REQUEST-DATE.
072700     MOVE "ESTATMNT" TO TG-SOURCE.
072800     WRITE LETTER-TRIGGER-RECORD.
072900 5100-EXIT.
073000     EXIT.
