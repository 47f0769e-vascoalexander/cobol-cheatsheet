000100******************************************************************
000200* PROGRAM NAME:   GARNMNT                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* GARNISHMENT AND LEVY ORDER MAINTENANCE.  REGISTERS A COURT     *
000600* GARNISHMENT OR TAX LEVY ORDER AGAINST THE GO-KEY (CUSTOMER     *
000700* PLUS THE ORDER NUMBER ON THE ORDER) WITH THE ISSUING           *
000800* AUTHORITY, THE AMOUNT TO SEIZE, THE PROTECTED MINIMUM          *
000900* BALANCE AND THE EXPIRY; AMENDS AN ACTIVE ORDER; RELEASES AN    *
001000* ORDER THE AUTHORITY HAS LIFTED; AND SHOWS AN ORDER WITH ITS    *
001100* SEIZED AND REMITTED AMOUNTS.  POSTRUN ENFORCES THE REGISTER.   *
001200* A NEW ORDER AND A RELEASE EACH QUEUE A CUSTOMER LETTER         *
001300* THROUGH LTRTRIG.  EVERY CHANGE IS LISTED ON THE AUDIT REPORT.  *
001400* REPLACES FREEZING THE WHOLE CUSTOMER WITH STATE "I", WHICH     *
001500* ALSO STOPPED CREDITS THE ORDER IS ENTITLED TO.                 *
001600*                                                                *
001700* MAINTENANCE LOG                                                *
001800* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001900* --------- ------------  -------------------------------------- *
002000* 15/10/26  MS            CREATED - GARNISHMENT/LEVY REGISTER    *
002033* 15/10/26  MS            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002066*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  GARNMNT.
002400 AUTHOR. M. SCHREIBER.
002500 INSTALLATION. COBOL DEVELOPMENT CENTER.
002600 DATE-WRITTEN. 15/10/26.
002700 DATE-COMPILED. 15/10/26.
002800 SECURITY. NON-CONFIDENTIAL.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT GARNISHMENT-ORDERS ASSIGN TO GARNORD
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS GO-KEY
003700         FILE STATUS IS GOM-ORD-STATUS.
003800     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CUST-NUMBER
004200         FILE STATUS IS GOM-MAST-STATUS.
004300     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AC-KEY
004700         FILE STATUS IS GOM-ACCT-STATUS.
004800     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS GOM-TRG-STATUS.
005100     SELECT AUDIT-REPORT ASSIGN TO GARNMAUD
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS GOM-AUD-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  GARNISHMENT-ORDERS
005800     RECORD CONTAINS 120 CHARACTERS.
005900 COPY GARNORD.
006000
006100 FD  CUSTOMER-MASTER
006200     RECORD CONTAINS 273 CHARACTERS.
006300 COPY CUSTMAST.
006400
006500 FD  ACCOUNT-MASTER
006600     RECORD CONTAINS 100 CHARACTERS.
006700 COPY ACCTMAST.
006800
006900 FD  TRIGGER-FILE
007000     RECORD CONTAINS 40 CHARACTERS.
007100 COPY LTRTRIG.
007200
007300 FD  AUDIT-REPORT
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  REPORT-LINE                 PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 77  GOM-ORD-STATUS              PIC X(02).
007900 77  GOM-MAST-STATUS             PIC X(02).
008000 77  GOM-ACCT-STATUS             PIC X(02).
008100 77  GOM-TRG-STATUS              PIC X(02).
008200 77  GOM-AUD-STATUS              PIC X(02).
008300
008400 77  GOM-DONE-SW                 PIC X(01) VALUE "N".
008500     88  GOM-DONE                VALUE "Y".
008600 77  GOM-EDIT-SW                 PIC X(01) VALUE "N".
008700     88  GOM-EDIT-FAILED         VALUE "Y".
008800
008900 77  GOM-FUNCTION                PIC X(01) VALUE SPACE.
009000 77  GOM-CUST-IN                 PIC 9(06) VALUE ZERO.
009100 77  GOM-ORDER-IN                PIC X(10) VALUE SPACES.
009200 77  GOM-RUN-DATE                PIC 9(08) VALUE ZERO.
009300 77  GOM-TEMPLATE                PIC X(08) VALUE SPACES.
009400
009500 01  GOM-AMOUNT-IN               PIC X(09).
009600 01  GOM-AMOUNT-IN-N REDEFINES GOM-AMOUNT-IN
009700                                 PIC 9(07)V9(02).
009800 01  GOM-DATE-IN                 PIC X(08).
009900 01  GOM-DATE-IN-N REDEFINES GOM-DATE-IN
010000                                 PIC 9(08).
010100 01  GOM-ACCT-IN                 PIC X(02).
010200 01  GOM-ACCT-IN-N REDEFINES GOM-ACCT-IN
010300                                 PIC 9(02).
010400
010500 01  GOM-HEADING-1.
010600     05  FILLER                  PIC X(09) VALUE "GARNMNT  ".
010700     05  FILLER                  PIC X(35)
010800         VALUE "GARNISHMENT/LEVY MAINTENANCE AUDIT".
010900     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
011000     05  GOM-HDG-DATE            PIC 9(08).
011100     05  FILLER                  PIC X(70) VALUE SPACES.
011200
011300 01  GOM-AUDIT-LINE.
011400     05  GOM-AUD-CUST            PIC 9(06).
011500     05  FILLER                  PIC X(01) VALUE "/".
011600     05  GOM-AUD-ORDER           PIC X(10).
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  GOM-AUD-FUNC            PIC X(01).
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  GOM-AUD-TYPE            PIC X(01).
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  GOM-AUD-AUTHORITY       PIC X(30).
012300     05  FILLER                  PIC X(01) VALUE SPACE.
012400     05  GOM-AUD-ACCT            PIC 9(02).
012500     05  FILLER                  PIC X(01) VALUE SPACE.
012600     05  GOM-AUD-SEIZE           PIC Z(06)9.99.
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  GOM-AUD-PROTECT         PIC Z(06)9.99.
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  GOM-AUD-SEIZED          PIC Z(06)9.99.
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  GOM-AUD-EXPIRY          PIC 9(08).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  GOM-AUD-STATE           PIC X(01).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  GOM-AUD-TEXT            PIC X(24).
013700     05  FILLER                  PIC X(05) VALUE SPACES.
013800
013900 01  GOM-VIEW-AMOUNT             PIC Z(06)9.99.
014000
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*    0000-MAINLINE.  MENU LOOP UNTIL THE CLERK SIGNS OFF.        *
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
014800         UNTIL GOM-DONE.
014900     CLOSE GARNISHMENT-ORDERS
015000           CUSTOMER-MASTER
015100           ACCOUNT-MASTER
015200           TRIGGER-FILE
015300           AUDIT-REPORT.
015400     STOP RUN.
015500
015600******************************************************************
015700*    1000-INITIALIZE.  OPEN FILES AND HEAD THE AUDIT.  THE       *
015800*    REGISTER IS CREATED THE FIRST TIME AN ORDER IS SERVED.      *
015900******************************************************************
016000 1000-INITIALIZE.
016100     OPEN I-O GARNISHMENT-ORDERS.
016200     IF GOM-ORD-STATUS = "35"
016300         OPEN OUTPUT GARNISHMENT-ORDERS
016400         CLOSE GARNISHMENT-ORDERS
016500         OPEN I-O GARNISHMENT-ORDERS.
016600     IF GOM-ORD-STATUS NOT = "00"
016700         DISPLAY "GARNMNT: ORDER REGISTER OPEN FAILED "
016800             GOM-ORD-STATUS
016900         MOVE 12 TO RETURN-CODE
017000         STOP RUN.
017100     OPEN INPUT CUSTOMER-MASTER.
017200     IF GOM-MAST-STATUS NOT = "00"
017300         DISPLAY "GARNMNT: MASTER OPEN FAILED "
017400             GOM-MAST-STATUS
017500         MOVE 12 TO RETURN-CODE
017600         STOP RUN.
017700     OPEN INPUT ACCOUNT-MASTER.
017800     IF GOM-ACCT-STATUS NOT = "00"
017900         DISPLAY "GARNMNT: ACCOUNT MASTER OPEN FAILED "
018000             GOM-ACCT-STATUS
018100         MOVE 12 TO RETURN-CODE
018200         STOP RUN.
018300     OPEN EXTEND TRIGGER-FILE.
018400     IF GOM-TRG-STATUS = "35"
018500         OPEN OUTPUT TRIGGER-FILE.
018600     IF GOM-TRG-STATUS NOT = "00"
018700         DISPLAY "GARNMNT: TRIGGER FILE OPEN FAILED "
018800             GOM-TRG-STATUS
018900         MOVE 12 TO RETURN-CODE
019000         STOP RUN.
019100     OPEN OUTPUT AUDIT-REPORT.
019200     ACCEPT GOM-RUN-DATE FROM DATE YYYYMMDD.
019300     MOVE GOM-RUN-DATE TO GOM-HDG-DATE.
019400     WRITE REPORT-LINE FROM GOM-HEADING-1
019500         AFTER ADVANCING PAGE.
019600 1000-EXIT.
019700     EXIT.
019800
019900******************************************************************
020000*    2000-MENU-CYCLE.  ONE FUNCTION SELECTION AND DISPATCH.      *
020100******************************************************************
020200 2000-MENU-CYCLE.
020300     DISPLAY " ".
020400     DISPLAY "GARNISHMENT AND LEVY ORDER MAINTENANCE".
020500     DISPLAY "A=ADD C=AMEND R=RELEASE V=VIEW X=EXIT".
020600     DISPLAY "FUNCTION: ".
020700     ACCEPT GOM-FUNCTION.
020800     EVALUATE GOM-FUNCTION
020900         WHEN "A" PERFORM 3000-ADD-ORDER THRU 3000-EXIT
021000         WHEN "C" PERFORM 3500-AMEND-ORDER THRU 3500-EXIT
021100         WHEN "R" PERFORM 3700-RELEASE-ORDER THRU 3700-EXIT
021200         WHEN "V" PERFORM 3800-VIEW-ORDER THRU 3800-EXIT
021300         WHEN "X" MOVE "Y" TO GOM-DONE-SW
021400         WHEN OTHER
021500             DISPLAY "INVALID FUNCTION - ENTER A, C, R, V OR X"
021600     END-EVALUATE.
021700 2000-EXIT.
021800     EXIT.
021900
022000******************************************************************
022100*    4000-ACCEPT-KEY.  CUSTOMER AND ORDER NUMBER.                *
022200******************************************************************
022300 4000-ACCEPT-KEY.
022400     MOVE "N" TO GOM-EDIT-SW.
022500     DISPLAY "CUSTOMER NUMBER: ".
022600     ACCEPT GOM-CUST-IN.
022700     DISPLAY "ORDER NUMBER (10 CHARS, AS ON THE ORDER): ".
022800     MOVE SPACES TO GOM-ORDER-IN.
022900     ACCEPT GOM-ORDER-IN.
023000     IF GOM-ORDER-IN = SPACES
023100         DISPLAY "REJECT: ORDER NUMBER IS REQUIRED"
023200         MOVE "Y" TO GOM-EDIT-SW.
023300     MOVE GOM-CUST-IN TO GO-CUST-NUMBER.
023400     MOVE GOM-ORDER-IN TO GO-ORDER-NUMBER.
023500 4000-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900*    3000-ADD-ORDER.  KEY, EDIT AND REGISTER A NEW ORDER, THEN   *
024000*    QUEUE THE NOTICE TO THE CUSTOMER.                           *
024100******************************************************************
024200 3000-ADD-ORDER.
024300     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
024400     IF GOM-EDIT-FAILED
024500         GO TO 3000-EXIT.
024600     PERFORM 4500-CHECK-CUSTOMER THRU 4500-EXIT.
024700     IF GOM-EDIT-FAILED
024800         GO TO 3000-EXIT.
024900     READ GARNISHMENT-ORDERS
025000         INVALID KEY CONTINUE
025100         NOT INVALID KEY
025200             DISPLAY "ORDER ALREADY ON REGISTER - USE AMEND"
025300             GO TO 3000-EXIT
025400     END-READ.
025500     MOVE SPACES TO GARNISHMENT-ORDER-RECORD.
025600     MOVE GOM-CUST-IN TO GO-CUST-NUMBER.
025700     MOVE GOM-ORDER-IN TO GO-ORDER-NUMBER.
025800     MOVE ZERO TO GO-SEIZED-AMOUNT
025900                  GO-REMITTED-AMOUNT
026000                  GO-LAST-SWEEP-DATE
026100                  GO-LAST-REMIT-DATE.
026200     DISPLAY "ORDER TYPE (G=GARNISHMENT L=TAX LEVY): ".
026300     ACCEPT GO-ORDER-TYPE.
026400     IF NOT GO-GARNISHMENT AND NOT GO-LEVY
026500         DISPLAY "REJECT: ORDER TYPE MUST BE G OR L"
026600         DISPLAY "ADD REJECTED - NOTHING WRITTEN"
026700         GO TO 3000-EXIT.
026800     PERFORM 4100-ACCEPT-FIELDS THRU 4100-EXIT.
026900     IF GOM-EDIT-FAILED
027000         DISPLAY "ADD REJECTED - NOTHING WRITTEN"
027100         GO TO 3000-EXIT.
027200     MOVE GOM-RUN-DATE TO GO-RECEIVED-DATE.
027300     MOVE "A" TO GO-STATUS.
027400     WRITE GARNISHMENT-ORDER-RECORD
027500         INVALID KEY
027600             DISPLAY "WRITE FAILED - STATUS " GOM-ORD-STATUS
027700             GO TO 3000-EXIT
027800     END-WRITE.
027900     MOVE "ORDER REGISTERED" TO GOM-AUD-TEXT.
028000     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
028100     MOVE "GARNNOTC" TO GOM-TEMPLATE.
028200     PERFORM 5100-QUEUE-LETTER THRU 5100-EXIT.
028300     DISPLAY "ORDER " GO-CUST-NUMBER "/" GO-ORDER-NUMBER
028400         " REGISTERED".
028500 3000-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900*    3500-AMEND-ORDER.  RE-KEY AN ACTIVE ORDER.  THE TYPE AND    *
029000*    WHAT HAS ALREADY BEEN SEIZED STAY AS THEY ARE.              *
029100******************************************************************
029200 3500-AMEND-ORDER.
029300     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
029400     IF GOM-EDIT-FAILED
029500         GO TO 3500-EXIT.
029600     READ GARNISHMENT-ORDERS
029700         INVALID KEY
029800             DISPLAY "ORDER NOT ON REGISTER"
029900             GO TO 3500-EXIT
030000     END-READ.
030100     IF NOT GO-ACTIVE
030200         DISPLAY "REJECT: ONLY AN ACTIVE ORDER CAN BE AMENDED"
030300         GO TO 3500-EXIT.
030400     PERFORM 4100-ACCEPT-FIELDS THRU 4100-EXIT.
030500     IF GOM-EDIT-FAILED
030600         DISPLAY "AMEND REJECTED - RECORD NOT UPDATED"
030700         GO TO 3500-EXIT.
030800     IF GO-SEIZED-AMOUNT >= GO-SEIZE-AMOUNT
030900         MOVE "S" TO GO-STATUS.
031000     REWRITE GARNISHMENT-ORDER-RECORD.
031100     IF GOM-ORD-STATUS NOT = "00"
031200         DISPLAY "REWRITE FAILED - STATUS " GOM-ORD-STATUS
031300         GO TO 3500-EXIT.
031400     MOVE "ORDER AMENDED" TO GOM-AUD-TEXT.
031500     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
031600     DISPLAY "ORDER " GO-CUST-NUMBER "/" GO-ORDER-NUMBER
031700         " AMENDED".
031800 3500-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    3700-RELEASE-ORDER.  THE AUTHORITY HAS LIFTED THE ORDER.    *
032300*    HELD FUNDS ARE FREED AT THE NEXT POSTING RUN; ANYTHING      *
032400*    ALREADY SEIZED IS STILL REMITTED.                           *
032500******************************************************************
032600 3700-RELEASE-ORDER.
032700     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
032800     IF GOM-EDIT-FAILED
032900         GO TO 3700-EXIT.
033000     READ GARNISHMENT-ORDERS
033100         INVALID KEY
033200             DISPLAY "ORDER NOT ON REGISTER"
033300             GO TO 3700-EXIT
033400     END-READ.
033500     IF NOT GO-ACTIVE
033600         DISPLAY "REJECT: ONLY AN ACTIVE ORDER CAN BE RELEASED"
033700         GO TO 3700-EXIT.
033800     MOVE "R" TO GO-STATUS.
033900     REWRITE GARNISHMENT-ORDER-RECORD.
034000     IF GOM-ORD-STATUS NOT = "00"
034100         DISPLAY "REWRITE FAILED - STATUS " GOM-ORD-STATUS
034200         GO TO 3700-EXIT.
034300     MOVE "ORDER RELEASED" TO GOM-AUD-TEXT.
034400     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
034500     MOVE "GARNRELS" TO GOM-TEMPLATE.
034600     PERFORM 5100-QUEUE-LETTER THRU 5100-EXIT.
034700     DISPLAY "ORDER " GO-CUST-NUMBER "/" GO-ORDER-NUMBER
034800         " RELEASED".
034900 3700-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*    3800-VIEW-ORDER.  SHOW AN ORDER AND WHERE IT STANDS.        *
035400******************************************************************
035500 3800-VIEW-ORDER.
035600     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
035700     IF GOM-EDIT-FAILED
035800         GO TO 3800-EXIT.
035900     READ GARNISHMENT-ORDERS
036000         INVALID KEY
036100             DISPLAY "ORDER NOT ON REGISTER"
036200             GO TO 3800-EXIT
036300     END-READ.
036400     DISPLAY "TYPE " GO-ORDER-TYPE "  STATUS " GO-STATUS
036500         "  ACCOUNT " GO-ACCT-SEQ.
036600     DISPLAY "AUTHORITY:  " GO-AUTHORITY.
036700     MOVE GO-SEIZE-AMOUNT TO GOM-VIEW-AMOUNT.
036800     DISPLAY "TO SEIZE:   " GOM-VIEW-AMOUNT.
036900     MOVE GO-PROTECTED-MIN TO GOM-VIEW-AMOUNT.
037000     DISPLAY "PROTECTED:  " GOM-VIEW-AMOUNT.
037100     MOVE GO-SEIZED-AMOUNT TO GOM-VIEW-AMOUNT.
037200     DISPLAY "SEIZED:     " GOM-VIEW-AMOUNT
037300         "  LAST SWEEP " GO-LAST-SWEEP-DATE.
037400     MOVE GO-REMITTED-AMOUNT TO GOM-VIEW-AMOUNT.
037500     DISPLAY "REMITTED:   " GOM-VIEW-AMOUNT
037600         "  LAST REMIT " GO-LAST-REMIT-DATE.
037700     DISPLAY "RECEIVED " GO-RECEIVED-DATE
037800         "  EXPIRES " GO-EXPIRY-DATE.
037900 3800-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    4100-ACCEPT-FIELDS.  FULL-FIELD ENTRY WITH EDITS.  THE      *
038400*    AMOUNT TO SEIZE CANNOT BE CUT BELOW WHAT IS ALREADY         *
038500*    SEIZED.  A BLANK EXPIRY MEANS THE ORDER RUNS UNTIL IT IS    *
038600*    SATISFIED OR RELEASED.                                      *
038700******************************************************************
038800 4100-ACCEPT-FIELDS.
038900     MOVE "N" TO GOM-EDIT-SW.
039000     DISPLAY "ISSUING AUTHORITY (30 CHARS): ".
039100     ACCEPT GO-AUTHORITY.
039200     IF GO-AUTHORITY = SPACES
039300         DISPLAY "REJECT: ISSUING AUTHORITY IS REQUIRED"
039400         MOVE "Y" TO GOM-EDIT-SW
039500         GO TO 4100-EXIT.
039600     PERFORM 4300-ACCEPT-ACCOUNT THRU 4300-EXIT.
039700     IF GOM-EDIT-FAILED
039800         GO TO 4100-EXIT.
039900     DISPLAY "AMOUNT TO SEIZE (9 DIGITS 7V2): ".
040000     MOVE SPACES TO GOM-AMOUNT-IN.
040100     ACCEPT GOM-AMOUNT-IN.
040200     IF GOM-AMOUNT-IN NOT NUMERIC
040300         DISPLAY "REJECT: AMOUNT MUST BE NUMERIC"
040400         MOVE "Y" TO GOM-EDIT-SW
040500         GO TO 4100-EXIT.
040600     IF GOM-AMOUNT-IN-N = ZERO
040700         DISPLAY "REJECT: AMOUNT MUST NOT BE ZERO"
040800         MOVE "Y" TO GOM-EDIT-SW
040900         GO TO 4100-EXIT.
041000     IF GOM-AMOUNT-IN-N < GO-SEIZED-AMOUNT
041100         DISPLAY "REJECT: AMOUNT IS BELOW WHAT IS ALREADY SEIZED"
041200         MOVE "Y" TO GOM-EDIT-SW
041300         GO TO 4100-EXIT.
041400     MOVE GOM-AMOUNT-IN-N TO GO-SEIZE-AMOUNT.
041500     DISPLAY "PROTECTED MINIMUM BALANCE (9 DIGITS 7V2): ".
041600     MOVE SPACES TO GOM-AMOUNT-IN.
041700     ACCEPT GOM-AMOUNT-IN.
041800     IF GOM-AMOUNT-IN NOT NUMERIC
041900         DISPLAY "REJECT: PROTECTED MINIMUM MUST BE NUMERIC"
042000         MOVE "Y" TO GOM-EDIT-SW
042100         GO TO 4100-EXIT.
042200     MOVE GOM-AMOUNT-IN-N TO GO-PROTECTED-MIN.
042300     DISPLAY "EXPIRY DATE (YYYYMMDD, BLANK=NONE): ".
042400     MOVE SPACES TO GOM-DATE-IN.
042500     ACCEPT GOM-DATE-IN.
042600     IF GOM-DATE-IN = SPACES
042700         MOVE ZERO TO GO-EXPIRY-DATE
042800         GO TO 4100-EXIT.
042900     IF GOM-DATE-IN NOT NUMERIC
043000         DISPLAY "REJECT: EXPIRY MUST BE NUMERIC"
043100         MOVE "Y" TO GOM-EDIT-SW
043200         GO TO 4100-EXIT.
043300     IF GOM-DATE-IN-N NOT > GOM-RUN-DATE
043400         DISPLAY "REJECT: EXPIRY MUST BE IN THE FUTURE"
043500         MOVE "Y" TO GOM-EDIT-SW
043600         GO TO 4100-EXIT.
043700     MOVE GOM-DATE-IN-N TO GO-EXPIRY-DATE.
043800 4100-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*    4300-ACCEPT-ACCOUNT.  THE ACCOUNT THE ORDER ATTACHES TO.    *
044300*    BLANK ATTACHES IT TO EVERY ACCOUNT OF THE CUSTOMER; A       *
044400*    KEYED ACCOUNT MUST BE ON THE ACCOUNT MASTER.                *
044500******************************************************************
044600 4300-ACCEPT-ACCOUNT.
044700     DISPLAY "ACCOUNT SEQUENCE (2 DIGITS, BLANK=ALL ACCOUNTS): ".
044800     MOVE SPACES TO GOM-ACCT-IN.
044900     ACCEPT GOM-ACCT-IN.
045000     IF GOM-ACCT-IN = SPACES
045100         MOVE ZERO TO GO-ACCT-SEQ
045200         GO TO 4300-EXIT.
045300     IF GOM-ACCT-IN NOT NUMERIC
045400         DISPLAY "REJECT: ACCOUNT SEQUENCE MUST BE NUMERIC"
045500         MOVE "Y" TO GOM-EDIT-SW
045600         GO TO 4300-EXIT.
045700     IF GOM-ACCT-IN-N = ZERO
045800         MOVE ZERO TO GO-ACCT-SEQ
045900         GO TO 4300-EXIT.
046000     MOVE GO-CUST-NUMBER TO AC-CUST-NUMBER.
046100     MOVE GOM-ACCT-IN-N TO AC-ACCT-SEQ.
046200     READ ACCOUNT-MASTER
046300         INVALID KEY
046400             DISPLAY "REJECT: ACCOUNT NOT ON ACCOUNT MASTER"
046500             MOVE "Y" TO GOM-EDIT-SW
046600             GO TO 4300-EXIT
046700     END-READ.
046800     MOVE GOM-ACCT-IN-N TO GO-ACCT-SEQ.
046900 4300-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*    4500-CHECK-CUSTOMER.  MUST BE ON THE MASTER.  AN ORDER CAN  *
047400*    BE SERVED WHATEVER THE CUSTOMER'S STATE.                    *
047500******************************************************************
047600 4500-CHECK-CUSTOMER.
047700     MOVE "N" TO GOM-EDIT-SW.
047800     MOVE GOM-CUST-IN TO CUST-NUMBER.
047900     READ CUSTOMER-MASTER
048000         INVALID KEY
048100             DISPLAY "REJECT: CUSTOMER NOT ON MASTER"
048200             MOVE "Y" TO GOM-EDIT-SW
048300     END-READ.
048400 4500-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800*    5000-WRITE-AUDIT.  ONE AUDIT LINE PER APPLIED CHANGE.       *
048900******************************************************************
049000 5000-WRITE-AUDIT.
049100     MOVE GO-CUST-NUMBER TO GOM-AUD-CUST.
049200     MOVE GO-ORDER-NUMBER TO GOM-AUD-ORDER.
049300     MOVE GOM-FUNCTION TO GOM-AUD-FUNC.
049400     MOVE GO-ORDER-TYPE TO GOM-AUD-TYPE.
049500     MOVE GO-AUTHORITY TO GOM-AUD-AUTHORITY.
049600     MOVE GO-ACCT-SEQ TO GOM-AUD-ACCT.
049700     MOVE GO-SEIZE-AMOUNT TO GOM-AUD-SEIZE.
049800     MOVE GO-PROTECTED-MIN TO GOM-AUD-PROTECT.
049900     MOVE GO-SEIZED-AMOUNT TO GOM-AUD-SEIZED.
050000     MOVE GO-EXPIRY-DATE TO GOM-AUD-EXPIRY.
050100     MOVE GO-STATUS TO GOM-AUD-STATE.
050200     WRITE REPORT-LINE FROM GOM-AUDIT-LINE
050300         AFTER ADVANCING 1 LINE.
050400 5000-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*    5100-QUEUE-LETTER.  CUSTOMER LETTER FOR LETTRGEN.           *
050900******************************************************************
051000 5100-QUEUE-LETTER.
051100     MOVE SPACES TO LETTER-TRIGGER-RECORD.
051200     MOVE GOM-TEMPLATE TO TG-TEMPLATE-ID.
051300     MOVE GO-CUST-NUMBER TO TG-CUST-NUMBER.
051400     MOVE GOM-RUN-DATE TO TG-REQUEST-DATE.
051500     MOVE "GARNMNT " TO TG-SOURCE.
051600     WRITE LETTER-TRIGGER-RECORD.
051700 5100-EXIT.
051800     EXIT.
