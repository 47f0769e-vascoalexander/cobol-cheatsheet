000100******************************************************************
000200* PROGRAM NAME:   PRODSWT                                        *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* ACCOUNT PRODUCT SWITCH RUN.  DRIVEN BY THE SWITCH REQUEST FILE *
000600* (PRODSWRQ), WHICH MAY BE ABSENT OR EMPTY.  EACH REQUEST NAMES  *
000700* AN OPEN ACCOUNT, THE PRODCAT PRODUCT IT MOVES TO AND THE DATE  *
000800* THE SWITCH TAKES EFFECT.  A SWITCH DUE ON OR BEFORE THE RUN    *
000900* DATE IS APPLIED AT ONCE; ONE FOR A LATER DATE IS BOOKED ON THE *
001000* ACCOUNT AS ITS PENDING PRODUCT, REPLACING ANY SWITCH ALREADY   *
001100* PENDING, AND A REQUEST FOR THE PRODUCT THE ACCOUNT HOLDS       *
001200* CANCELS THE PENDING ONE.  THE RUN THEN PASSES THE WHOLE        *
001300* ACCOUNT MASTER AND APPLIES EVERY PENDING SWITCH NOW DUE.       *
001400* APPLYING A SWITCH SETS THE ACCOUNT TYPE FROM THE PRODUCT AND   *
001500* MOVES THE OVERDRAFT LIMIT TO THE NEW PRODUCT'S DEFAULT WHEN    *
001600* THE ACCOUNT STILL HAS THE OLD PRODUCT'S DEFAULT; A LIMIT       *
001700* AGREED SEPARATELY IS KEPT, EXCEPT THAT A SAVINGS PRODUCT       *
001800* CARRIES NO FACILITY.  THE PRIMARY ACCOUNT 01 LIMIT IS          *
001900* MIRRORED ON CUSTMAST, AND EVERY APPLIED SWITCH IS JOURNALLED   *
002000* THROUGH JRNLWRT AGAINST THE CUSTOMER.  INTACCR PRICES THE      *
002100* ACCOUNT ON ITS NEW PRODUCT FROM THE NEXT MONTH END.  A SWITCH  *
002200* TO A WITHDRAWN PRODUCT, OR TO SAVINGS WHILE THE ACCOUNT IS     *
002300* OVERDRAWN, IS REFUSED; A PENDING ONE SO CAUGHT ON ITS DUE      *
002400* DATE IS CANCELLED.  ANY REFUSAL ENDS THE STEP WITH RC=4.       *
002500*                                                                *
002600* MAINTENANCE LOG                                                *
002700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002800* --------- ------------  -------------------------------------- *
002900* 15/10/26  HK            CREATED - ACCOUNT PRODUCT SWITCH RUN   *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.  PRODSWT.
003300 AUTHOR. H. KELLER.
003400 INSTALLATION. COBOL DEVELOPMENT CENTER.
003500 DATE-WRITTEN. 15/10/26.
003600 DATE-COMPILED. 15/10/26.
003700 SECURITY. NON-CONFIDENTIAL.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SWITCH-REQUESTS ASSIGN TO PRODSWRQ
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS PSW-REQ-STATUS.
004500     SELECT PRODUCT-CATALOG ASSIGN TO PRODCAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS PD-PRODUCT-CODE
004900         FILE STATUS IS PSW-PROD-STATUS.
005000     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS AC-KEY
005400         FILE STATUS IS PSW-ACCT-STATUS.
005500     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CUST-NUMBER
005900         FILE STATUS IS PSW-MAST-STATUS.
006000     SELECT SWITCH-REGISTER ASSIGN TO PRODSWRP
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS PSW-RPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SWITCH-REQUESTS
006700     RECORD CONTAINS 80 CHARACTERS.
006800 COPY PRODSWRQ.
006900
007000 FD  PRODUCT-CATALOG
007100     RECORD CONTAINS 160 CHARACTERS.
007200 COPY PRODCAT.
007300
007400 FD  ACCOUNT-MASTER
007500     RECORD CONTAINS 100 CHARACTERS.
007600 COPY ACCTMAST.
007700
007800 FD  CUSTOMER-MASTER
007900     RECORD CONTAINS 273 CHARACTERS.
008000 COPY CUSTMAST.
008100
008200 FD  SWITCH-REGISTER
008300     RECORD CONTAINS 132 CHARACTERS.
008400 01  REGISTER-LINE               PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  PSW-REQ-STATUS              PIC X(02).
008800 77  PSW-PROD-STATUS             PIC X(02).
008900 77  PSW-ACCT-STATUS             PIC X(02).
009000 77  PSW-MAST-STATUS             PIC X(02).
009100 77  PSW-RPT-STATUS              PIC X(02).
009200
009300 77  PSW-REQ-OPEN-SW             PIC X(01) VALUE "N".
009400     88  PSW-REQ-OPEN            VALUE "Y".
009500 77  PSW-REQ-EOF-SW              PIC X(01) VALUE "N".
009600     88  PSW-REQ-EOF             VALUE "Y".
009700 77  PSW-ACCT-EOF-SW             PIC X(01) VALUE "N".
009800     88  PSW-ACCT-EOF            VALUE "Y".
009900 77  PSW-REFUSED-SW              PIC X(01) VALUE "N".
010000     88  PSW-REFUSED             VALUE "Y".
010100
010200 77  PSW-RUN-DATE                PIC 9(08) VALUE ZERO.
010300 77  PSW-NEW-PRODUCT             PIC X(02) VALUE SPACES.
010400 77  PSW-OLD-PRODUCT             PIC X(02) VALUE SPACES.
010500 77  PSW-OLD-DEFAULT             PIC 9(05)V9(02) VALUE ZERO.
010600 77  PSW-NEW-DEFAULT             PIC 9(05)V9(02) VALUE ZERO.
010700 77  PSW-NEW-TYPE                PIC X(01) VALUE SPACE.
010800 77  PSW-REASON                  PIC X(40) VALUE SPACES.
010900
011000 01  PSW-EFF-DATE                PIC 9(08) VALUE ZERO.
011100 01  PSW-EFF-DATE-X REDEFINES PSW-EFF-DATE.
011200     05  PSW-EFF-YYYY            PIC 9(04).
011300     05  PSW-EFF-MM              PIC 9(02).
011400     05  PSW-EFF-DD              PIC 9(02).
011500
011600 77  PSW-REQ-COUNT               PIC 9(07) COMP VALUE ZERO.
011700 77  PSW-NOW-COUNT               PIC 9(07) COMP VALUE ZERO.
011800 77  PSW-BOOKED-COUNT            PIC 9(07) COMP VALUE ZERO.
011900 77  PSW-CANCEL-COUNT            PIC 9(07) COMP VALUE ZERO.
012000 77  PSW-REFUSED-COUNT           PIC 9(07) COMP VALUE ZERO.
012100 77  PSW-ACCT-COUNT              PIC 9(07) COMP VALUE ZERO.
012200 77  PSW-DUE-COUNT               PIC 9(07) COMP VALUE ZERO.
012300 77  PSW-DROPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
012400 77  PSW-KEPT-COUNT              PIC 9(07) COMP VALUE ZERO.
012500
012600 COPY JRNLPARM.
012700
012800 01  PSW-HEADING-1.
012900     05  FILLER                  PIC X(09) VALUE "PRODSWT  ".
013000     05  FILLER                  PIC X(35)
013100         VALUE "ACCOUNT PRODUCT SWITCH REGISTER    ".
013200     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
013300     05  PSW-HDG-DATE            PIC 9(08).
013400     05  FILLER                  PIC X(70) VALUE SPACES.
013500
013600 01  PSW-HEADING-2.
013700     05  FILLER                  PIC X(24)
013800         VALUE "CUST   ACCT  FROM  TO   ".
013900     05  FILLER                  PIC X(24)
014000         VALUE "EFFECTIVE    O/D LIMIT  ".
014100     05  FILLER                  PIC X(40)
014200         VALUE "ACTION".
014300     05  FILLER                  PIC X(44) VALUE SPACES.
014400
014500 01  PSW-DETAIL-LINE.
014600     05  PSW-DTL-CUST            PIC 9(06).
014700     05  FILLER                  PIC X(01) VALUE SPACES.
014800     05  PSW-DTL-SEQ             PIC 9(02).
014900     05  FILLER                  PIC X(04) VALUE SPACES.
015000     05  PSW-DTL-OLD             PIC X(02).
015100     05  FILLER                  PIC X(04) VALUE SPACES.
015200     05  PSW-DTL-NEW             PIC X(02).
015300     05  FILLER                  PIC X(03) VALUE SPACES.
015400     05  PSW-DTL-DATE            PIC 9(08).
015500     05  FILLER                  PIC X(03) VALUE SPACES.
015600     05  PSW-DTL-LIMIT           PIC Z(04)9.99.
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  PSW-DTL-REASON          PIC X(40).
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  PSW-DTL-REQUESTER       PIC X(20).
016100     05  FILLER                  PIC X(25) VALUE SPACES.
016200
016300 01  PSW-COUNT-LINE.
016400     05  FILLER                  PIC X(05) VALUE SPACES.
016500     05  PSW-CNT-LABEL           PIC X(30).
016600     05  PSW-CNT-VALUE           PIC Z(06)9.
016700     05  FILLER                  PIC X(90) VALUE SPACES.
016800
016900 PROCEDURE DIVISION.
017000******************************************************************
017100*    0000-MAINLINE.  THE REQUESTS, THEN THE SWITCHES NOW DUE.    *
017200******************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
017600         UNTIL PSW-REQ-EOF.
017700     PERFORM 3000-START-SWEEP THRU 3000-EXIT.
017800     PERFORM 3100-SWEEP-ACCOUNT THRU 3100-EXIT
017900         UNTIL PSW-ACCT-EOF.
018000     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
018100     IF PSW-REFUSED-COUNT > ZERO
018200      OR PSW-DROPPED-COUNT > ZERO
018300         MOVE 4 TO RETURN-CODE.
018400     MOVE "X" TO JP-ACTION.
018500     CALL "JRNLWRT" USING JRNL-PARM.
018600     IF PSW-REQ-OPEN
018700         CLOSE SWITCH-REQUESTS.
018800     CLOSE PRODUCT-CATALOG
018900           ACCOUNT-MASTER
019000           CUSTOMER-MASTER
019100           SWITCH-REGISTER.
019200     STOP RUN.
019300
019400******************************************************************
019500*    1000-INITIALIZE.  FILES, HEADINGS, THE FIRST REQUEST.       *
019600******************************************************************
019700 1000-INITIALIZE.
019800     ACCEPT PSW-RUN-DATE FROM DATE YYYYMMDD.
019900     OPEN INPUT  PRODUCT-CATALOG
020000          I-O    ACCOUNT-MASTER
020100                 CUSTOMER-MASTER
020200          OUTPUT SWITCH-REGISTER.
020300     IF PSW-PROD-STATUS NOT = "00"
020400         DISPLAY "PRODSWT: PRODUCT CATALOG OPEN FAILED "
020500             PSW-PROD-STATUS
020600         MOVE 12 TO RETURN-CODE
020700         STOP RUN.
020800     IF PSW-ACCT-STATUS NOT = "00"
020900         DISPLAY "PRODSWT: ACCOUNT MASTER OPEN FAILED "
021000             PSW-ACCT-STATUS
021100         MOVE 12 TO RETURN-CODE
021200         STOP RUN.
021300     IF PSW-MAST-STATUS NOT = "00"
021400         DISPLAY "PRODSWT: MASTER OPEN FAILED " PSW-MAST-STATUS
021500         MOVE 12 TO RETURN-CODE
021600         STOP RUN.
021700     MOVE PSW-RUN-DATE TO PSW-HDG-DATE.
021800     WRITE REGISTER-LINE FROM PSW-HEADING-1
021900         AFTER ADVANCING PAGE.
022000     WRITE REGISTER-LINE FROM PSW-HEADING-2
022100         AFTER ADVANCING 2 LINES.
022200*    NO REQUEST FILE MEANS ONLY THE PENDING SWITCHES TONIGHT
022300     OPEN INPUT SWITCH-REQUESTS.
022400     IF PSW-REQ-STATUS = "00"
022500         MOVE "Y" TO PSW-REQ-OPEN-SW
022600         PERFORM 2900-READ-REQUEST THRU 2900-EXIT
022700     ELSE
022800         MOVE "Y" TO PSW-REQ-EOF-SW
022900     END-IF.
023000 1000-EXIT.
023100     EXIT.
023200
023300******************************************************************
023400*    2000-PROCESS-REQUEST.  EDIT ONE REQUEST AGAINST THE ACCOUNT *
023500*    AND THE CATALOG, THEN APPLY, BOOK OR CANCEL.                *
023600******************************************************************
023700 2000-PROCESS-REQUEST.
023800     ADD 1 TO PSW-REQ-COUNT.
023900     MOVE SPACES TO PSW-REASON.
024000     MOVE ZERO TO PSW-DTL-LIMIT.
024100     MOVE SR-CUST-NUMBER TO PSW-DTL-CUST.
024200     MOVE SR-ACCT-SEQ TO PSW-DTL-SEQ.
024300     MOVE SPACES TO PSW-DTL-OLD.
024400     MOVE SR-NEW-PRODUCT TO PSW-DTL-NEW.
024500     MOVE ZERO TO PSW-DTL-DATE.
024600     MOVE SR-REQUESTER TO PSW-DTL-REQUESTER.
024700     IF SR-CUST-NUMBER NOT NUMERIC
024800      OR SR-ACCT-SEQ NOT NUMERIC
024900         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO PSW-REASON
025000         GO TO 2000-REFUSE.
025100     IF SR-EFF-DATE NOT NUMERIC
025200         MOVE "EFFECTIVE DATE NOT NUMERIC" TO PSW-REASON
025300         GO TO 2000-REFUSE.
025400     IF SR-EFF-DATE = ZERO
025500         MOVE PSW-RUN-DATE TO PSW-EFF-DATE
025600     ELSE
025700         MOVE SR-EFF-DATE TO PSW-EFF-DATE
025800     END-IF.
025900     MOVE PSW-EFF-DATE TO PSW-DTL-DATE.
026000     IF PSW-EFF-MM < 1 OR PSW-EFF-MM > 12
026100      OR PSW-EFF-DD < 1 OR PSW-EFF-DD > 31
026200         MOVE "EFFECTIVE DATE INVALID" TO PSW-REASON
026300         GO TO 2000-REFUSE.
026400*    INTEREST AND CHARGES ALREADY TAKEN ARE NOT REWORKED, SO A
026500*    SWITCH CANNOT BE BACKDATED
026600     IF PSW-EFF-DATE < PSW-RUN-DATE
026700         MOVE "EFFECTIVE DATE IN THE PAST" TO PSW-REASON
026800         GO TO 2000-REFUSE.
026900     MOVE SR-CUST-NUMBER TO AC-CUST-NUMBER.
027000     MOVE SR-ACCT-SEQ TO AC-ACCT-SEQ.
027100     READ ACCOUNT-MASTER
027200         INVALID KEY
027300             MOVE "ACCOUNT NOT ON FILE" TO PSW-REASON
027400             GO TO 2000-REFUSE
027500     END-READ.
027600     MOVE AC-PRODUCT-CODE TO PSW-DTL-OLD.
027700     IF NOT AC-OPEN
027800         MOVE "ACCOUNT NOT OPEN" TO PSW-REASON
027900         GO TO 2000-REFUSE.
028000     IF SR-NEW-PRODUCT = AC-PRODUCT-CODE
028100         GO TO 2000-CANCEL.
028200     MOVE SR-NEW-PRODUCT TO PSW-NEW-PRODUCT.
028300     PERFORM 2100-CHECK-PRODUCT THRU 2100-EXIT.
028400     IF PSW-REFUSED
028500         GO TO 2000-REFUSE.
028600     IF PSW-EFF-DATE > PSW-RUN-DATE
028700         GO TO 2000-BOOK.
028800     ADD 1 TO PSW-NOW-COUNT.
028900     PERFORM 5000-APPLY-SWITCH THRU 5000-EXIT.
029000     GO TO 2000-READ-NEXT.
029100 2000-BOOK.
029200     IF AC-PENDING-PRODUCT = SPACES
029300         MOVE "SWITCH BOOKED FOR EFFECTIVE DATE" TO PSW-REASON
029400     ELSE
029500         MOVE "SWITCH BOOKED - EARLIER BOOKING REPLACED"
029600             TO PSW-REASON
029700     END-IF.
029800     MOVE SR-NEW-PRODUCT TO AC-PENDING-PRODUCT.
029900     MOVE PSW-EFF-DATE TO AC-PENDING-DATE.
030000     PERFORM 5900-REWRITE-ACCOUNT THRU 5900-EXIT.
030100     ADD 1 TO PSW-BOOKED-COUNT.
030200     MOVE AC-OVERDRAFT-LIMIT TO PSW-DTL-LIMIT.
030300     GO TO 2000-PRINT.
030400 2000-CANCEL.
030500     IF AC-PENDING-PRODUCT = SPACES
030600         MOVE "ACCOUNT ALREADY HOLDS THIS PRODUCT"
030700             TO PSW-REASON
030800         GO TO 2000-REFUSE.
030900     MOVE AC-PENDING-DATE TO PSW-DTL-DATE.
031000     MOVE AC-PENDING-PRODUCT TO PSW-DTL-NEW.
031100     MOVE "PENDING SWITCH CANCELLED" TO PSW-REASON.
031200     MOVE SPACES TO AC-PENDING-PRODUCT.
031300     MOVE ZERO TO AC-PENDING-DATE.
031400     PERFORM 5900-REWRITE-ACCOUNT THRU 5900-EXIT.
031500     ADD 1 TO PSW-CANCEL-COUNT.
031600     MOVE AC-OVERDRAFT-LIMIT TO PSW-DTL-LIMIT.
031700     GO TO 2000-PRINT.
031800 2000-REFUSE.
031900     ADD 1 TO PSW-REFUSED-COUNT.
032000 2000-PRINT.
032100     MOVE PSW-REASON TO PSW-DTL-REASON.
032200     WRITE REGISTER-LINE FROM PSW-DETAIL-LINE
032300         AFTER ADVANCING 1 LINE.
032400 2000-READ-NEXT.
032500     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
032600 2000-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000*    2100-CHECK-PRODUCT.  THE TARGET PRODUCT MUST BE ON THE      *
033100*    CATALOG AND ON SALE, AND AN OVERDRAWN ACCOUNT CANNOT GO TO  *
033200*    SAVINGS.  LEAVES THE PRODUCT RECORD IN THE AREA.            *
033300******************************************************************
033400 2100-CHECK-PRODUCT.
033500     MOVE "N" TO PSW-REFUSED-SW.
033600     MOVE PSW-NEW-PRODUCT TO PD-PRODUCT-CODE.
033700     READ PRODUCT-CATALOG
033800         INVALID KEY
033900             MOVE "PRODUCT NOT ON PRODUCT CATALOG" TO PSW-REASON
034000             MOVE "Y" TO PSW-REFUSED-SW
034100             GO TO 2100-EXIT
034200     END-READ.
034300     IF NOT PD-ACTIVE
034400         MOVE "PRODUCT IS WITHDRAWN FROM SALE" TO PSW-REASON
034500         MOVE "Y" TO PSW-REFUSED-SW
034600         GO TO 2100-EXIT.
034700     IF PD-SAVINGS
034800      AND AC-SALDO < ZERO
034900         MOVE "OVERDRAWN ACCOUNT CANNOT GO TO SAVINGS"
035000             TO PSW-REASON
035100         MOVE "Y" TO PSW-REFUSED-SW.
035200 2100-EXIT.
035300     EXIT.
035400
035500 2900-READ-REQUEST.
035600     READ SWITCH-REQUESTS
035700         AT END
035800             MOVE "Y" TO PSW-REQ-EOF-SW
035900     END-READ.
036000 2900-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*    3000-START-SWEEP.  POSITION AT THE FIRST ACCOUNT.           *
036500******************************************************************
036600 3000-START-SWEEP.
036700     MOVE ZERO TO AC-CUST-NUMBER
036800                  AC-ACCT-SEQ.
036900     START ACCOUNT-MASTER KEY IS NOT LESS THAN AC-KEY
037000         INVALID KEY
037100             MOVE "Y" TO PSW-ACCT-EOF-SW
037200             GO TO 3000-EXIT
037300     END-START.
037400     PERFORM 3900-READ-ACCOUNT THRU 3900-EXIT.
037500 3000-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    3100-SWEEP-ACCOUNT.  APPLY A PENDING SWITCH THAT IS DUE.    *
038000*    ONE WHOSE PRODUCT HAS SINCE BEEN WITHDRAWN, OR THAT WOULD   *
038100*    TAKE AN OVERDRAWN ACCOUNT TO SAVINGS, IS CANCELLED AND      *
038200*    LISTED.                                                     *
038300******************************************************************
038400 3100-SWEEP-ACCOUNT.
038500     ADD 1 TO PSW-ACCT-COUNT.
038600     IF AC-PENDING-PRODUCT = SPACES
038700      OR AC-PENDING-DATE > PSW-RUN-DATE
038800         GO TO 3100-READ-NEXT.
038900     MOVE AC-CUST-NUMBER TO PSW-DTL-CUST.
039000     MOVE AC-ACCT-SEQ TO PSW-DTL-SEQ.
039100     MOVE AC-PRODUCT-CODE TO PSW-DTL-OLD.
039200     MOVE AC-PENDING-PRODUCT TO PSW-DTL-NEW.
039300     MOVE AC-PENDING-DATE TO PSW-DTL-DATE.
039400     MOVE SPACES TO PSW-DTL-REQUESTER.
039500     MOVE AC-PENDING-PRODUCT TO PSW-NEW-PRODUCT.
039600     MOVE AC-PENDING-DATE TO PSW-EFF-DATE.
039700     IF NOT AC-OPEN
039800         MOVE "ACCOUNT NOT OPEN - PENDING SWITCH DROPPED"
039900             TO PSW-REASON
040000         GO TO 3100-DROP.
040100     PERFORM 2100-CHECK-PRODUCT THRU 2100-EXIT.
040200     IF PSW-REFUSED
040300         GO TO 3100-DROP.
040400     ADD 1 TO PSW-DUE-COUNT.
040500     PERFORM 5000-APPLY-SWITCH THRU 5000-EXIT.
040600     GO TO 3100-READ-NEXT.
040700 3100-DROP.
040800     ADD 1 TO PSW-DROPPED-COUNT.
040900     MOVE SPACES TO AC-PENDING-PRODUCT.
041000     MOVE ZERO TO AC-PENDING-DATE.
041100     PERFORM 5900-REWRITE-ACCOUNT THRU 5900-EXIT.
041200     MOVE AC-OVERDRAFT-LIMIT TO PSW-DTL-LIMIT.
041300     MOVE PSW-REASON TO PSW-DTL-REASON.
041400     WRITE REGISTER-LINE FROM PSW-DETAIL-LINE
041500         AFTER ADVANCING 1 LINE.
041600 3100-READ-NEXT.
041700     PERFORM 3900-READ-ACCOUNT THRU 3900-EXIT.
041800 3100-EXIT.
041900     EXIT.
042000
042100 3900-READ-ACCOUNT.
042200     READ ACCOUNT-MASTER NEXT RECORD
042300         AT END
042400             MOVE "Y" TO PSW-ACCT-EOF-SW
042500     END-READ.
042600 3900-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    4000-PRINT-TOTALS.  CONTROL TOTALS FOR THE RUN.             *
043100******************************************************************
043200 4000-PRINT-TOTALS.
043300     MOVE "REQUESTS READ" TO PSW-CNT-LABEL.
043400     MOVE PSW-REQ-COUNT TO PSW-CNT-VALUE.
043500     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
043600         AFTER ADVANCING 3 LINES.
043700     MOVE "SWITCHED ON REQUEST" TO PSW-CNT-LABEL.
043800     MOVE PSW-NOW-COUNT TO PSW-CNT-VALUE.
043900     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
044000         AFTER ADVANCING 1 LINE.
044100     MOVE "BOOKED FOR A LATER DATE" TO PSW-CNT-LABEL.
044200     MOVE PSW-BOOKED-COUNT TO PSW-CNT-VALUE.
044300     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
044400         AFTER ADVANCING 1 LINE.
044500     MOVE "PENDING SWITCHES CANCELLED" TO PSW-CNT-LABEL.
044600     MOVE PSW-CANCEL-COUNT TO PSW-CNT-VALUE.
044700     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
044800         AFTER ADVANCING 1 LINE.
044900     MOVE "REQUESTS REFUSED" TO PSW-CNT-LABEL.
045000     MOVE PSW-REFUSED-COUNT TO PSW-CNT-VALUE.
045100     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
045200         AFTER ADVANCING 1 LINE.
045300     MOVE "ACCOUNTS PASSED" TO PSW-CNT-LABEL.
045400     MOVE PSW-ACCT-COUNT TO PSW-CNT-VALUE.
045500     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
045600         AFTER ADVANCING 1 LINE.
045700     MOVE "PENDING SWITCHES APPLIED" TO PSW-CNT-LABEL.
045800     MOVE PSW-DUE-COUNT TO PSW-CNT-VALUE.
045900     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
046000         AFTER ADVANCING 1 LINE.
046100     MOVE "PENDING SWITCHES DROPPED" TO PSW-CNT-LABEL.
046200     MOVE PSW-DROPPED-COUNT TO PSW-CNT-VALUE.
046300     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
046400         AFTER ADVANCING 1 LINE.
046500     MOVE "AGREED LIMITS KEPT" TO PSW-CNT-LABEL.
046600     MOVE PSW-KEPT-COUNT TO PSW-CNT-VALUE.
046700     WRITE REGISTER-LINE FROM PSW-COUNT-LINE
046800         AFTER ADVANCING 1 LINE.
046900 4000-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*    5000-APPLY-SWITCH.  MOVE THE ACCOUNT IN THE RECORD AREA TO  *
047400*    THE PRODUCT IN THE CATALOG AREA FROM PSW-EFF-DATE.  THE     *
047500*    OVERDRAFT LIMIT FOLLOWS THE PRODUCT DEFAULT UNLESS IT WAS   *
047600*    AGREED APART FROM IT.                                       *
047700******************************************************************
047800 5000-APPLY-SWITCH.
047900     MOVE PD-OD-LIMIT TO PSW-NEW-DEFAULT.
048000     MOVE PD-ACCT-TYPE TO PSW-NEW-TYPE.
048100     IF PD-SAVINGS
048200         MOVE ZERO TO PSW-NEW-DEFAULT.
048300     MOVE AC-PRODUCT-CODE TO PSW-OLD-PRODUCT.
048400     MOVE ZERO TO PSW-OLD-DEFAULT.
048500     IF PSW-OLD-PRODUCT NOT = SPACES
048600         MOVE PSW-OLD-PRODUCT TO PD-PRODUCT-CODE
048700         READ PRODUCT-CATALOG
048800             INVALID KEY
048900                 MOVE ZERO TO PD-OD-LIMIT
049000         END-READ
049100         MOVE PD-OD-LIMIT TO PSW-OLD-DEFAULT
049200     END-IF.
049300     IF AC-OVERDRAFT-LIMIT = PSW-OLD-DEFAULT
049400      OR PSW-NEW-TYPE = "S"
049500         MOVE PSW-NEW-DEFAULT TO AC-OVERDRAFT-LIMIT
049600         MOVE "SWITCHED" TO PSW-REASON
049700     ELSE
049800         ADD 1 TO PSW-KEPT-COUNT
049900         MOVE "SWITCHED - AGREED LIMIT KEPT" TO PSW-REASON
050000     END-IF.
050100     MOVE PSW-NEW-TYPE TO AC-ACCT-TYPE.
050200     MOVE PSW-NEW-PRODUCT TO AC-PRODUCT-CODE.
050300     MOVE PSW-EFF-DATE TO AC-PRODUCT-DATE.
050400     MOVE SPACES TO AC-PENDING-PRODUCT.
050500     MOVE ZERO TO AC-PENDING-DATE.
050600     PERFORM 5900-REWRITE-ACCOUNT THRU 5900-EXIT.
050700     PERFORM 5100-JOURNAL-SWITCH THRU 5100-EXIT.
050800     MOVE AC-OVERDRAFT-LIMIT TO PSW-DTL-LIMIT.
050900     MOVE PSW-REASON TO PSW-DTL-REASON.
051000     WRITE REGISTER-LINE FROM PSW-DETAIL-LINE
051100         AFTER ADVANCING 1 LINE.
051200 5000-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    5100-JOURNAL-SWITCH.  MIRROR THE PRIMARY ACCOUNT'S LIMIT ON *
051700*    THE CUSTOMER AND JOURNAL THE SWITCH AGAINST THE CUSTOMER.   *
051800******************************************************************
051900 5100-JOURNAL-SWITCH.
052000     MOVE AC-CUST-NUMBER TO CUST-NUMBER.
052100     READ CUSTOMER-MASTER
052200         INVALID KEY
052300             DISPLAY "PRODSWT: NO MASTER FOR ACCOUNT "
052400                 AC-CUST-NUMBER "/" AC-ACCT-SEQ
052500             MOVE 12 TO RETURN-CODE
052600             STOP RUN
052700     END-READ.
052800     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
052900     IF AC-ACCT-SEQ = 1
053000         MOVE AC-OVERDRAFT-LIMIT TO OVERDRAFT-LIMIT
053100         REWRITE CUSTOMER-RECORD
053200         IF PSW-MAST-STATUS NOT = "00"
053300             DISPLAY "PRODSWT: MASTER REWRITE FAILED "
053400                 PSW-MAST-STATUS
053500             MOVE 12 TO RETURN-CODE
053600             STOP RUN
053700         END-IF
053800     END-IF.
053900     MOVE "C" TO JP-ACTION.
054000     MOVE "PRODSWT " TO JP-PROGRAM.
054100     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
054200     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
054300     CALL "JRNLWRT" USING JRNL-PARM.
054400 5100-EXIT.
054500     EXIT.
054600
054700 5900-REWRITE-ACCOUNT.
054800     REWRITE ACCOUNT-RECORD.
054900     IF PSW-ACCT-STATUS NOT = "00"
055000         DISPLAY "PRODSWT: ACCOUNT REWRITE FAILED "
055100             PSW-ACCT-STATUS
055200         MOVE 12 TO RETURN-CODE
055300         STOP RUN.
055400 5900-EXIT.
055500     EXIT.
