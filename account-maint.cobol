000100******************************************************************
000200* PROGRAM NAME:   ACCTMNT                                        *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* ACCOUNT MAINTENANCE.  OPENS FURTHER ACCOUNTS FOR AN EXISTING   *
000600* CUSTOMER ON THE ACCOUNT MASTER, CHANGES AN ACCOUNT'S           *
000700* OVERDRAFT FACILITY, CLOSES AN ACCOUNT AND LISTS A CUSTOMER'S   *
000800* ACCOUNTS.  THE CUSTOMER MUST EXIST AND BE ACTIVE TO OPEN AN    *
000900* ACCOUNT; THE NEXT FREE SEQUENCE IS ASSIGNED.  AN ACCOUNT IS    *
001000* CLOSED ONLY AT A ZERO BALANCE, AND THE PRIMARY ACCOUNT 01      *
001100* STAYS OPEN FOR AS LONG AS THE CUSTOMER DOES.  A FACILITY       *
001200* CHANGE ON ACCOUNT 01 IS CARRIED TO THE CUSTOMER MASTER, WHOSE  *
001300* OVERDRAFT TERMS MIRROR IT, AND JOURNALED.  EVERY CHANGE IS     *
001400* LISTED ON THE AUDIT REPORT.  A NEW ACCOUNT IS OPENED UNDER A   *
001425* PRODUCT ON SALE ON PRODCAT (BLANK FOR BASIC CURRENT "BC"),     *
001450* WHICH GIVES ITS ACCOUNT TYPE AND, WHEN NO LIMIT IS KEYED, ITS  *
001475* OVERDRAFT LIMIT; A SAVINGS PRODUCT HAS NO FACILITY.            *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 15/10/26  HK            CREATED - ACCOUNT MAINTENANCE          *
001920* 15/10/26  HK            OPEN ASKS FOR THE PRODCAT PRODUCT      *
001940*                         (BLANK = BC), TAKING ITS TYPE AND      *
001960*                         DEFAULT LIMIT; LIST AND AUDIT SHOW     *
001980*                         THE PRODUCT AND ANY PENDING SWITCH     *
001986* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
001992*                         PRODUCT DATES HELD AS DISPLAY DATES    *
001994* 15/10/26  HK            CHARGE-OFF FIELDS ZEROED ON A NEW      *
001996*                         ACCOUNT                                *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  ACCTMNT.
002300 AUTHOR. H. KELLER.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 15/10/26.
002600 DATE-COMPILED. 15/10/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS AC-KEY
003600         FILE STATUS IS ACM-ACCT-STATUS.
003700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CUST-NUMBER
004100         FILE STATUS IS ACM-MAST-STATUS.
004200     SELECT AUDIT-REPORT ASSIGN TO ACCTMAUD
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS ACM-AUD-STATUS.
004416     SELECT PRODUCT-CATALOG ASSIGN TO PRODCAT
004432         ORGANIZATION IS INDEXED
004448         ACCESS MODE IS RANDOM
004464         RECORD KEY IS PD-PRODUCT-CODE
004480         FILE STATUS IS ACM-PROD-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCOUNT-MASTER
004900     RECORD CONTAINS 100 CHARACTERS.
005000 COPY ACCTMAST.
005100
005200 FD  CUSTOMER-MASTER
005300     RECORD CONTAINS 273 CHARACTERS.
005400 COPY CUSTMAST.
005500
005600 FD  AUDIT-REPORT
005700     RECORD CONTAINS 132 CHARACTERS.
005800 01  REPORT-LINE                 PIC X(132).
005820
005840 FD  PRODUCT-CATALOG
005860     RECORD CONTAINS 160 CHARACTERS.
005880 COPY PRODCAT.
005900
006000 WORKING-STORAGE SECTION.
006100 77  ACM-ACCT-STATUS             PIC X(02).
006200 77  ACM-MAST-STATUS             PIC X(02).
006300 77  ACM-AUD-STATUS              PIC X(02).
006314 77  ACM-PROD-STATUS             PIC X(02).
006328 77  ACM-PROD-OPEN-SW            PIC X(01) VALUE "N".
006342     88  ACM-PROD-OPEN           VALUE "Y".
006356 77  ACM-PROD-SW                 PIC X(01) VALUE "N".
006370     88  ACM-PRODUCT-FOUND       VALUE "Y".
006384 77  ACM-PRODUCT-IN              PIC X(02) VALUE SPACES.
006400
006500 77  ACM-DONE-SW                 PIC X(01) VALUE "N".
006600     88  ACM-DONE                VALUE "Y".
006700 77  ACM-EDIT-SW                 PIC X(01) VALUE "N".
006800     88  ACM-EDIT-FAILED         VALUE "Y".
006900 77  ACM-SCAN-DONE-SW            PIC X(01) VALUE "N".
007000     88  ACM-SCAN-DONE           VALUE "Y".
007100
007200 77  ACM-FUNCTION                PIC X(01) VALUE SPACE.
007300 77  ACM-CONFIRM                 PIC X(01) VALUE SPACE.
007400 77  ACM-CUST-IN                 PIC 9(06) VALUE ZERO.
007500 77  ACM-SEQ-IN                  PIC 9(02) VALUE ZERO.
007600 77  ACM-HIGH-SEQ                PIC 9(02) VALUE ZERO.
007700 77  ACM-LISTED                  PIC 9(03) COMP VALUE ZERO.
007800 77  ACM-RUN-DATE                PIC 9(08) VALUE ZERO.
007900
008000 01  ACM-ODLIMIT-IN              PIC X(07).
008100 01  ACM-ODLIMIT-IN-N REDEFINES ACM-ODLIMIT-IN
008200                                 PIC 9(05)V9(02).
008300
008400 COPY JRNLPARM.
008500
008600 01  ACM-HEADING-1.
008700     05  FILLER                  PIC X(09) VALUE "ACCTMNT  ".
008800     05  FILLER                  PIC X(35)
008900         VALUE "ACCOUNT MAINTENANCE AUDIT          ".
009000     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
009100     05  ACM-HDG-DATE            PIC 9(08).
009200     05  FILLER                  PIC X(70) VALUE SPACES.
009300
009400 01  ACM-AUDIT-LINE.
009500     05  ACM-AUD-CUST            PIC 9(06).
009600     05  FILLER                  PIC X(01) VALUE "/".
009700     05  ACM-AUD-SEQ             PIC 9(02).
009800     05  FILLER                  PIC X(03) VALUE SPACES.
009900     05  ACM-AUD-FUNC            PIC X(01).
010000     05  FILLER                  PIC X(03) VALUE SPACES.
010100     05  ACM-AUD-TYPE            PIC X(01).
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  ACM-AUD-CCY             PIC X(03).
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  ACM-AUD-BALANCE         PIC -(07)9.99.
010600     05  FILLER                  PIC X(01) VALUE SPACE.
010700     05  ACM-AUD-LIMIT           PIC Z(04)9.99.
010800     05  FILLER                  PIC X(01) VALUE SPACE.
010900     05  ACM-AUD-ACTION          PIC X(01).
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  ACM-AUD-ACST            PIC X(01).
011200     05  FILLER                  PIC X(03) VALUE SPACES.
011300     05  ACM-AUD-TEXT            PIC X(40).
011333     05  FILLER                  PIC X(01) VALUE SPACE.
011366     05  ACM-AUD-PRODUCT         PIC X(02).
011400     05  FILLER                  PIC X(40) VALUE SPACES.
011500
011600 PROCEDURE DIVISION.
011700******************************************************************
011800*    0000-MAINLINE.  MENU LOOP UNTIL THE CLERK SIGNS OFF.        *
011900******************************************************************
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
012300         UNTIL ACM-DONE.
012400     MOVE "X" TO JP-ACTION.
012500     CALL "JRNLWRT" USING JRNL-PARM.
012600     CLOSE ACCOUNT-MASTER
012700           CUSTOMER-MASTER
012800           AUDIT-REPORT.
012833     IF ACM-PROD-OPEN
012866         CLOSE PRODUCT-CATALOG.
012900     STOP RUN.
013000
013100******************************************************************
013200*    1000-INITIALIZE.  OPEN FILES AND HEAD THE AUDIT.            *
013300******************************************************************
013400 1000-INITIALIZE.
013500     OPEN I-O ACCOUNT-MASTER.
013600     IF ACM-ACCT-STATUS = "35"
013700         OPEN OUTPUT ACCOUNT-MASTER
013800         CLOSE ACCOUNT-MASTER
013900         OPEN I-O ACCOUNT-MASTER.
014000     IF ACM-ACCT-STATUS NOT = "00"
014100         DISPLAY "ACCTMNT: ACCOUNT MASTER OPEN FAILED "
014200             ACM-ACCT-STATUS
014300         MOVE 12 TO RETURN-CODE
014400         STOP RUN.
014500     OPEN I-O CUSTOMER-MASTER.
014600     IF ACM-MAST-STATUS NOT = "00"
014700         DISPLAY "ACCTMNT: MASTER OPEN FAILED "
014800             ACM-MAST-STATUS
014900         MOVE 12 TO RETURN-CODE
015000         STOP RUN.
015010     OPEN INPUT PRODUCT-CATALOG.
015020     IF ACM-PROD-STATUS = "00"
015030         MOVE "Y" TO ACM-PROD-OPEN-SW
015040     ELSE
015050         IF ACM-PROD-STATUS NOT = "35"
015060             DISPLAY "ACCTMNT: PRODUCT CATALOG OPEN FAILED "
015070                 ACM-PROD-STATUS
015080             MOVE 12 TO RETURN-CODE
015090             STOP RUN.
015100     OPEN OUTPUT AUDIT-REPORT.
015200     ACCEPT ACM-RUN-DATE FROM DATE YYYYMMDD.
015300     MOVE ACM-RUN-DATE TO ACM-HDG-DATE.
015400     WRITE REPORT-LINE FROM ACM-HEADING-1
015500         AFTER ADVANCING PAGE.
015600 1000-EXIT.
015700     EXIT.
015800
015900******************************************************************
016000*    2000-MENU-CYCLE.  ONE FUNCTION SELECTION AND DISPATCH.      *
016100******************************************************************
016200 2000-MENU-CYCLE.
016300     DISPLAY " ".
016400     DISPLAY "ACCOUNT MAINTENANCE".
016500     DISPLAY "O=OPEN F=FACILITY K=CLOSE L=LIST X=EXIT".
016600     DISPLAY "FUNCTION: ".
016700     ACCEPT ACM-FUNCTION.
016800     EVALUATE ACM-FUNCTION
016900         WHEN "O" PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
017000         WHEN "F" PERFORM 3500-CHANGE-FACILITY THRU 3500-EXIT
017100         WHEN "K" PERFORM 3700-CLOSE-ACCOUNT THRU 3700-EXIT
017200         WHEN "L" PERFORM 3800-LIST-ACCOUNTS THRU 3800-EXIT
017300         WHEN "X" MOVE "Y" TO ACM-DONE-SW
017400         WHEN OTHER
017500             DISPLAY "INVALID FUNCTION - ENTER O, F, K, L OR X"
017600     END-EVALUATE.
017700 2000-EXIT.
017800     EXIT.
017900
018000******************************************************************
018100*    3000-OPEN-ACCOUNT.  NEXT FREE SEQUENCE FOR AN ACTIVE        *
018200*    CUSTOMER, PRODUCT, CURRENCY AND FACILITY KEYED AND EDITED.  *
018250*    THE TYPE IS KEYED ONLY WHEN THERE IS NO PRODUCT.            *
018300******************************************************************
018400 3000-OPEN-ACCOUNT.
018500     DISPLAY "CUSTOMER NUMBER: ".
018600     ACCEPT ACM-CUST-IN.
018700     PERFORM 4500-CHECK-CUSTOMER THRU 4500-EXIT.
018800     IF ACM-EDIT-FAILED
018900         GO TO 3000-EXIT.
019000     PERFORM 4600-FIND-HIGH-SEQ THRU 4600-EXIT.
019100     IF ACM-HIGH-SEQ = 99
019200         DISPLAY "REJECT: CUSTOMER HAS NO FREE ACCOUNT SEQUENCE"
019300         GO TO 3000-EXIT.
019400     MOVE SPACES TO ACCOUNT-RECORD.
019500     MOVE ACM-CUST-IN TO AC-CUST-NUMBER.
019600     COMPUTE AC-ACCT-SEQ = ACM-HIGH-SEQ + 1.
019700     MOVE ZERO TO AC-SALDO.
019708     MOVE ZERO TO AC-PRODUCT-DATE
019716                  AC-PENDING-DATE.
019724     PERFORM 4200-ACCEPT-PRODUCT THRU 4200-EXIT.
019732     IF ACM-EDIT-FAILED
019740         DISPLAY "OPEN REJECTED - NOTHING WRITTEN"
019748         GO TO 3000-EXIT.
019756     IF ACM-PRODUCT-FOUND
019764         MOVE PD-ACCT-TYPE TO AC-ACCT-TYPE
019772         MOVE PD-PRODUCT-CODE TO AC-PRODUCT-CODE
019780         MOVE ACM-RUN-DATE TO AC-PRODUCT-DATE
019788         GO TO 3010-ACCEPT-CURRENCY.
019800     DISPLAY "TYPE (C=CURRENT S=SAVINGS): ".
019900     ACCEPT AC-ACCT-TYPE.
020000     IF NOT AC-CURRENT AND NOT AC-SAVINGS
020100         DISPLAY "REJECT: TYPE MUST BE C OR S"
020200         GO TO 3000-EXIT.
020300     IF AC-ACCT-TYPE = SPACE
020400         MOVE "C" TO AC-ACCT-TYPE.
020450 3010-ACCEPT-CURRENCY.
020500     DISPLAY "CURRENCY CODE (3 CHARS, BLANK=" CURRENCY-CODE "): ".
020600     ACCEPT AC-CURRENCY-CODE.
020700     IF AC-CURRENCY-CODE = SPACES
020800         MOVE CURRENCY-CODE TO AC-CURRENCY-CODE.
020833     IF ACM-PRODUCT-FOUND AND PD-SAVINGS
020866         MOVE ZERO TO AC-OVERDRAFT-LIMIT
020899         MOVE "R" TO AC-OVERDRAFT-ACTION
020932     ELSE
020965         PERFORM 4100-ACCEPT-FACILITY THRU 4100-EXIT.
021000     IF ACM-EDIT-FAILED
021100         DISPLAY "OPEN REJECTED - NOTHING WRITTEN"
021200         GO TO 3000-EXIT.
021300     MOVE "O" TO AC-STATUS.
021400     MOVE ACM-RUN-DATE TO AC-OPEN-DATE.
021500     MOVE ZERO TO AC-CLOSE-DATE.
021550     MOVE ZERO TO AC-CHGOFF-DATE AC-CHGOFF-AMOUNT.
021600     WRITE ACCOUNT-RECORD
021700         INVALID KEY
021800             DISPLAY "WRITE FAILED - STATUS " ACM-ACCT-STATUS
021900             GO TO 3000-EXIT
022000     END-WRITE.
022100     MOVE "ACCOUNT OPENED" TO ACM-AUD-TEXT.
022200     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
022300     DISPLAY "ACCOUNT " AC-CUST-NUMBER "/" AC-ACCT-SEQ " OPENED".
022400 3000-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800*    3500-CHANGE-FACILITY.  RE-KEY THE OVERDRAFT LIMIT AND       *
022900*    OVER-LIMIT ACTION.  ACCOUNT 01'S TERMS ARE MIRRORED ON      *
023000*    THE CUSTOMER MASTER, SO THAT RECORD IS REWRITTEN TOO.       *
023100******************************************************************
023200 3500-CHANGE-FACILITY.
023300     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
023400     IF ACM-EDIT-FAILED
023500         GO TO 3500-EXIT.
023600     IF NOT AC-OPEN
023700         DISPLAY "REJECT: ACCOUNT IS NOT OPEN"
023800         GO TO 3500-EXIT.
023900     PERFORM 4100-ACCEPT-FACILITY THRU 4100-EXIT.
024000     IF ACM-EDIT-FAILED
024100         DISPLAY "CHANGE REJECTED - RECORD NOT UPDATED"
024200         GO TO 3500-EXIT.
024300     REWRITE ACCOUNT-RECORD.
024400     IF ACM-ACCT-STATUS NOT = "00"
024500         DISPLAY "REWRITE FAILED - STATUS " ACM-ACCT-STATUS
024600         GO TO 3500-EXIT.
024700     IF AC-ACCT-SEQ = 1
024800         PERFORM 4700-MIRROR-PRIMARY THRU 4700-EXIT.
024900     MOVE "FACILITY CHANGED" TO ACM-AUD-TEXT.
025000     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
025100     DISPLAY "ACCOUNT " AC-CUST-NUMBER "/" AC-ACCT-SEQ
025200         " UPDATED".
025300 3500-EXIT.
025400     EXIT.
025500
025600******************************************************************
025700*    3700-CLOSE-ACCOUNT.  ZERO BALANCE ONLY, NEVER ACCOUNT 01,   *
025800*    CONFIRMED BEFORE IT IS APPLIED.  THE RECORD STAYS ON FILE   *
025900*    MARKED CLOSED SO ITS HISTORY STILL HAS AN ACCOUNT.          *
026000******************************************************************
026100 3700-CLOSE-ACCOUNT.
026200     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
026300     IF ACM-EDIT-FAILED
026400         GO TO 3700-EXIT.
026500     IF AC-CLOSED
026600         DISPLAY "REJECT: ACCOUNT IS ALREADY CLOSED"
026700         GO TO 3700-EXIT.
026800     IF AC-ACCT-SEQ = 1
026900         DISPLAY "REJECT: THE PRIMARY ACCOUNT 01 CANNOT BE CLOSED"
027000         GO TO 3700-EXIT.
027100     IF AC-SALDO NOT = ZERO
027200         DISPLAY "REJECT: BALANCE " AC-SALDO " MUST BE ZERO"
027300         GO TO 3700-EXIT.
027400     DISPLAY "CONFIRM CLOSE (Y/N): ".
027500     ACCEPT ACM-CONFIRM.
027600     IF ACM-CONFIRM NOT = "Y"
027700         DISPLAY "CLOSE NOT CONFIRMED - ACCOUNT KEPT OPEN"
027800         GO TO 3700-EXIT.
027900     MOVE "C" TO AC-STATUS.
028000     MOVE ACM-RUN-DATE TO AC-CLOSE-DATE.
028100     REWRITE ACCOUNT-RECORD.
028200     IF ACM-ACCT-STATUS NOT = "00"
028300         DISPLAY "REWRITE FAILED - STATUS " ACM-ACCT-STATUS
028400         GO TO 3700-EXIT.
028500     MOVE "ACCOUNT CLOSED" TO ACM-AUD-TEXT.
028600     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
028700     DISPLAY "ACCOUNT " AC-CUST-NUMBER "/" AC-ACCT-SEQ
028800         " CLOSED".
028900 3700-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*    3800-LIST-ACCOUNTS.  EVERY ACCOUNT OF ONE CUSTOMER.         *
029400******************************************************************
029500 3800-LIST-ACCOUNTS.
029600     DISPLAY "CUSTOMER NUMBER: ".
029700     ACCEPT ACM-CUST-IN.
029800     MOVE ZERO TO ACM-LISTED.
029900     MOVE "N" TO ACM-SCAN-DONE-SW.
030000     MOVE ACM-CUST-IN TO AC-CUST-NUMBER.
030100     MOVE ZERO TO AC-ACCT-SEQ.
030200     START ACCOUNT-MASTER
030300         KEY IS NOT LESS THAN AC-KEY
030400         INVALID KEY MOVE "Y" TO ACM-SCAN-DONE-SW
030500     END-START.
030600     PERFORM 3810-LIST-ONE THRU 3810-EXIT
030700         UNTIL ACM-SCAN-DONE.
030800     IF ACM-LISTED = ZERO
030900         DISPLAY "NO ACCOUNTS ON FILE FOR " ACM-CUST-IN.
031000 3800-EXIT.
031100     EXIT.
031200
031300 3810-LIST-ONE.
031400     READ ACCOUNT-MASTER NEXT RECORD
031500         AT END
031600             MOVE "Y" TO ACM-SCAN-DONE-SW
031700             GO TO 3810-EXIT
031800     END-READ.
031900     IF AC-CUST-NUMBER NOT = ACM-CUST-IN
032000         MOVE "Y" TO ACM-SCAN-DONE-SW
032100         GO TO 3810-EXIT.
032200     ADD 1 TO ACM-LISTED.
032300     DISPLAY AC-ACCT-SEQ " " AC-ACCT-TYPE " " AC-CURRENCY-CODE
032400         " " AC-SALDO " LIMIT " AC-OVERDRAFT-LIMIT
032500         " " AC-OVERDRAFT-ACTION " STATUS " AC-STATUS
032520         " PRODUCT " AC-PRODUCT-CODE.
032540     IF AC-PENDING-PRODUCT NOT = SPACES
032560         DISPLAY "   SWITCH TO " AC-PENDING-PRODUCT
032580             " PENDING FROM " AC-PENDING-DATE.
032600 3810-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000*    4000-ACCEPT-KEY.  CUSTOMER AND ACCOUNT SEQUENCE; THE        *
033100*    ACCOUNT MUST BE ON FILE.                                    *
033200******************************************************************
033300 4000-ACCEPT-KEY.
033400     MOVE "N" TO ACM-EDIT-SW.
033500     DISPLAY "CUSTOMER NUMBER: ".
033600     ACCEPT ACM-CUST-IN.
033700     DISPLAY "ACCOUNT SEQUENCE (2 DIGITS): ".
033800     ACCEPT ACM-SEQ-IN.
033900     MOVE ACM-CUST-IN TO AC-CUST-NUMBER.
034000     MOVE ACM-SEQ-IN TO AC-ACCT-SEQ.
034100     READ ACCOUNT-MASTER
034200         INVALID KEY
034300             DISPLAY "ACCOUNT NOT ON FILE"
034400             MOVE "Y" TO ACM-EDIT-SW
034500     END-READ.
034600 4000-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    4100-ACCEPT-FACILITY.  LIMIT AND OVER-LIMIT ACTION, WITH    *
035100*    THE SAME EDITS AND DEFAULTS AS CUSTOMER MAINTENANCE.        *
035200******************************************************************
035300 4100-ACCEPT-FACILITY.
035400     MOVE "N" TO ACM-EDIT-SW.
035425     IF ACM-FUNCTION = "O" AND ACM-PRODUCT-FOUND
035450         DISPLAY "PRODUCT DEFAULT LIMIT " PD-OD-LIMIT
035475             " APPLIES IF LEFT BLANK".
035500     DISPLAY "OVERDRAFT LIMIT (7 DIGITS 5V2, BLANK=NONE): ".
035600     MOVE SPACES TO ACM-ODLIMIT-IN.
035700     ACCEPT ACM-ODLIMIT-IN.
035800     IF ACM-ODLIMIT-IN = SPACES
035900         MOVE ZERO TO AC-OVERDRAFT-LIMIT
036000         MOVE "R" TO AC-OVERDRAFT-ACTION
036025         IF ACM-FUNCTION = "O" AND ACM-PRODUCT-FOUND
036050             MOVE PD-OD-LIMIT TO AC-OVERDRAFT-LIMIT
036075         END-IF
036100         GO TO 4100-EXIT.
036200     IF ACM-ODLIMIT-IN NOT NUMERIC
036300         DISPLAY "REJECT: OVERDRAFT LIMIT MUST BE NUMERIC"
036400         MOVE "Y" TO ACM-EDIT-SW
036500         GO TO 4100-EXIT.
036600     MOVE ACM-ODLIMIT-IN-N TO AC-OVERDRAFT-LIMIT.
036700     DISPLAY "OVER-LIMIT ACTION (R=REJECT P=POST+REFER): ".
036800     ACCEPT AC-OVERDRAFT-ACTION.
036900     IF AC-OVERDRAFT-ACTION = SPACE
037000         MOVE "R" TO AC-OVERDRAFT-ACTION.
037100     IF NOT AC-ODRAFT-REJECT AND NOT AC-ODRAFT-REFER
037200         DISPLAY "REJECT: ACTION MUST BE R OR P"
037300         MOVE "Y" TO ACM-EDIT-SW.
037400 4100-EXIT.
037500     EXIT.
037502
037504******************************************************************
037506*    4200-ACCEPT-PRODUCT.  THE PRODUCT THE NEW ACCOUNT IS SOLD   *
037508*    UNDER - ON THE CATALOG AND ON SALE.  BLANK TAKES BASIC      *
037510*    CURRENT "BC" WHEN THE CATALOG CARRIES IT; OTHERWISE, OR     *
037512*    WITHOUT A CATALOG, THE ACCOUNT HAS NO PRODUCT.              *
037514******************************************************************
037516 4200-ACCEPT-PRODUCT.
037518     MOVE "N" TO ACM-PROD-SW
037520                 ACM-EDIT-SW.
037522     IF NOT ACM-PROD-OPEN
037524         GO TO 4200-EXIT.
037526     DISPLAY "PRODUCT (2 CHARS, BLANK=BC): ".
037528     MOVE SPACES TO ACM-PRODUCT-IN.
037530     ACCEPT ACM-PRODUCT-IN.
037532     IF ACM-PRODUCT-IN = SPACES
037534         MOVE "BC" TO PD-PRODUCT-CODE
037536         READ PRODUCT-CATALOG
037538             INVALID KEY GO TO 4200-EXIT
037540         END-READ
037542         IF PD-ACTIVE
037544             MOVE "Y" TO ACM-PROD-SW
037546             DISPLAY "PRODUCT SET TO " PD-DESCRIPTION
037548         END-IF
037550         GO TO 4200-EXIT.
037552     MOVE ACM-PRODUCT-IN TO PD-PRODUCT-CODE.
037554     READ PRODUCT-CATALOG
037556         INVALID KEY
037558             DISPLAY "REJECT: PRODUCT NOT ON PRODUCT CATALOG"
037560             MOVE "Y" TO ACM-EDIT-SW
037562             GO TO 4200-EXIT
037564     END-READ.
037566     IF NOT PD-ACTIVE
037568         DISPLAY "REJECT: PRODUCT IS WITHDRAWN FROM SALE"
037570         MOVE "Y" TO ACM-EDIT-SW
037572         GO TO 4200-EXIT.
037574     MOVE "Y" TO ACM-PROD-SW.
037576     DISPLAY "PRODUCT SET TO " PD-DESCRIPTION.
037578 4200-EXIT.
037580     EXIT.
037600
037700******************************************************************
037800*    4500-CHECK-CUSTOMER.  MUST EXIST AND BE ACTIVE.             *
037900******************************************************************
038000 4500-CHECK-CUSTOMER.
038100     MOVE "N" TO ACM-EDIT-SW.
038200     MOVE ACM-CUST-IN TO CUST-NUMBER.
038300     READ CUSTOMER-MASTER
038400         INVALID KEY
038500             DISPLAY "REJECT: CUSTOMER NOT ON MASTER"
038600             MOVE "Y" TO ACM-EDIT-SW
038700             GO TO 4500-EXIT
038800     END-READ.
038900     IF NOT ACTIVE
039000         DISPLAY "REJECT: CUSTOMER IS NOT ACTIVE"
039100         MOVE "Y" TO ACM-EDIT-SW.
039200 4500-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    4600-FIND-HIGH-SEQ.  HIGHEST SEQUENCE THE CUSTOMER HOLDS,   *
039700*    OPEN OR CLOSED - A CLOSED SEQUENCE IS NEVER REUSED.         *
039800******************************************************************
039900 4600-FIND-HIGH-SEQ.
040000     MOVE ZERO TO ACM-HIGH-SEQ.
040100     MOVE "N" TO ACM-SCAN-DONE-SW.
040200     MOVE ACM-CUST-IN TO AC-CUST-NUMBER.
040300     MOVE ZERO TO AC-ACCT-SEQ.
040400     START ACCOUNT-MASTER
040500         KEY IS NOT LESS THAN AC-KEY
040600         INVALID KEY MOVE "Y" TO ACM-SCAN-DONE-SW
040700     END-START.
040800     PERFORM 4610-SCAN-SEQ THRU 4610-EXIT
040900         UNTIL ACM-SCAN-DONE.
041000 4600-EXIT.
041100     EXIT.
041200
041300 4610-SCAN-SEQ.
041400     READ ACCOUNT-MASTER NEXT RECORD
041500         AT END
041600             MOVE "Y" TO ACM-SCAN-DONE-SW
041700             GO TO 4610-EXIT
041800     END-READ.
041900     IF AC-CUST-NUMBER NOT = ACM-CUST-IN
042000         MOVE "Y" TO ACM-SCAN-DONE-SW
042100         GO TO 4610-EXIT.
042200     MOVE AC-ACCT-SEQ TO ACM-HIGH-SEQ.
042300 4610-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    4700-MIRROR-PRIMARY.  CARRY ACCOUNT 01'S FACILITY TO THE    *
042800*    CUSTOMER MASTER AND JOURNAL THE MASTER CHANGE.              *
042900******************************************************************
043000 4700-MIRROR-PRIMARY.
043100     MOVE AC-CUST-NUMBER TO CUST-NUMBER.
043200     READ CUSTOMER-MASTER
043300         INVALID KEY
043400             DISPLAY "CUSTOMER NOT ON MASTER - NOT MIRRORED"
043500             GO TO 4700-EXIT
043600     END-READ.
043700     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
043800     MOVE AC-OVERDRAFT-LIMIT TO OVERDRAFT-LIMIT.
043900     MOVE AC-OVERDRAFT-ACTION TO OVERDRAFT-ACTION.
044000     REWRITE CUSTOMER-RECORD.
044100     IF ACM-MAST-STATUS NOT = "00"
044200         DISPLAY "MASTER REWRITE FAILED - STATUS "
044300             ACM-MAST-STATUS
044400         GO TO 4700-EXIT.
044500     MOVE "C" TO JP-ACTION.
044600     MOVE "ACCTMNT " TO JP-PROGRAM.
044700     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
044800     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
044900     CALL "JRNLWRT" USING JRNL-PARM.
045000 4700-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*    5000-WRITE-AUDIT.  ONE AUDIT LINE PER APPLIED CHANGE.       *
045500******************************************************************
045600 5000-WRITE-AUDIT.
045700     MOVE AC-CUST-NUMBER TO ACM-AUD-CUST.
045800     MOVE AC-ACCT-SEQ TO ACM-AUD-SEQ.
045900     MOVE ACM-FUNCTION TO ACM-AUD-FUNC.
046000     MOVE AC-ACCT-TYPE TO ACM-AUD-TYPE.
046100     MOVE AC-CURRENCY-CODE TO ACM-AUD-CCY.
046200     MOVE AC-SALDO TO ACM-AUD-BALANCE.
046300     MOVE AC-OVERDRAFT-LIMIT TO ACM-AUD-LIMIT.
046400     MOVE AC-OVERDRAFT-ACTION TO ACM-AUD-ACTION.
046500     MOVE AC-STATUS TO ACM-AUD-ACST.
046550     MOVE AC-PRODUCT-CODE TO ACM-AUD-PRODUCT.
046600     WRITE REPORT-LINE FROM ACM-AUDIT-LINE
046700         AFTER ADVANCING 1 LINE.
046800 5000-EXIT.
046900     EXIT.
