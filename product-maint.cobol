000100******************************************************************
000200* PROGRAM NAME:   PRODMNT                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* PRODUCT CATALOG MAINTENANCE.  ADDS AND CHANGES THE PRODUCTS ON *
000600* PRODCAT AND LISTS THE CATALOG.  EACH PRODUCT CARRIES ITS       *
000700* ACCOUNT TYPE, MONTHLY FEE, DEFAULT OVERDRAFT LIMIT, PAPER-     *
000800* STATEMENT CHARGE AND UP TO FOUR CREDIT/DEBIT RATE BANDS BY     *
000900* BALANCE.  BAND 1 ALWAYS STARTS AT ZERO; A HIGHER BAND MUST     *
001000* START ABOVE THE ONE BEFORE IT, AND A BAND LEFT AT A ZERO FLOOR *
001100* IS UNUSED, AS ARE ALL BANDS AFTER IT.  A SAVINGS PRODUCT HAS   *
001200* NO OVERDRAFT.  ON A CHANGE A FIELD LEFT BLANK KEEPS ITS        *
001300* CURRENT VALUE.  A PRODUCT IS NEVER DELETED - ACCOUNTS MAY      *
001400* STILL HOLD IT - BUT IS WITHDRAWN (STATUS W) FROM SALE.  THE    *
001500* CLERK SIGNS ON WITH AN OPERATOR ID THAT MUST BE ON OPERAUTH    *
001600* WITH APPROVAL AUTHORITY, RECORDED ON THE PRODUCT AS ITS LAST   *
001700* UPDATER.  EVERY ADD AND CHANGE IS LISTED ON THE AUDIT REPORT,  *
001800* A CHANGE WITH ITS BEFORE IMAGE.                                *
001900*                                                                *
002000* MAINTENANCE LOG                                                *
002100* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002200* --------- ------------  -------------------------------------- *
002300* 15/10/26  MS            CREATED - PRODUCT CATALOG MAINTENANCE  *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  PRODMNT.
002700 AUTHOR. M. SCHREIBER.
002800 INSTALLATION. COBOL DEVELOPMENT CENTER.
002900 DATE-WRITTEN. 15/10/26.
003000 DATE-COMPILED. 15/10/26.
003100 SECURITY. NON-CONFIDENTIAL.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PRODUCT-CATALOG ASSIGN TO PRODCAT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PD-PRODUCT-CODE
004000         FILE STATUS IS PDM-PROD-STATUS.
004100     SELECT OPERATOR-AUTHORITY ASSIGN TO OPERAUTH
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS PDM-OA-STATUS.
004400     SELECT AUDIT-REPORT ASSIGN TO PRODMAUD
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS PDM-RPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PRODUCT-CATALOG
005100     RECORD CONTAINS 160 CHARACTERS.
005200 COPY PRODCAT.
005300
005400 FD  OPERATOR-AUTHORITY
005500     RECORD CONTAINS 40 CHARACTERS.
005600 COPY OPERAUTH.
005700
005800 FD  AUDIT-REPORT
005900     RECORD CONTAINS 132 CHARACTERS.
006000 01  REPORT-LINE                 PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300 77  PDM-PROD-STATUS             PIC X(02).
006400 77  PDM-OA-STATUS               PIC X(02).
006500 77  PDM-RPT-STATUS              PIC X(02).
006600
006700 77  PDM-DONE-SW                 PIC X(01) VALUE "N".
006800     88  PDM-DONE                VALUE "Y".
006900 77  PDM-EDIT-SW                 PIC X(01) VALUE "N".
007000     88  PDM-EDIT-FAILED         VALUE "Y".
007100 77  PDM-SCAN-DONE-SW            PIC X(01) VALUE "N".
007200     88  PDM-SCAN-DONE           VALUE "Y".
007300 77  PDM-OA-EOF-SW               PIC X(01) VALUE "N".
007400     88  PDM-OA-EOF              VALUE "Y".
007500 77  PDM-SIGNON-SW               PIC X(01) VALUE "N".
007600     88  PDM-SIGNED-ON           VALUE "Y".
007700 77  PDM-UNUSED-SW               PIC X(01) VALUE "N".
007800     88  PDM-BAND-UNUSED         VALUE "Y".
007900
008000 77  PDM-FUNCTION                PIC X(01) VALUE SPACE.
008100 77  PDM-OPERATOR                PIC X(08) VALUE SPACES.
008200 77  PDM-CODE-IN                 PIC X(02) VALUE SPACES.
008300 77  PDM-TEXT-IN                 PIC X(20) VALUE SPACES.
008400 77  PDM-FLAG-IN                 PIC X(01) VALUE SPACE.
008500 77  PDM-BAND-SUB                PIC 9(01) COMP VALUE ZERO.
008600 77  PDM-PRIOR-SUB               PIC 9(01) COMP VALUE ZERO.
008700 77  PDM-LISTED                  PIC 9(03) COMP VALUE ZERO.
008800 77  PDM-RUN-DATE                PIC 9(08) VALUE ZERO.
008900
009000 01  PDM-FEE-IN                  PIC X(05).
009100 01  PDM-FEE-IN-N REDEFINES PDM-FEE-IN
009200                                 PIC 9(03)V9(02).
009300 01  PDM-ODLIMIT-IN              PIC X(07).
009400 01  PDM-ODLIMIT-IN-N REDEFINES PDM-ODLIMIT-IN
009500                                 PIC 9(05)V9(02).
009600 01  PDM-FLOOR-IN                PIC X(09).
009700 01  PDM-FLOOR-IN-N REDEFINES PDM-FLOOR-IN
009800                                 PIC 9(07)V9(02).
009900 01  PDM-RATE-IN                 PIC X(06).
010000 01  PDM-RATE-IN-N REDEFINES PDM-RATE-IN
010100                                 PIC 9(02)V9(04).
010200
010300 01  PDM-SAVE-RECORD             PIC X(160).
010400 01  PDM-AFTER-RECORD            PIC X(160).
010500
010600 01  PDM-HEADING-1.
010700     05  FILLER                  PIC X(09) VALUE "PRODMNT  ".
010800     05  FILLER                  PIC X(35)
010900         VALUE "PRODUCT CATALOG MAINTENANCE AUDIT  ".
011000     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
011100     05  PDM-HDG-DATE            PIC 9(08).
011200     05  FILLER                  PIC X(12) VALUE "  OPERATOR: ".
011300     05  PDM-HDG-OPERATOR        PIC X(08).
011400     05  FILLER                  PIC X(50) VALUE SPACES.
011500
011600 01  PDM-AUDIT-LINE.
011700     05  PDM-AUD-CODE            PIC X(02).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  PDM-AUD-FUNC            PIC X(01).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  PDM-AUD-DESC            PIC X(20).
012200     05  FILLER                  PIC X(01) VALUE SPACE.
012300     05  PDM-AUD-STATE           PIC X(01).
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  PDM-AUD-TYPE            PIC X(01).
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  PDM-AUD-FEE             PIC Z(02)9.99.
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  PDM-AUD-LIMIT           PIC Z(04)9.99.
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  PDM-AUD-PAPER           PIC Z(02)9.99.
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  PDM-AUD-OPERATOR        PIC X(08).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  PDM-AUD-TEXT            PIC X(40).
013600     05  FILLER                  PIC X(26) VALUE SPACES.
013700
013800 01  PDM-BAND-LINE.
013900     05  PDM-BND-LABEL           PIC X(07).
014000     05  PDM-BND-ENTRY OCCURS 4 TIMES.
014100         10  FILLER              PIC X(02).
014200         10  PDM-BND-FLOOR       PIC Z(06)9.99.
014300         10  FILLER              PIC X(01).
014400         10  PDM-BND-CREDIT      PIC Z9.9(04).
014500         10  PDM-BND-SLASH       PIC X(01).
014600         10  PDM-BND-DEBIT       PIC Z9.9(04).
014700     05  FILLER                  PIC X(13).
014800
014900 PROCEDURE DIVISION.
015000******************************************************************
015100*    0000-MAINLINE.  MENU LOOP UNTIL THE CLERK SIGNS OFF.        *
015200******************************************************************
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
015600         UNTIL PDM-DONE.
015700     CLOSE PRODUCT-CATALOG
015800           AUDIT-REPORT.
015900     STOP RUN.
016000
016100******************************************************************
016200*    1000-INITIALIZE.  SIGN ON, OPEN FILES AND HEAD THE AUDIT.   *
016300******************************************************************
016400 1000-INITIALIZE.
016500     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
016600     OPEN I-O PRODUCT-CATALOG.
016700     IF PDM-PROD-STATUS = "35"
016800         OPEN OUTPUT PRODUCT-CATALOG
016900         CLOSE PRODUCT-CATALOG
017000         OPEN I-O PRODUCT-CATALOG.
017100     IF PDM-PROD-STATUS NOT = "00"
017200         DISPLAY "PRODMNT: PRODUCT CATALOG OPEN FAILED "
017300             PDM-PROD-STATUS
017400         MOVE 12 TO RETURN-CODE
017500         STOP RUN.
017600     OPEN OUTPUT AUDIT-REPORT.
017700     MOVE PDM-RUN-DATE TO PDM-HDG-DATE.
017800     MOVE PDM-OPERATOR TO PDM-HDG-OPERATOR.
017900     WRITE REPORT-LINE FROM PDM-HEADING-1
018000         AFTER ADVANCING PAGE.
018100 1000-EXIT.
018200     EXIT.
018300
018400******************************************************************
018500*    1300-SIGN-ON.  THE OPERATOR MUST BE ON OPERAUTH WITH        *
018600*    APPROVAL AUTHORITY - PRODUCT TERMS REPRICE EVERY ACCOUNT    *
018700*    HOLDING THE PRODUCT.                                        *
018800******************************************************************
018900 1300-SIGN-ON.
019000     ACCEPT PDM-RUN-DATE FROM DATE YYYYMMDD.
019100     DISPLAY "OPERATOR ID: ".
019200     ACCEPT PDM-OPERATOR.
019300     IF PDM-OPERATOR = SPACES
019400         DISPLAY "PRODMNT: NO OPERATOR ID - SIGN-ON REFUSED"
019500         MOVE 12 TO RETURN-CODE
019600         STOP RUN.
019700     OPEN INPUT OPERATOR-AUTHORITY.
019800     IF PDM-OA-STATUS NOT = "00"
019900         DISPLAY "PRODMNT: OPERATOR AUTHORITY OPEN FAILED "
020000             PDM-OA-STATUS
020100         MOVE 12 TO RETURN-CODE
020200         STOP RUN.
020300     PERFORM 1310-SCAN-OPERATORS THRU 1310-EXIT
020400         UNTIL PDM-OA-EOF OR PDM-SIGNED-ON.
020500     CLOSE OPERATOR-AUTHORITY.
020600     IF NOT PDM-SIGNED-ON
020700         DISPLAY "PRODMNT: OPERATOR " PDM-OPERATOR
020800             " HAS NO APPROVAL AUTHORITY - SIGN-ON REFUSED"
020900         MOVE 12 TO RETURN-CODE
021000         STOP RUN.
021100 1300-EXIT.
021200     EXIT.
021300
021400 1310-SCAN-OPERATORS.
021500     READ OPERATOR-AUTHORITY
021600         AT END
021700             MOVE "Y" TO PDM-OA-EOF-SW
021800             GO TO 1310-EXIT
021900     END-READ.
022000     IF OA-OPERATOR = PDM-OPERATOR
022100      AND OA-CAN-APPROVE
022200         MOVE "Y" TO PDM-SIGNON-SW.
022300 1310-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700*    2000-MENU-CYCLE.  ONE FUNCTION SELECTION AND DISPATCH.      *
022800******************************************************************
022900 2000-MENU-CYCLE.
023000     DISPLAY " ".
023100     DISPLAY "PRODUCT CATALOG MAINTENANCE".
023200     DISPLAY "A=ADD C=CHANGE L=LIST X=EXIT".
023300     DISPLAY "FUNCTION: ".
023400     ACCEPT PDM-FUNCTION.
023500     EVALUATE PDM-FUNCTION
023600         WHEN "A" PERFORM 3000-ADD-PRODUCT THRU 3000-EXIT
023700         WHEN "C" PERFORM 3500-CHANGE-PRODUCT THRU 3500-EXIT
023800         WHEN "L" PERFORM 3800-LIST-PRODUCTS THRU 3800-EXIT
023900         WHEN "X" MOVE "Y" TO PDM-DONE-SW
024000         WHEN OTHER
024100             DISPLAY "INVALID FUNCTION - ENTER A, C, L OR X"
024200     END-EVALUATE.
024300 2000-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    3000-ADD-PRODUCT.  NEW CODE, EVERY FIELD KEYED AND EDITED.  *
024800******************************************************************
024900 3000-ADD-PRODUCT.
025000     PERFORM 4000-ACCEPT-CODE THRU 4000-EXIT.
025100     IF PDM-EDIT-FAILED
025200         GO TO 3000-EXIT.
025300     MOVE PDM-CODE-IN TO PD-PRODUCT-CODE.
025400     READ PRODUCT-CATALOG
025500         INVALID KEY CONTINUE
025600         NOT INVALID KEY
025700             DISPLAY "PRODUCT ALREADY ON FILE - USE CHANGE"
025800             GO TO 3000-EXIT
025900     END-READ.
026000     MOVE SPACES TO PRODUCT-RECORD.
026100     MOVE PDM-CODE-IN TO PD-PRODUCT-CODE.
026200     MOVE "A" TO PD-STATUS.
026300     MOVE "C" TO PD-ACCT-TYPE.
026400     MOVE ZERO TO PD-MONTHLY-FEE
026500                  PD-OD-LIMIT
026600                  PD-PAPER-CHARGE.
026700     PERFORM 3010-CLEAR-BAND THRU 3010-EXIT
026800         VARYING PDM-BAND-SUB FROM 1 BY 1
026900         UNTIL PDM-BAND-SUB > 4.
027000     PERFORM 4100-ACCEPT-FIELDS THRU 4100-EXIT.
027100     IF PDM-EDIT-FAILED
027200         DISPLAY "ADD REJECTED - NOTHING WRITTEN"
027300         GO TO 3000-EXIT.
027400     MOVE PDM-RUN-DATE TO PD-UPDATED-DATE.
027500     MOVE PDM-OPERATOR TO PD-UPDATED-BY.
027600     WRITE PRODUCT-RECORD
027700         INVALID KEY
027800             DISPLAY "WRITE FAILED - STATUS " PDM-PROD-STATUS
027900             GO TO 3000-EXIT
028000     END-WRITE.
028100     MOVE "PRODUCT ADDED" TO PDM-AUD-TEXT.
028200     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
028300     DISPLAY "PRODUCT " PD-PRODUCT-CODE " ADDED".
028400 3000-EXIT.
028500     EXIT.
028600
028700 3010-CLEAR-BAND.
028800     MOVE ZERO TO PD-BAND-FLOOR (PDM-BAND-SUB)
028900                  PD-BAND-CREDIT-PCT (PDM-BAND-SUB)
029000                  PD-BAND-DEBIT-PCT (PDM-BAND-SUB).
029100 3010-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    3500-CHANGE-PRODUCT.  RE-KEY THE FIELDS OVER THE RECORD ON  *
029600*    FILE - BLANK KEEPS A VALUE - AND REWRITE.  THE NEW TERMS    *
029700*    APPLY FROM THE NEXT ACCRUAL; A CHANGED DEFAULT LIMIT        *
029800*    AFFECTS ONLY ACCOUNTS OPENED OR SWITCHED FROM NOW ON.       *
029900******************************************************************
030000 3500-CHANGE-PRODUCT.
030100     PERFORM 4000-ACCEPT-CODE THRU 4000-EXIT.
030200     IF PDM-EDIT-FAILED
030300         GO TO 3500-EXIT.
030400     MOVE PDM-CODE-IN TO PD-PRODUCT-CODE.
030500     READ PRODUCT-CATALOG
030600         INVALID KEY
030700             DISPLAY "PRODUCT NOT ON FILE"
030800             GO TO 3500-EXIT
030900     END-READ.
031000     PERFORM 3810-SHOW-PRODUCT THRU 3810-EXIT.
031100     MOVE PRODUCT-RECORD TO PDM-SAVE-RECORD.
031200     PERFORM 4100-ACCEPT-FIELDS THRU 4100-EXIT.
031300     IF PDM-EDIT-FAILED
031400         DISPLAY "CHANGE REJECTED - RECORD NOT UPDATED"
031500         GO TO 3500-EXIT.
031600     MOVE PDM-RUN-DATE TO PD-UPDATED-DATE.
031700     MOVE PDM-OPERATOR TO PD-UPDATED-BY.
031800     REWRITE PRODUCT-RECORD.
031900     IF PDM-PROD-STATUS NOT = "00"
032000         DISPLAY "REWRITE FAILED - STATUS " PDM-PROD-STATUS
032100         GO TO 3500-EXIT.
032200     PERFORM 5100-WRITE-BEFORE THRU 5100-EXIT.
032300     MOVE "PRODUCT CHANGED" TO PDM-AUD-TEXT.
032400     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
032500     DISPLAY "PRODUCT " PD-PRODUCT-CODE " UPDATED".
032600 3500-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000*    3800-LIST-PRODUCTS.  THE WHOLE CATALOG IN CODE ORDER.       *
033100******************************************************************
033200 3800-LIST-PRODUCTS.
033300     MOVE ZERO TO PDM-LISTED.
033400     MOVE "N" TO PDM-SCAN-DONE-SW.
033500     MOVE LOW-VALUES TO PD-PRODUCT-CODE.
033600     START PRODUCT-CATALOG
033700         KEY IS NOT LESS THAN PD-PRODUCT-CODE
033800         INVALID KEY MOVE "Y" TO PDM-SCAN-DONE-SW
033900     END-START.
034000     PERFORM 3805-LIST-ONE THRU 3805-EXIT
034100         UNTIL PDM-SCAN-DONE.
034200     IF PDM-LISTED = ZERO
034300         DISPLAY "NO PRODUCTS ON FILE".
034400 3800-EXIT.
034500     EXIT.
034600
034700 3805-LIST-ONE.
034800     READ PRODUCT-CATALOG NEXT RECORD
034900         AT END
035000             MOVE "Y" TO PDM-SCAN-DONE-SW
035100             GO TO 3805-EXIT
035200     END-READ.
035300     ADD 1 TO PDM-LISTED.
035400     PERFORM 3810-SHOW-PRODUCT THRU 3810-EXIT.
035500 3805-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    3810-SHOW-PRODUCT.  THE PRODUCT AND ITS BANDS ON SCREEN.    *
036000******************************************************************
036100 3810-SHOW-PRODUCT.
036200     DISPLAY PD-PRODUCT-CODE " " PD-DESCRIPTION " STATUS "
036300         PD-STATUS " TYPE " PD-ACCT-TYPE.
036400     DISPLAY "   FEE " PD-MONTHLY-FEE " OD LIMIT " PD-OD-LIMIT
036500         " PAPER " PD-PAPER-CHARGE.
036600     PERFORM 3815-SHOW-BAND THRU 3815-EXIT
036700         VARYING PDM-BAND-SUB FROM 1 BY 1
036800         UNTIL PDM-BAND-SUB > 4.
036900 3810-EXIT.
037000     EXIT.
037100
037200 3815-SHOW-BAND.
037300     IF PDM-BAND-SUB > 1
037400      AND PD-BAND-FLOOR (PDM-BAND-SUB) = ZERO
037500         GO TO 3815-EXIT.
037600     DISPLAY "   BAND " PDM-BAND-SUB " FROM "
037700         PD-BAND-FLOOR (PDM-BAND-SUB)
037800         " CREDIT " PD-BAND-CREDIT-PCT (PDM-BAND-SUB)
037900         " DEBIT " PD-BAND-DEBIT-PCT (PDM-BAND-SUB).
038000 3815-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    4000-ACCEPT-CODE.  TWO-CHARACTER PRODUCT CODE, NO BLANKS.   *
038500******************************************************************
038600 4000-ACCEPT-CODE.
038700     MOVE "N" TO PDM-EDIT-SW.
038800     DISPLAY "PRODUCT CODE (2 CHARS): ".
038900     MOVE SPACES TO PDM-CODE-IN.
039000     ACCEPT PDM-CODE-IN.
039100     IF PDM-CODE-IN (1:1) = SPACE
039200      OR PDM-CODE-IN (2:1) = SPACE
039300         DISPLAY "REJECT: PRODUCT CODE MUST BE TWO CHARACTERS"
039400         MOVE "Y" TO PDM-EDIT-SW.
039500 4000-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900*    4100-ACCEPT-FIELDS.  FIELD ENTRY WITH EDITS OVER THE        *
040000*    CURRENT RECORD; A BLANK ENTRY KEEPS THE FIELD AS IT IS.     *
040100******************************************************************
040200 4100-ACCEPT-FIELDS.
040300     MOVE "N" TO PDM-EDIT-SW.
040400     DISPLAY "DESCRIPTION (BLANK=" PD-DESCRIPTION "): ".
040500     MOVE SPACES TO PDM-TEXT-IN.
040600     ACCEPT PDM-TEXT-IN.
040700     IF PDM-TEXT-IN NOT = SPACES
040800         MOVE PDM-TEXT-IN TO PD-DESCRIPTION.
040900     IF PD-DESCRIPTION = SPACES
041000         DISPLAY "REJECT: DESCRIPTION MUST NOT BE SPACES"
041100         MOVE "Y" TO PDM-EDIT-SW
041200         GO TO 4100-EXIT.
041300     DISPLAY "STATUS (A=ACTIVE W=WITHDRAWN, BLANK=" PD-STATUS
041400         "): ".
041500     MOVE SPACE TO PDM-FLAG-IN.
041600     ACCEPT PDM-FLAG-IN.
041700     IF PDM-FLAG-IN NOT = SPACE
041800         MOVE PDM-FLAG-IN TO PD-STATUS.
041900     IF NOT PD-ACTIVE AND NOT PD-WITHDRAWN
042000         DISPLAY "REJECT: STATUS MUST BE A OR W"
042100         MOVE "Y" TO PDM-EDIT-SW
042200         GO TO 4100-EXIT.
042300     DISPLAY "ACCOUNT TYPE (C=CURRENT S=SAVINGS, BLANK="
042400         PD-ACCT-TYPE "): ".
042500     MOVE SPACE TO PDM-FLAG-IN.
042600     ACCEPT PDM-FLAG-IN.
042700     IF PDM-FLAG-IN NOT = SPACE
042800         MOVE PDM-FLAG-IN TO PD-ACCT-TYPE.
042900     IF NOT PD-CURRENT AND NOT PD-SAVINGS
043000         DISPLAY "REJECT: ACCOUNT TYPE MUST BE C OR S"
043100         MOVE "Y" TO PDM-EDIT-SW
043200         GO TO 4100-EXIT.
043300     DISPLAY "MONTHLY FEE (5 DIGITS 3V2, BLANK=" PD-MONTHLY-FEE
043400         "): ".
043500     MOVE SPACES TO PDM-FEE-IN.
043600     ACCEPT PDM-FEE-IN.
043700     IF PDM-FEE-IN NOT = SPACES
043800         IF PDM-FEE-IN NOT NUMERIC
043900             DISPLAY "REJECT: MONTHLY FEE MUST BE NUMERIC"
044000             MOVE "Y" TO PDM-EDIT-SW
044100             GO TO 4100-EXIT
044200         ELSE
044300             MOVE PDM-FEE-IN-N TO PD-MONTHLY-FEE.
044400     DISPLAY "DEFAULT OD LIMIT (7 DIGITS 5V2, BLANK=" PD-OD-LIMIT
044500         "): ".
044600     MOVE SPACES TO PDM-ODLIMIT-IN.
044700     ACCEPT PDM-ODLIMIT-IN.
044800     IF PDM-ODLIMIT-IN NOT = SPACES
044900         IF PDM-ODLIMIT-IN NOT NUMERIC
045000             DISPLAY "REJECT: OVERDRAFT LIMIT MUST BE NUMERIC"
045100             MOVE "Y" TO PDM-EDIT-SW
045200             GO TO 4100-EXIT
045300         ELSE
045400             MOVE PDM-ODLIMIT-IN-N TO PD-OD-LIMIT.
045500     IF PD-SAVINGS AND PD-OD-LIMIT NOT = ZERO
045600         DISPLAY "REJECT: A SAVINGS PRODUCT HAS NO OVERDRAFT"
045700         MOVE "Y" TO PDM-EDIT-SW
045800         GO TO 4100-EXIT.
045900     DISPLAY "PAPER STATEMENT CHARGE (5 DIGITS 3V2, BLANK="
046000         PD-PAPER-CHARGE "): ".
046100     MOVE SPACES TO PDM-FEE-IN.
046200     ACCEPT PDM-FEE-IN.
046300     IF PDM-FEE-IN NOT = SPACES
046400         IF PDM-FEE-IN NOT NUMERIC
046500             DISPLAY "REJECT: PAPER CHARGE MUST BE NUMERIC"
046600             MOVE "Y" TO PDM-EDIT-SW
046700             GO TO 4100-EXIT
046800         ELSE
046900             MOVE PDM-FEE-IN-N TO PD-PAPER-CHARGE.
047000     MOVE "N" TO PDM-UNUSED-SW.
047100     PERFORM 4200-ACCEPT-BAND THRU 4200-EXIT
047200         VARYING PDM-BAND-SUB FROM 1 BY 1
047300         UNTIL PDM-BAND-SUB > 4
047400            OR PDM-EDIT-FAILED.
047500 4100-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    4200-ACCEPT-BAND.  ONE RATE BAND.  BAND 1'S FLOOR IS ZERO   *
048000*    AND NOT ASKED.  A HIGHER BAND KEYED AS ZERO (000000000) IS  *
048100*    DROPPED; ONCE ONE BAND IS UNUSED THE REST ARE CLEARED.      *
048200******************************************************************
048300 4200-ACCEPT-BAND.
048400     IF PDM-BAND-UNUSED
048500         PERFORM 3010-CLEAR-BAND THRU 3010-EXIT
048600         GO TO 4200-EXIT.
048700     IF PDM-BAND-SUB = 1
048800         MOVE ZERO TO PD-BAND-FLOOR (1)
048900         GO TO 4210-ACCEPT-RATES.
049000     DISPLAY "BAND " PDM-BAND-SUB
049100         " FLOOR (9 DIGITS 7V2, 0=UNUSED,"
049200         " BLANK=" PD-BAND-FLOOR (PDM-BAND-SUB) "): ".
049300     MOVE SPACES TO PDM-FLOOR-IN.
049400     ACCEPT PDM-FLOOR-IN.
049500     IF PDM-FLOOR-IN NOT = SPACES
049600         IF PDM-FLOOR-IN NOT NUMERIC
049700             DISPLAY "REJECT: BAND FLOOR MUST BE NUMERIC"
049800             MOVE "Y" TO PDM-EDIT-SW
049900             GO TO 4200-EXIT
050000         ELSE
050100             MOVE PDM-FLOOR-IN-N TO PD-BAND-FLOOR (PDM-BAND-SUB).
050200     IF PD-BAND-FLOOR (PDM-BAND-SUB) = ZERO
050300         MOVE "Y" TO PDM-UNUSED-SW
050400         PERFORM 3010-CLEAR-BAND THRU 3010-EXIT
050500         GO TO 4200-EXIT.
050600     COMPUTE PDM-PRIOR-SUB = PDM-BAND-SUB - 1.
050700     IF PD-BAND-FLOOR (PDM-BAND-SUB)
050800        NOT > PD-BAND-FLOOR (PDM-PRIOR-SUB)
050900         DISPLAY "REJECT: BAND " PDM-BAND-SUB
051000             " MUST START ABOVE BAND " PDM-PRIOR-SUB
051100         MOVE "Y" TO PDM-EDIT-SW
051200         GO TO 4200-EXIT.
051300 4210-ACCEPT-RATES.
051400     DISPLAY "BAND " PDM-BAND-SUB " CREDIT RATE (6 DIGITS 2V4,"
051500         " BLANK=" PD-BAND-CREDIT-PCT (PDM-BAND-SUB) "): ".
051600     MOVE SPACES TO PDM-RATE-IN.
051700     ACCEPT PDM-RATE-IN.
051800     IF PDM-RATE-IN NOT = SPACES
051900         IF PDM-RATE-IN NOT NUMERIC
052000             DISPLAY "REJECT: CREDIT RATE MUST BE NUMERIC"
052100             MOVE "Y" TO PDM-EDIT-SW
052200             GO TO 4200-EXIT
052300         ELSE
052400             MOVE PDM-RATE-IN-N
052500                 TO PD-BAND-CREDIT-PCT (PDM-BAND-SUB).
052600     DISPLAY "BAND " PDM-BAND-SUB " DEBIT RATE (6 DIGITS 2V4,"
052700         " BLANK=" PD-BAND-DEBIT-PCT (PDM-BAND-SUB) "): ".
052800     MOVE SPACES TO PDM-RATE-IN.
052900     ACCEPT PDM-RATE-IN.
053000     IF PDM-RATE-IN NOT = SPACES
053100         IF PDM-RATE-IN NOT NUMERIC
053200             DISPLAY "REJECT: DEBIT RATE MUST BE NUMERIC"
053300             MOVE "Y" TO PDM-EDIT-SW
053400             GO TO 4200-EXIT
053500         ELSE
053600             MOVE PDM-RATE-IN-N
053700                 TO PD-BAND-DEBIT-PCT (PDM-BAND-SUB).
053800 4200-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    5000-WRITE-AUDIT.  THE PRODUCT AS WRITTEN, WITH ITS BANDS.  *
054300******************************************************************
054400 5000-WRITE-AUDIT.
054500     MOVE PD-PRODUCT-CODE TO PDM-AUD-CODE.
054600     MOVE PDM-FUNCTION TO PDM-AUD-FUNC.
054700     MOVE PD-DESCRIPTION TO PDM-AUD-DESC.
054800     MOVE PD-STATUS TO PDM-AUD-STATE.
054900     MOVE PD-ACCT-TYPE TO PDM-AUD-TYPE.
055000     MOVE PD-MONTHLY-FEE TO PDM-AUD-FEE.
055100     MOVE PD-OD-LIMIT TO PDM-AUD-LIMIT.
055200     MOVE PD-PAPER-CHARGE TO PDM-AUD-PAPER.
055300     MOVE PDM-OPERATOR TO PDM-AUD-OPERATOR.
055400     WRITE REPORT-LINE FROM PDM-AUDIT-LINE
055500         AFTER ADVANCING 1 LINE.
055600     MOVE SPACES TO PDM-BAND-LINE.
055700     MOVE "  BANDS" TO PDM-BND-LABEL.
055800     PERFORM 5010-EDIT-BAND THRU 5010-EXIT
055900         VARYING PDM-BAND-SUB FROM 1 BY 1
056000         UNTIL PDM-BAND-SUB > 4.
056100     WRITE REPORT-LINE FROM PDM-BAND-LINE
056200         AFTER ADVANCING 1 LINE.
056300 5000-EXIT.
056400     EXIT.
056500
056600 5010-EDIT-BAND.
056700     IF PDM-BAND-SUB > 1
056800      AND PD-BAND-FLOOR (PDM-BAND-SUB) = ZERO
056900         GO TO 5010-EXIT.
057000     MOVE PD-BAND-FLOOR (PDM-BAND-SUB)
057100         TO PDM-BND-FLOOR (PDM-BAND-SUB).
057200     MOVE PD-BAND-CREDIT-PCT (PDM-BAND-SUB)
057300         TO PDM-BND-CREDIT (PDM-BAND-SUB).
057400     MOVE "/" TO PDM-BND-SLASH (PDM-BAND-SUB).
057500     MOVE PD-BAND-DEBIT-PCT (PDM-BAND-SUB)
057600         TO PDM-BND-DEBIT (PDM-BAND-SUB).
057700 5010-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100*    5100-WRITE-BEFORE.  THE RECORD AS IT STOOD BEFORE A CHANGE, *
058200*    PRINTED AHEAD OF THE CHANGED RECORD.                        *
058300******************************************************************
058400 5100-WRITE-BEFORE.
058500     MOVE PRODUCT-RECORD TO PDM-AFTER-RECORD.
058600     MOVE PDM-SAVE-RECORD TO PRODUCT-RECORD.
058700     MOVE "BEFORE CHANGE" TO PDM-AUD-TEXT.
058800     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
058900     MOVE PDM-AFTER-RECORD TO PRODUCT-RECORD.
059000 5100-EXIT.
059100     EXIT.
