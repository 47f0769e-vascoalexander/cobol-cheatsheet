000100******************************************************************
000200* PROGRAM NAME:   ATOMON                                         *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* DAILY ACCOUNT-TAKEOVER DETECTION.  THE USUAL TAKEOVER PATTERN  *
000600* IS AN ADDRESS OR CONTACT CHANGE FOLLOWED WITHIN DAYS BY LARGE  *
000700* DEBITS OR A NEW STANDING ORDER, AND NO ONE PROGRAM SEES BOTH.  *
000800* THIS STEP FINDS EVERY CHANGE OF THE LAST TP-WINDOW-DAYS:       *
000900*   - A CHANGE ENTRY ON THE UPDATE JOURNAL (CUSTMNT, MOVERUPD    *
001000*     OR ANY OTHER JOURNALLING PROGRAM) WHOSE BEFORE AND AFTER   *
001100*     IMAGES DIFFER IN THE CUSTOMER ADDRESSES.  THE LAST         *
001200*     ARCHIVED GENERATION (JRNLARCH) IS READ AHEAD OF THE LIVE   *
001300*     JOURNAL SO A MONTH-END CUTOVER DOES NOT HIDE A CHANGE;     *
001400*   - A CONTACT-CHANNEL RECORD (MOBILE OR E-MAIL) UPDATED.       *
001500* FOR EACH CUSTOMER SO CHANGED IT COLLECTS FROM THE EARLIEST     *
001600* CHANGE IN THE WINDOW THE DEBITS ON THE POSTING HISTORY AND THE *
001700* DEBIT STANDING ORDERS SET UP SINCE, AND MAKES THE CUSTOMER A   *
001800* SUSPECT ON A SINGLE DEBIT OF AT LEAST TP-LARGE-DEBIT, DEBITS   *
001900* TOTALLING AT LEAST TP-DEBIT-TOTAL, OR ANY NEW ORDER.  A        *
002000* SUSPECT GETS A CASE ON ATOCASE, OR HAS ITS OPEN CASE REFRESHED *
002100* WITH TONIGHT'S EVIDENCE.  A CASE CLEARED AFTER THE CHANGE IS   *
002200* LEFT ALONE; ONE CLEARED BEFORE IT IS REOPENED.  A NEW OR       *
002300* REOPENED CASE STOPS THE CUSTOMER'S DEBITS IN POSTRUN WHEN THE  *
002400* PARAMETER ASKS FOR IT.  NO PARAMETER FILE MEANS THE HOUSE      *
002500* DEFAULTS BELOW.  REFRESHING IS SAFE TO REPEAT, SO A RERUN      *
002600* NEEDS NO GUARD.  ANY NEW OR REOPENED CASE ENDS THE STEP WITH   *
002700* RC=4; FRAUD OPERATIONS WORK THE CASES IN ATOREVW.              *
002800*                                                                *
002900* MAINTENANCE LOG                                                *
003000* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
003100* --------- ------------  -------------------------------------- *
003200* 15/10/26  HK            CREATED - ACCOUNT TAKEOVER DETECTION   *
003225* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 150   *
003250*                         BYTES; ORDER CREATED DATE HELD AS A    *
003275*                         DISPLAY DATE                           *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  ATOMON.
003600 AUTHOR. H. KELLER.
003700 INSTALLATION. COBOL DEVELOPMENT CENTER.
003800 DATE-WRITTEN. 15/10/26.
003900 DATE-COMPILED. 15/10/26.
004000 SECURITY. NON-CONFIDENTIAL.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARAMETER-FILE ASSIGN TO ATOPARM
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS ATM-PARM-STATUS.
004800     SELECT JOURNAL-ARCHIVE ASSIGN TO JRNLARCH
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS ATM-ARCH-STATUS.
005100     SELECT CUSTOMER-JOURNAL ASSIGN TO CUSTJRNL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS ATM-JRNL-STATUS.
005400     SELECT CONTACT-CHANNEL ASSIGN TO CUSTCHAN
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS CH-CUST-NUMBER
005800         FILE STATUS IS ATM-CH-STATUS.
005900     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PH-KEY
006300         FILE STATUS IS ATM-HIST-STATUS.
006400     SELECT STANDING-ORDER-FILE ASSIGN TO STANDORD
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS SO-KEY
006800         FILE STATUS IS ATM-ORD-STATUS.
006900     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS CUST-NUMBER
007300         FILE STATUS IS ATM-MAST-STATUS.
007400     SELECT CASE-FILE ASSIGN TO ATOCASE
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS TK-CUST-NUMBER
007800         FILE STATUS IS ATM-CASE-STATUS.
007900     SELECT MONITOR-REPORT ASSIGN TO ATOMRPT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS ATM-RPT-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARAMETER-FILE
008600     RECORD CONTAINS 80 CHARACTERS.
008700 COPY ATOPARM.
008800
008900 FD  JOURNAL-ARCHIVE
009000     RECORD CONTAINS 587 CHARACTERS.
009100 01  ARCHIVE-JOURNAL-RECORD      PIC X(587).
009200
009300 FD  CUSTOMER-JOURNAL
009400     RECORD CONTAINS 587 CHARACTERS.
009500 COPY JRNLREC.
009600
009700 FD  CONTACT-CHANNEL
009800     RECORD CONTAINS 120 CHARACTERS.
009900 COPY CUSTCHAN.
010000
010100 FD  POSTING-HISTORY
010200     RECORD CONTAINS 100 CHARACTERS.
010300 COPY POSTHIST.
010400
010500 FD  STANDING-ORDER-FILE
010600     RECORD CONTAINS 150 CHARACTERS.
010700 COPY STANDORD.
010800
010900 FD  CUSTOMER-MASTER
011000     RECORD CONTAINS 273 CHARACTERS.
011100 COPY CUSTMAST.
011200
011300 FD  CASE-FILE
011400     RECORD CONTAINS 220 CHARACTERS.
011500 COPY ATOCASE.
011600
011700 FD  MONITOR-REPORT
011800     RECORD CONTAINS 132 CHARACTERS.
011900 01  REPORT-LINE                 PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200 77  ATM-PARM-STATUS             PIC X(02).
012300 77  ATM-ARCH-STATUS             PIC X(02).
012400 77  ATM-JRNL-STATUS             PIC X(02).
012500 77  ATM-CH-STATUS               PIC X(02).
012600 77  ATM-HIST-STATUS             PIC X(02).
012700 77  ATM-ORD-STATUS              PIC X(02).
012800 77  ATM-MAST-STATUS             PIC X(02).
012900 77  ATM-CASE-STATUS             PIC X(02).
013000 77  ATM-RPT-STATUS              PIC X(02).
013100
013200 77  ATM-ARCH-EOF-SW             PIC X(01) VALUE "N".
013300     88  ATM-ARCH-EOF            VALUE "Y".
013400 77  ATM-JRNL-EOF-SW             PIC X(01) VALUE "N".
013500     88  ATM-JRNL-EOF            VALUE "Y".
013600 77  ATM-CH-EOF-SW               PIC X(01) VALUE "N".
013700     88  ATM-CH-EOF              VALUE "Y".
013800 77  ATM-CH-OPEN-SW              PIC X(01) VALUE "N".
013900     88  ATM-CH-OPEN             VALUE "Y".
014000 77  ATM-HIST-DONE-SW            PIC X(01) VALUE "N".
014100     88  ATM-HIST-DONE           VALUE "Y".
014200 77  ATM-ORD-DONE-SW             PIC X(01) VALUE "N".
014300     88  ATM-ORD-DONE            VALUE "Y".
014400 77  ATM-FOUND-SW                PIC X(01) VALUE "N".
014500     88  ATM-CUST-FOUND          VALUE "Y".
014600 77  ATM-CASE-SW                 PIC X(01) VALUE "N".
014700     88  ATM-CASE-ON-FILE        VALUE "Y".
014800
014900* HOUSE DEFAULTS, OVERRIDDEN BY THE ATOPARM RECORD
015000 77  ATM-WINDOW-DAYS             PIC 9(03) VALUE 10.
015100 77  ATM-LARGE-DEBIT             PIC 9(07)V9(02) VALUE 2000.00.
015200 77  ATM-DEBIT-TOTAL             PIC 9(07)V9(02) VALUE 5000.00.
015300 77  ATM-BLOCK-SW                PIC X(01) VALUE "N".
015400     88  ATM-BLOCK-DEBITS        VALUE "Y".
015500
015600 77  ATM-CHG-MAX                 PIC 9(05) COMP VALUE 5000.
015700 77  ATM-CHG-COUNT               PIC 9(05) COMP VALUE ZERO.
015800 77  ATM-CHG-SUB                 PIC 9(05) COMP VALUE ZERO.
015900
016000 77  ATM-RUN-DATE                PIC 9(08) VALUE ZERO.
016100 77  ATM-RUN-INT                 PIC 9(07) VALUE ZERO.
016200 77  ATM-WINDOW-START            PIC 9(07) VALUE ZERO.
016300 77  ATM-EVENT-INT               PIC 9(07) VALUE ZERO.
016400 77  ATM-WINDOW-END              PIC 9(07) VALUE ZERO.
016500 77  ATM-NEW-CUST                PIC 9(06) VALUE ZERO.
016600 77  ATM-NEW-DATE                PIC 9(08) VALUE ZERO.
016700 77  ATM-NEW-TYPE                PIC X(01) VALUE SPACE.
016800 77  ATM-NEW-SOURCE              PIC X(08) VALUE SPACES.
016900
017000* EVIDENCE GATHERED FOR THE CUSTOMER IN HAND
017100 77  ATM-DEBIT-COUNT             PIC 9(05) COMP VALUE ZERO.
017200 77  ATM-DEBIT-SUM               PIC 9(09)V9(02) VALUE ZERO.
017300 77  ATM-LARGE-COUNT             PIC 9(05) COMP VALUE ZERO.
017400 77  ATM-LARGEST                 PIC 9(07)V9(02) VALUE ZERO.
017500 77  ATM-LARGEST-DATE            PIC 9(08) VALUE ZERO.
017600 77  ATM-LARGEST-REF             PIC X(10) VALUE SPACES.
017700 77  ATM-SO-COUNT                PIC 9(03) COMP VALUE ZERO.
017800 77  ATM-SO-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
017900 77  ATM-SO-PAYEE                PIC X(34) VALUE SPACES.
018000
018100 77  ATM-JRNL-READ               PIC 9(07) COMP VALUE ZERO.
018200 77  ATM-ADDR-CHANGES            PIC 9(07) COMP VALUE ZERO.
018300 77  ATM-CONTACT-CHANGES         PIC 9(07) COMP VALUE ZERO.
018400 77  ATM-SUSPECT-COUNT           PIC 9(05) COMP VALUE ZERO.
018500 77  ATM-NEW-COUNT               PIC 9(05) COMP VALUE ZERO.
018600 77  ATM-REOPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
018700 77  ATM-REFRESH-COUNT           PIC 9(05) COMP VALUE ZERO.
018800 77  ATM-CLEARED-COUNT           PIC 9(05) COMP VALUE ZERO.
018900 77  ATM-BLOCK-COUNT             PIC 9(05) COMP VALUE ZERO.
019000
019100* THE CUSTOMER ADDRESSES SIT AT BYTES 42-194 OF A MASTER IMAGE,
019200* AFTER CUST-NUMBER AND PERSON-DATA (SEE CUSTMAST)
019300 01  ATM-BEFORE-IMAGE.
019400     05  FILLER                  PIC X(41).
019500     05  ATM-BEFORE-ADDRESS      PIC X(153).
019600     05  FILLER                  PIC X(79).
019700 01  ATM-AFTER-IMAGE.
019800     05  FILLER                  PIC X(41).
019900     05  ATM-AFTER-ADDRESS       PIC X(153).
020000     05  FILLER                  PIC X(79).
020100
020200* ONE ENTRY PER CUSTOMER CHANGED INSIDE THE WINDOW, HOLDING THE
020300* EARLIEST CHANGE FOUND
020400 01  ATM-CHANGE-TABLE.
020500     05  ATM-CT-ENTRY OCCURS 5000 TIMES.
020600         10  ATM-CT-CUST         PIC 9(06).
020700         10  ATM-CT-DATE         PIC 9(08).
020800         10  ATM-CT-TYPE         PIC X(01).
020900         10  ATM-CT-SOURCE       PIC X(08).
021000
021100 01  ATM-HEADING-1.
021200     05  FILLER                  PIC X(09) VALUE "ATOMON   ".
021300     05  FILLER                  PIC X(35)
021400         VALUE "ACCOUNT TAKEOVER SUSPECTS          ".
021500     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
021600     05  ATM-HDG-DATE            PIC 9(08).
021700     05  FILLER                  PIC X(70) VALUE SPACES.
021800
021900 01  ATM-HEADING-2.
022000     05  FILLER                  PIC X(24)
022100         VALUE "CASE       CUST    BRN  ".
022200     05  FILLER                  PIC X(29)
022300         VALUE "CHANGED   TYPE     SOURCE    ".
022400     05  FILLER                  PIC X(21)
022500         VALUE "ITEMS   DEBIT TOTAL  ".
022600     05  FILLER                  PIC X(32)
022700         VALUE "   LARGEST  NSO     SO AMOUNT  B".
022800     05  FILLER                  PIC X(26) VALUE SPACES.
022900
023000 01  ATM-DETAIL-LINE.
023100     05  ATM-DTL-ACTION          PIC X(09).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  ATM-DTL-CUST            PIC 9(06).
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  ATM-DTL-BRANCH          PIC X(03).
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  ATM-DTL-DATE            PIC 9(08).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  ATM-DTL-TYPE            PIC X(07).
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  ATM-DTL-SOURCE          PIC X(08).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  ATM-DTL-ITEMS           PIC Z(04)9.
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  ATM-DTL-TOTAL           PIC Z(08)9.99.
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  ATM-DTL-LARGEST         PIC Z(06)9.99.
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  ATM-DTL-SO-COUNT        PIC ZZ9.
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  ATM-DTL-SO-AMOUNT       PIC Z(08)9.99.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  ATM-DTL-BLOCK           PIC X(01).
025400     05  FILLER                  PIC X(26) VALUE SPACES.
025500
025600 01  ATM-COUNT-LINE.
025700     05  FILLER                  PIC X(05) VALUE SPACES.
025800     05  ATM-CNT-LABEL           PIC X(30).
025900     05  ATM-CNT-VALUE           PIC Z(06)9.
026000     05  FILLER                  PIC X(90) VALUE SPACES.
026100
026200 PROCEDURE DIVISION.
026300******************************************************************
026400*    0000-MAINLINE.  FIND THE CHANGES, JUDGE EACH CUSTOMER.      *
026500******************************************************************
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
026900         UNTIL ATM-ARCH-EOF.
027000     PERFORM 2100-SCAN-JOURNAL THRU 2100-EXIT
027100         UNTIL ATM-JRNL-EOF.
027200     PERFORM 2300-SCAN-CONTACTS THRU 2300-EXIT
027300         UNTIL ATM-CH-EOF.
027400     MOVE ZERO TO ATM-CHG-SUB.
027500     PERFORM 3000-JUDGE-CUSTOMER THRU 3000-EXIT
027600         UNTIL ATM-CHG-SUB >= ATM-CHG-COUNT.
027700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
027800     IF ATM-NEW-COUNT > ZERO
027900      OR ATM-REOPEN-COUNT > ZERO
028000         MOVE 4 TO RETURN-CODE.
028100     CLOSE CUSTOMER-JOURNAL
028200           POSTING-HISTORY
028300           STANDING-ORDER-FILE
028400           CUSTOMER-MASTER
028500           CASE-FILE
028600           MONITOR-REPORT.
028700     IF ATM-CH-OPEN
028800         CLOSE CONTACT-CHANNEL.
028900     STOP RUN.
029000
029100******************************************************************
029200*    1000-INITIALIZE.  PARAMETERS, FILES, THE WINDOW.            *
029300******************************************************************
029400 1000-INITIALIZE.
029500     ACCEPT ATM-RUN-DATE FROM DATE YYYYMMDD.
029600     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
029700     OPEN INPUT  CUSTOMER-JOURNAL
029800                 POSTING-HISTORY
029900                 STANDING-ORDER-FILE
030000                 CUSTOMER-MASTER
030100          OUTPUT MONITOR-REPORT.
030200     IF ATM-JRNL-STATUS NOT = "00"
030300         DISPLAY "ATOMON: UPDATE JOURNAL OPEN FAILED "
030400             ATM-JRNL-STATUS
030500         MOVE 12 TO RETURN-CODE
030600         STOP RUN.
030700     IF ATM-HIST-STATUS NOT = "00"
030800         DISPLAY "ATOMON: POSTING HISTORY OPEN FAILED "
030900             ATM-HIST-STATUS
031000         MOVE 12 TO RETURN-CODE
031100         STOP RUN.
031200     IF ATM-ORD-STATUS NOT = "00"
031300         DISPLAY "ATOMON: STANDING ORDER FILE OPEN FAILED "
031400             ATM-ORD-STATUS
031500         MOVE 12 TO RETURN-CODE
031600         STOP RUN.
031700     IF ATM-MAST-STATUS NOT = "00"
031800         DISPLAY "ATOMON: MASTER OPEN FAILED " ATM-MAST-STATUS
031900         MOVE 12 TO RETURN-CODE
032000         STOP RUN.
032100     OPEN I-O CASE-FILE.
032200     IF ATM-CASE-STATUS = "35"
032300         OPEN OUTPUT CASE-FILE
032400         CLOSE CASE-FILE
032500         OPEN I-O CASE-FILE.
032600     IF ATM-CASE-STATUS NOT = "00"
032700         DISPLAY "ATOMON: CASE FILE OPEN FAILED "
032800             ATM-CASE-STATUS
032900         MOVE 12 TO RETURN-CODE
033000         STOP RUN.
033100*    NO CONTACT REGISTER MEANS NO CONTACT CHANGES TO LOOK AT
033200     OPEN INPUT CONTACT-CHANNEL.
033300     IF ATM-CH-STATUS = "00"
033400         MOVE "Y" TO ATM-CH-OPEN-SW
033500     ELSE
033600         MOVE "Y" TO ATM-CH-EOF-SW
033700     END-IF.
033800*    NO ARCHIVED GENERATION YET MEANS THE LIVE JOURNAL ONLY
033900     OPEN INPUT JOURNAL-ARCHIVE.
034000     IF ATM-ARCH-STATUS = "00"
034100         PERFORM 2090-READ-ARCHIVE THRU 2090-EXIT
034200     ELSE
034300         MOVE "Y" TO ATM-ARCH-EOF-SW
034400     END-IF.
034500     COMPUTE ATM-RUN-INT =
034600         FUNCTION INTEGER-OF-DATE (ATM-RUN-DATE).
034700     COMPUTE ATM-WINDOW-START = ATM-RUN-INT - ATM-WINDOW-DAYS + 1.
034800     MOVE ATM-RUN-DATE TO ATM-HDG-DATE.
034900     WRITE REPORT-LINE FROM ATM-HEADING-1
035000         AFTER ADVANCING PAGE.
035100     WRITE REPORT-LINE FROM ATM-HEADING-2
035200         AFTER ADVANCING 2 LINES.
035300     PERFORM 2190-READ-JOURNAL THRU 2190-EXIT.
035400     IF ATM-CH-OPEN
035500         PERFORM 2390-READ-CONTACT THRU 2390-EXIT.
035600 1000-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    1100-LOAD-PARAMETERS.  FRAUD OPERATIONS' RECORD OVER THE    *
036100*    HOUSE DEFAULTS.  AN INCONSISTENT RECORD STOPS THE STEP.     *
036200******************************************************************
036300 1100-LOAD-PARAMETERS.
036400     OPEN INPUT PARAMETER-FILE.
036500     IF ATM-PARM-STATUS NOT = "00"
036600         DISPLAY "ATOMON: NO PARAMETER FILE - HOUSE DEFAULTS USED"
036700         GO TO 1100-EXIT.
036800     READ PARAMETER-FILE
036900         AT END
037000             DISPLAY "ATOMON: PARAMETER FILE EMPTY - HOUSE "
037100                 "DEFAULTS USED"
037200             CLOSE PARAMETER-FILE
037300             GO TO 1100-EXIT
037400     END-READ.
037500     IF TP-WINDOW-DAYS NOT NUMERIC
037600      OR TP-LARGE-DEBIT NOT NUMERIC
037700      OR TP-DEBIT-TOTAL NOT NUMERIC
037800      OR NOT TP-BLOCK-VALID
037900      OR TP-WINDOW-DAYS = ZERO
038000      OR TP-LARGE-DEBIT = ZERO
038100      OR TP-DEBIT-TOTAL = ZERO
038200         DISPLAY "ATOMON: PARAMETER RECORD INVALID"
038300         MOVE 12 TO RETURN-CODE
038400         STOP RUN.
038500     MOVE TP-WINDOW-DAYS TO ATM-WINDOW-DAYS.
038600     MOVE TP-LARGE-DEBIT TO ATM-LARGE-DEBIT.
038700     MOVE TP-DEBIT-TOTAL TO ATM-DEBIT-TOTAL.
038800     MOVE TP-BLOCK-SW TO ATM-BLOCK-SW.
038900     CLOSE PARAMETER-FILE.
039000 1100-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    2000-SCAN-ARCHIVE.  ONE ARCHIVED ENTRY THROUGH THE SAME     *
039500*    ADDRESS TEST AS THE LIVE JOURNAL.                           *
039600******************************************************************
039700 2000-SCAN-ARCHIVE.
039800     MOVE ARCHIVE-JOURNAL-RECORD TO JOURNAL-RECORD.
039900     PERFORM 2200-CHECK-ENTRY THRU 2200-EXIT.
040000     PERFORM 2090-READ-ARCHIVE THRU 2090-EXIT.
040100 2000-EXIT.
040200     EXIT.
040300
040400 2090-READ-ARCHIVE.
040500     READ JOURNAL-ARCHIVE
040600         AT END
040700             MOVE "Y" TO ATM-ARCH-EOF-SW
040800             CLOSE JOURNAL-ARCHIVE
040900     END-READ.
041000 2090-EXIT.
041100     EXIT.
041200
041300 2100-SCAN-JOURNAL.
041400     PERFORM 2200-CHECK-ENTRY THRU 2200-EXIT.
041500     PERFORM 2190-READ-JOURNAL THRU 2190-EXIT.
041600 2100-EXIT.
041700     EXIT.
041800
041900 2190-READ-JOURNAL.
042000     READ CUSTOMER-JOURNAL
042100         AT END MOVE "Y" TO ATM-JRNL-EOF-SW
042200     END-READ.
042300 2190-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    2200-CHECK-ENTRY.  A CHANGE INSIDE THE WINDOW THAT ALTERED  *
042800*    ANY OF THE CUSTOMER'S ADDRESSES.  ADDS AND DELETES ARE NOT  *
042900*    ADDRESS CHANGES.                                            *
043000******************************************************************
043100 2200-CHECK-ENTRY.
043200     ADD 1 TO ATM-JRNL-READ.
043300     IF NOT JR-CHANGE
043400         GO TO 2200-EXIT.
043500     IF JR-DATE NOT NUMERIC
043600      OR JR-DATE < 16010101
043700         GO TO 2200-EXIT.
043800     COMPUTE ATM-EVENT-INT = FUNCTION INTEGER-OF-DATE (JR-DATE).
043900     IF ATM-EVENT-INT < ATM-WINDOW-START
044000      OR ATM-EVENT-INT > ATM-RUN-INT
044100         GO TO 2200-EXIT.
044200     MOVE JR-BEFORE-IMAGE TO ATM-BEFORE-IMAGE.
044300     MOVE JR-AFTER-IMAGE TO ATM-AFTER-IMAGE.
044400     IF ATM-BEFORE-ADDRESS = ATM-AFTER-ADDRESS
044500         GO TO 2200-EXIT.
044600     ADD 1 TO ATM-ADDR-CHANGES.
044700     MOVE JR-CUST-NUMBER TO ATM-NEW-CUST.
044800     MOVE JR-DATE TO ATM-NEW-DATE.
044900     MOVE "A" TO ATM-NEW-TYPE.
045000     MOVE JR-PROGRAM TO ATM-NEW-SOURCE.
045100     PERFORM 2500-NOTE-CHANGE THRU 2500-EXIT.
045200 2200-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    2300-SCAN-CONTACTS.  A MOBILE OR E-MAIL UPDATED INSIDE THE  *
045700*    WINDOW.                                                     *
045800******************************************************************
045900 2300-SCAN-CONTACTS.
046000     IF CH-UPDATED-DATE NOT NUMERIC
046100      OR CH-UPDATED-DATE < 16010101
046200         GO TO 2300-READ-NEXT.
046300     COMPUTE ATM-EVENT-INT =
046400         FUNCTION INTEGER-OF-DATE (CH-UPDATED-DATE).
046500     IF ATM-EVENT-INT < ATM-WINDOW-START
046600      OR ATM-EVENT-INT > ATM-RUN-INT
046700         GO TO 2300-READ-NEXT.
046800     ADD 1 TO ATM-CONTACT-CHANGES.
046900     MOVE CH-CUST-NUMBER TO ATM-NEW-CUST.
047000     MOVE CH-UPDATED-DATE TO ATM-NEW-DATE.
047100     MOVE "C" TO ATM-NEW-TYPE.
047200     MOVE CH-UPDATED-BY TO ATM-NEW-SOURCE.
047300     PERFORM 2500-NOTE-CHANGE THRU 2500-EXIT.
047400 2300-READ-NEXT.
047500     PERFORM 2390-READ-CONTACT THRU 2390-EXIT.
047600 2300-EXIT.
047700     EXIT.
047800
047900 2390-READ-CONTACT.
048000     READ CONTACT-CHANNEL NEXT RECORD
048100         AT END MOVE "Y" TO ATM-CH-EOF-SW
048200     END-READ.
048300 2390-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700*    2500-NOTE-CHANGE.  KEEP THE EARLIEST CHANGE PER CUSTOMER SO *
048800*    THE EVIDENCE COVERS EVERYTHING SINCE THE FIRST ONE.         *
048900******************************************************************
049000 2500-NOTE-CHANGE.
049100     MOVE "N" TO ATM-FOUND-SW.
049200     MOVE ZERO TO ATM-CHG-SUB.
049300     PERFORM 2510-SCAN-TABLE THRU 2510-EXIT
049400         UNTIL ATM-CUST-FOUND
049500            OR ATM-CHG-SUB >= ATM-CHG-COUNT.
049600     IF ATM-CUST-FOUND
049700         IF ATM-NEW-DATE < ATM-CT-DATE (ATM-CHG-SUB)
049800             MOVE ATM-NEW-DATE TO ATM-CT-DATE (ATM-CHG-SUB)
049900             MOVE ATM-NEW-TYPE TO ATM-CT-TYPE (ATM-CHG-SUB)
050000             MOVE ATM-NEW-SOURCE TO ATM-CT-SOURCE (ATM-CHG-SUB)
050100         END-IF
050200         GO TO 2500-EXIT.
050300     IF ATM-CHG-COUNT >= ATM-CHG-MAX
050400         DISPLAY "ATOMON: CHANGE TABLE OVERFLOW"
050500         MOVE 12 TO RETURN-CODE
050600         STOP RUN.
050700     ADD 1 TO ATM-CHG-COUNT.
050800     MOVE ATM-NEW-CUST TO ATM-CT-CUST (ATM-CHG-COUNT).
050900     MOVE ATM-NEW-DATE TO ATM-CT-DATE (ATM-CHG-COUNT).
051000     MOVE ATM-NEW-TYPE TO ATM-CT-TYPE (ATM-CHG-COUNT).
051100     MOVE ATM-NEW-SOURCE TO ATM-CT-SOURCE (ATM-CHG-COUNT).
051200 2500-EXIT.
051300     EXIT.
051400
051500 2510-SCAN-TABLE.
051600     ADD 1 TO ATM-CHG-SUB.
051700     IF ATM-CT-CUST (ATM-CHG-SUB) = ATM-NEW-CUST
051800         MOVE "Y" TO ATM-FOUND-SW.
051900 2510-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*    3000-JUDGE-CUSTOMER.  GATHER THE DEBITS AND NEW ORDERS SINCE*
052400*    THE CHANGE AND RAISE, REFRESH OR REOPEN THE CASE.           *
052500******************************************************************
052600 3000-JUDGE-CUSTOMER.
052700     ADD 1 TO ATM-CHG-SUB.
052800     MOVE ATM-CT-CUST (ATM-CHG-SUB) TO CUST-NUMBER.
052900     READ CUSTOMER-MASTER
053000         INVALID KEY
053100             GO TO 3000-EXIT
053200     END-READ.
053300     MOVE ATM-CT-CUST (ATM-CHG-SUB) TO TK-CUST-NUMBER.
053400     MOVE "Y" TO ATM-CASE-SW.
053500     READ CASE-FILE
053600         INVALID KEY
053700             MOVE "N" TO ATM-CASE-SW
053800     END-READ.
053900     IF ATM-CASE-ON-FILE
054000      AND TK-CLEARED
054100      AND TK-DISP-DATE NOT < ATM-CT-DATE (ATM-CHG-SUB)
054200         ADD 1 TO ATM-CLEARED-COUNT
054300         GO TO 3000-EXIT.
054400     COMPUTE ATM-WINDOW-END =
054500         FUNCTION INTEGER-OF-DATE (ATM-CT-DATE (ATM-CHG-SUB))
054600             + ATM-WINDOW-DAYS - 1.
054700     PERFORM 3100-GATHER-DEBITS THRU 3100-EXIT.
054800     PERFORM 3200-GATHER-ORDERS THRU 3200-EXIT.
054900     IF ATM-LARGEST < ATM-LARGE-DEBIT
055000      AND ATM-DEBIT-SUM < ATM-DEBIT-TOTAL
055100      AND ATM-SO-COUNT = ZERO
055200         GO TO 3000-EXIT.
055300     ADD 1 TO ATM-SUSPECT-COUNT.
055400     PERFORM 3500-WRITE-CASE THRU 3500-EXIT.
055500 3000-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    3100-GATHER-DEBITS.  EVERY DEBIT POSTED FROM THE CHANGE DATE*
056000*    TO THE END OF ITS WINDOW.                                   *
056100******************************************************************
056200 3100-GATHER-DEBITS.
056300     MOVE ZERO TO ATM-DEBIT-COUNT.
056400     MOVE ZERO TO ATM-DEBIT-SUM.
056500     MOVE ZERO TO ATM-LARGE-COUNT.
056600     MOVE ZERO TO ATM-LARGEST.
056700     MOVE ZERO TO ATM-LARGEST-DATE.
056800     MOVE SPACES TO ATM-LARGEST-REF.
056900     MOVE "N" TO ATM-HIST-DONE-SW.
057000     MOVE ATM-CT-CUST (ATM-CHG-SUB) TO PH-CUST-NUMBER.
057100     MOVE ATM-CT-DATE (ATM-CHG-SUB) TO PH-POST-DATE.
057200     MOVE LOW-VALUES TO PH-REFERENCE.
057300     MOVE ZERO TO PH-KEY-SEQ.
057400     START POSTING-HISTORY KEY IS NOT LESS THAN PH-KEY
057500         INVALID KEY
057600             GO TO 3100-EXIT
057700     END-START.
057800     PERFORM 3110-GATHER-ONE THRU 3110-EXIT
057900         UNTIL ATM-HIST-DONE.
058000 3100-EXIT.
058100     EXIT.
058200
058300 3110-GATHER-ONE.
058400     READ POSTING-HISTORY NEXT RECORD
058500         AT END
058600             MOVE "Y" TO ATM-HIST-DONE-SW
058700             GO TO 3110-EXIT
058800     END-READ.
058900     IF PH-CUST-NUMBER NOT = ATM-CT-CUST (ATM-CHG-SUB)
059000         MOVE "Y" TO ATM-HIST-DONE-SW
059100         GO TO 3110-EXIT.
059200     COMPUTE ATM-EVENT-INT =
059300         FUNCTION INTEGER-OF-DATE (PH-POST-DATE).
059400     IF ATM-EVENT-INT > ATM-WINDOW-END
059500         MOVE "Y" TO ATM-HIST-DONE-SW
059600         GO TO 3110-EXIT.
059700     IF NOT PH-DEBIT
059800         GO TO 3110-EXIT.
059900     ADD 1 TO ATM-DEBIT-COUNT.
060000     ADD PH-AMOUNT TO ATM-DEBIT-SUM.
060100     IF PH-AMOUNT NOT < ATM-LARGE-DEBIT
060200         ADD 1 TO ATM-LARGE-COUNT.
060300     IF PH-AMOUNT > ATM-LARGEST
060400         MOVE PH-AMOUNT TO ATM-LARGEST
060500         MOVE PH-POST-DATE TO ATM-LARGEST-DATE
060600         MOVE PH-REFERENCE TO ATM-LARGEST-REF.
060700 3110-EXIT.
060800     EXIT.
060900
061000******************************************************************
061100*    3200-GATHER-ORDERS.  DEBIT ORDERS SET UP FROM THE CHANGE    *
061200*    DATE TO THE END OF ITS WINDOW.  AN ORDER WITH NO CREATION   *
061300*    DATE PREDATES THE FIELD AND IS NOT NEW.                     *
061400******************************************************************
061500 3200-GATHER-ORDERS.
061600     MOVE ZERO TO ATM-SO-COUNT.
061700     MOVE ZERO TO ATM-SO-AMOUNT.
061800     MOVE SPACES TO ATM-SO-PAYEE.
061900     MOVE "N" TO ATM-ORD-DONE-SW.
062000     MOVE ATM-CT-CUST (ATM-CHG-SUB) TO SO-CUST-NUMBER.
062100     MOVE ZERO TO SO-SEQUENCE.
062200     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
062300         INVALID KEY
062400             GO TO 3200-EXIT
062500     END-START.
062600     PERFORM 3210-GATHER-ONE THRU 3210-EXIT
062700         UNTIL ATM-ORD-DONE.
062800 3200-EXIT.
062900     EXIT.
063000
063100 3210-GATHER-ONE.
063200     READ STANDING-ORDER-FILE NEXT RECORD
063300         AT END
063400             MOVE "Y" TO ATM-ORD-DONE-SW
063500             GO TO 3210-EXIT
063600     END-READ.
063700     IF SO-CUST-NUMBER NOT = ATM-CT-CUST (ATM-CHG-SUB)
063800         MOVE "Y" TO ATM-ORD-DONE-SW
063900         GO TO 3210-EXIT.
064000     IF NOT SO-DEBIT
064100      OR SO-CREATED-DATE NOT NUMERIC
064200         GO TO 3210-EXIT.
064300     IF SO-CREATED-DATE < ATM-CT-DATE (ATM-CHG-SUB)
064400         GO TO 3210-EXIT.
064500     COMPUTE ATM-EVENT-INT =
064600         FUNCTION INTEGER-OF-DATE (SO-CREATED-DATE).
064700     IF ATM-EVENT-INT > ATM-WINDOW-END
064800         GO TO 3210-EXIT.
064900     ADD 1 TO ATM-SO-COUNT.
065000     ADD SO-AMOUNT TO ATM-SO-AMOUNT.
065100     IF NOT SO-NO-PAYEE
065200         MOVE SO-PAYEE-ACCOUNT TO ATM-SO-PAYEE.
065300 3210-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*    3500-WRITE-CASE.  A NEW CASE, A CLEARED ONE REOPENED BY A   *
065800*    LATER CHANGE, OR AN OPEN ONE REFRESHED.  REVIEW STATUS AND  *
065900*    BLOCK OF AN OPEN CASE ARE FRAUD OPERATIONS' AND ARE KEPT.   *
066000******************************************************************
066100 3500-WRITE-CASE.
066200     IF ATM-CASE-ON-FILE AND NOT TK-CLEARED
066300         MOVE "REFRESHED" TO ATM-DTL-ACTION
066400         ADD 1 TO ATM-REFRESH-COUNT
066500         GO TO 3500-EVIDENCE.
066600     IF ATM-CASE-ON-FILE
066700         MOVE "REOPENED" TO ATM-DTL-ACTION
066800         ADD 1 TO ATM-REOPEN-COUNT
066900     ELSE
067000         MOVE SPACES TO ATO-CASE-RECORD
067100         MOVE ATM-CT-CUST (ATM-CHG-SUB) TO TK-CUST-NUMBER
067200         MOVE ZERO TO TK-DISP-DATE
067300         MOVE "NEW" TO ATM-DTL-ACTION
067400         ADD 1 TO ATM-NEW-COUNT
067500     END-IF.
067600     MOVE ATM-RUN-DATE TO TK-CASE-DATE.
067700     MOVE "O" TO TK-CASE-STATUS.
067800     MOVE SPACES TO TK-DISPOSITION.
067900     IF ATM-BLOCK-DEBITS
068000         MOVE "Y" TO TK-BLOCK-SW
068100     ELSE
068200         MOVE "N" TO TK-BLOCK-SW
068300     END-IF.
068400 3500-EVIDENCE.
068500     MOVE CUST-BRANCH TO TK-BRANCH.
068600     MOVE ATM-RUN-DATE TO TK-REFRESH-DATE.
068700     MOVE ATM-CT-DATE (ATM-CHG-SUB) TO TK-CHANGE-DATE.
068800     MOVE ATM-CT-TYPE (ATM-CHG-SUB) TO TK-CHANGE-TYPE.
068900     MOVE ATM-CT-SOURCE (ATM-CHG-SUB) TO TK-CHANGE-SOURCE.
069000     MOVE ATM-DEBIT-COUNT TO TK-DEBIT-COUNT.
069100     MOVE ATM-DEBIT-SUM TO TK-DEBIT-TOTAL.
069200     MOVE ATM-LARGE-COUNT TO TK-LARGE-COUNT.
069300     MOVE ATM-LARGEST TO TK-LARGEST-DEBIT.
069400     MOVE ATM-LARGEST-DATE TO TK-LARGEST-DATE.
069500     MOVE ATM-LARGEST-REF TO TK-LARGEST-REF.
069600     MOVE ATM-SO-COUNT TO TK-NEW-SO-COUNT.
069700     MOVE ATM-SO-AMOUNT TO TK-NEW-SO-AMOUNT.
069800     MOVE ATM-SO-PAYEE TO TK-NEW-SO-PAYEE.
069900     IF ATM-CASE-ON-FILE
070000         REWRITE ATO-CASE-RECORD
070100     ELSE
070200         WRITE ATO-CASE-RECORD
070300     END-IF.
070400     IF ATM-CASE-STATUS NOT = "00"
070500         DISPLAY "ATOMON: CASE FILE UPDATE FAILED "
070600             ATM-CASE-STATUS
070700         MOVE 12 TO RETURN-CODE
070800         STOP RUN.
070900     IF TK-DEBITS-BLOCKED
071000         ADD 1 TO ATM-BLOCK-COUNT.
071100     MOVE TK-CUST-NUMBER TO ATM-DTL-CUST.
071200     MOVE TK-BRANCH TO ATM-DTL-BRANCH.
071300     MOVE TK-CHANGE-DATE TO ATM-DTL-DATE.
071400     IF TK-ADDRESS-CHANGE
071500         MOVE "ADDRESS" TO ATM-DTL-TYPE
071600     ELSE
071700         MOVE "CONTACT" TO ATM-DTL-TYPE
071800     END-IF.
071900     MOVE TK-CHANGE-SOURCE TO ATM-DTL-SOURCE.
072000     MOVE TK-DEBIT-COUNT TO ATM-DTL-ITEMS.
072100     MOVE TK-DEBIT-TOTAL TO ATM-DTL-TOTAL.
072200     MOVE TK-LARGEST-DEBIT TO ATM-DTL-LARGEST.
072300     MOVE TK-NEW-SO-COUNT TO ATM-DTL-SO-COUNT.
072400     MOVE TK-NEW-SO-AMOUNT TO ATM-DTL-SO-AMOUNT.
072500     MOVE TK-BLOCK-SW TO ATM-DTL-BLOCK.
072600     WRITE REPORT-LINE FROM ATM-DETAIL-LINE
072700         AFTER ADVANCING 1 LINE.
072800 3500-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    4000-PRINT-TOTALS.  RUN COUNTS.                             *
073300******************************************************************
073400 4000-PRINT-TOTALS.
073500     MOVE "JOURNAL ENTRIES READ" TO ATM-CNT-LABEL.
073600     MOVE ATM-JRNL-READ TO ATM-CNT-VALUE.
073700     WRITE REPORT-LINE FROM ATM-COUNT-LINE
073800         AFTER ADVANCING 2 LINES.
073900     MOVE "ADDRESS CHANGES IN WINDOW" TO ATM-CNT-LABEL.
074000     MOVE ATM-ADDR-CHANGES TO ATM-CNT-VALUE.
074100     WRITE REPORT-LINE FROM ATM-COUNT-LINE
074200         AFTER ADVANCING 1 LINE.
074300     MOVE "CONTACT CHANGES IN WINDOW" TO ATM-CNT-LABEL.
074400     MOVE ATM-CONTACT-CHANGES TO ATM-CNT-VALUE.
074500     WRITE REPORT-LINE FROM ATM-COUNT-LINE
074600         AFTER ADVANCING 1 LINE.
074700     MOVE "CUSTOMERS CHANGED" TO ATM-CNT-LABEL.
074800     MOVE ATM-CHG-COUNT TO ATM-CNT-VALUE.
074900     WRITE REPORT-LINE FROM ATM-COUNT-LINE
075000         AFTER ADVANCING 1 LINE.
075100     MOVE "CLEARED SINCE THE CHANGE" TO ATM-CNT-LABEL.
075200     MOVE ATM-CLEARED-COUNT TO ATM-CNT-VALUE.
075300     WRITE REPORT-LINE FROM ATM-COUNT-LINE
075400         AFTER ADVANCING 1 LINE.
075500     MOVE "SUSPECTS" TO ATM-CNT-LABEL.
075600     MOVE ATM-SUSPECT-COUNT TO ATM-CNT-VALUE.
075700     WRITE REPORT-LINE FROM ATM-COUNT-LINE
075800         AFTER ADVANCING 1 LINE.
075900     MOVE "  NEW CASES" TO ATM-CNT-LABEL.
076000     MOVE ATM-NEW-COUNT TO ATM-CNT-VALUE.
076100     WRITE REPORT-LINE FROM ATM-COUNT-LINE
076200         AFTER ADVANCING 1 LINE.
076300     MOVE "  CASES REOPENED" TO ATM-CNT-LABEL.
076400     MOVE ATM-REOPEN-COUNT TO ATM-CNT-VALUE.
076500     WRITE REPORT-LINE FROM ATM-COUNT-LINE
076600         AFTER ADVANCING 1 LINE.
076700     MOVE "  OPEN CASES REFRESHED" TO ATM-CNT-LABEL.
076800     MOVE ATM-REFRESH-COUNT TO ATM-CNT-VALUE.
076900     WRITE REPORT-LINE FROM ATM-COUNT-LINE
077000         AFTER ADVANCING 1 LINE.
077100     MOVE "  WITH DEBITS BLOCKED" TO ATM-CNT-LABEL.
077200     MOVE ATM-BLOCK-COUNT TO ATM-CNT-VALUE.
077300     WRITE REPORT-LINE FROM ATM-COUNT-LINE
077400         AFTER ADVANCING 1 LINE.
077500 4000-EXIT.
077600     EXIT.
