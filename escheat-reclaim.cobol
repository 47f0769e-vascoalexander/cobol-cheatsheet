000100******************************************************************
000200* PROGRAM NAME:   ESCHCLM                                        *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* ESCHEATMENT RECLAIM.  WORKS THE DAY'S RECLAIM REQUESTS         *
000600* (RECLREQ) AGAINST THE ESCHEATMENT REGISTER THAT ESCHREMT       *
000700* WRITES.                                                        *
000800*   C  THE OWNER HAS COME FORWARD AND A CLAIM IS FILED WITH THE  *
000900*      AUTHORITY.  EVERY ESCHEATED ENTRY OF THE CUSTOMER IS      *
001000*      MARKED CLAIM-FILED WITH THE CLAIM REFERENCE, AND A        *
001100*      DORMANT CUSTOMER IS REACTIVATED (STATE "A", JOURNALED,    *
001200*      STATUS HISTORY REASON "RCLM").                            *
001300*   R  THE AUTHORITY HAS RETURNED THE FUNDS FOR A CLAIM.  THE    *
001400*      AMOUNT MUST AGREE WITH THE CLAIM'S ENTRIES; EACH ENTRY IS *
001500*      CREDITED BACK TO ITS ACCOUNT (POSTING HISTORY SOURCE      *
001600*      "ESCHEAT ", REFERENCE "RECLAIM") AND MARKED RETURNED.     *
001700* A REFUSED REQUEST CHANGES NOTHING AND ENDS THE STEP WITH RC=4. *
001800* THE REPORT CLOSES WITH EVERY CLAIM STILL WAITING ON THE        *
001900* AUTHORITY AND THE DAYS SINCE IT WAS FILED.                     *
002000*                                                                *
002100* MAINTENANCE LOG                                                *
002200* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002300* --------- ------------  -------------------------------------- *
002400* 15/10/26  MS            CREATED - ESCHEATMENT RECLAIM          *
002420* 15/10/26  MS            POSTING HISTORY IS KEYED (CUSTOMER,    *
002440*                         DATE, REFERENCE); A POSTING THAT       *
002460*                         REPEATS A KEY TAKES THE NEXT KEY       *
002480*                         SEQUENCE                               *
002486* 15/10/26  MS            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002492*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  ESCHCLM.
002800 AUTHOR. M. SCHREIBER.
002900 INSTALLATION. COBOL DEVELOPMENT CENTER.
003000 DATE-WRITTEN. 15/10/26.
003100 DATE-COMPILED. 15/10/26.
003200 SECURITY. NON-CONFIDENTIAL.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RECLAIM-REQUESTS ASSIGN TO RECLREQ
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS ECL-REQ-STATUS.
004000     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CUST-NUMBER
004400         FILE STATUS IS ECL-MAST-STATUS.
004500     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS AC-KEY
004900         FILE STATUS IS ECL-ACCT-STATUS.
005000     SELECT ESCHEAT-REGISTER ASSIGN TO ESCHREG
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ER-KEY
005400         FILE STATUS IS ECL-REG-STATUS.
005500     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
005600         ORGANIZATION IS INDEXED
005633         ACCESS MODE IS RANDOM
005666         RECORD KEY IS PH-KEY
005700         FILE STATUS IS ECL-HIST-STATUS.
005800     SELECT STATUS-HISTORY ASSIGN TO STATHSTO
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS ECL-STAT-STATUS.
006100     SELECT RECLAIM-REPORT ASSIGN TO ESCHCRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS ECL-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RECLAIM-REQUESTS
006800     RECORD CONTAINS 80 CHARACTERS.
006900 COPY RECLREQ.
007000
007100 FD  CUSTOMER-MASTER
007200     RECORD CONTAINS 273 CHARACTERS.
007300 COPY CUSTMAST.
007400
007500 FD  ACCOUNT-MASTER
007600     RECORD CONTAINS 100 CHARACTERS.
007700 COPY ACCTMAST.
007800
007900 FD  ESCHEAT-REGISTER
008000     RECORD CONTAINS 120 CHARACTERS.
008100 COPY ESCHREG.
008200
008300 FD  POSTING-HISTORY
008400     RECORD CONTAINS 100 CHARACTERS.
008500 COPY POSTHIST.
008600
008700 FD  STATUS-HISTORY
008800     RECORD CONTAINS 30 CHARACTERS.
008900 COPY STATHIST.
009000
009100 FD  RECLAIM-REPORT
009200     RECORD CONTAINS 132 CHARACTERS.
009300 01  REPORT-LINE                 PIC X(132).
009400
009500 WORKING-STORAGE SECTION.
009600 77  ECL-REQ-STATUS              PIC X(02).
009700 77  ECL-MAST-STATUS             PIC X(02).
009800 77  ECL-ACCT-STATUS             PIC X(02).
009900 77  ECL-REG-STATUS              PIC X(02).
010000 77  ECL-HIST-STATUS             PIC X(02).
010100 77  ECL-STAT-STATUS             PIC X(02).
010200 77  ECL-RPT-STATUS              PIC X(02).
010300
010400 77  ECL-REQ-EOF-SW              PIC X(01) VALUE "N".
010500     88  ECL-REQ-EOF             VALUE "Y".
010600 77  ECL-REG-DONE-SW             PIC X(01) VALUE "N".
010700     88  ECL-REG-DONE            VALUE "Y".
010800 77  ECL-REFUSE-SW               PIC X(01) VALUE "N".
010900     88  ECL-REFUSED             VALUE "Y".
011000 77  ECL-APPLY-SW                PIC X(01) VALUE "N".
011100     88  ECL-APPLY               VALUE "Y".
011200
011300 77  ECL-REFUSE-REASON           PIC X(50) VALUE SPACES.
011400 77  ECL-MSG-TEXT                PIC X(40) VALUE SPACES.
011500
011600 77  ECL-REQ-COUNT               PIC 9(05) COMP VALUE ZERO.
011700 77  ECL-CLAIM-COUNT             PIC 9(05) COMP VALUE ZERO.
011800 77  ECL-REACT-COUNT             PIC 9(05) COMP VALUE ZERO.
011900 77  ECL-RETURN-COUNT            PIC 9(05) COMP VALUE ZERO.
012000 77  ECL-REFUSED-COUNT           PIC 9(05) COMP VALUE ZERO.
012100 77  ECL-OPEN-COUNT              PIC 9(05) COMP VALUE ZERO.
012200 77  ECL-ENTRY-COUNT             PIC 9(02) COMP VALUE ZERO.
012300 77  ECL-DAYS-OPEN               PIC 9(05) COMP VALUE ZERO.
012400 77  ECL-ENTRY-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
012500 77  ECL-RETURN-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
012600 77  ECL-OPEN-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
012700 77  ECL-NEW-BAL                 PIC S9(09)V9(02) VALUE ZERO.
012800
012900 01  ECL-RUN-DATE                PIC 9(08).
013000
013100 01  ECL-TS-DATE                 PIC 9(08).
013200 01  ECL-TS-DATE-X REDEFINES ECL-TS-DATE.
013300     05  ECL-TS-YYYY             PIC X(04).
013400     05  ECL-TS-MM               PIC X(02).
013500     05  ECL-TS-DD               PIC X(02).
013600 01  ECL-TS-TIME                 PIC 9(08).
013700 01  ECL-TS-TIME-X REDEFINES ECL-TS-TIME.
013800     05  ECL-TS-HH               PIC X(02).
013900     05  ECL-TS-MI               PIC X(02).
014000     05  ECL-TS-SS               PIC X(02).
014100     05  ECL-TS-HS               PIC X(02).
014200 01  ECL-TIME-STAMP.
014300     05  ECL-STP-YYYY            PIC X(04).
014400     05  FILLER                  PIC X(01) VALUE "-".
014500     05  ECL-STP-MM              PIC X(02).
014600     05  FILLER                  PIC X(01) VALUE "-".
014700     05  ECL-STP-DD              PIC X(02).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  ECL-STP-HH              PIC X(02).
015000     05  FILLER                  PIC X(01) VALUE ":".
015100     05  ECL-STP-MI              PIC X(02).
015200     05  FILLER                  PIC X(01) VALUE ":".
015300     05  ECL-STP-SS              PIC X(02).
015400     05  FILLER                  PIC X(01) VALUE ".".
015500     05  ECL-STP-HS              PIC X(02).
015600     05  FILLER                  PIC X(06) VALUE "+01:00".
015700
015800 COPY JRNLPARM.
015900
016000 01  ECL-HEADING-1.
016100     05  FILLER                  PIC X(09) VALUE "ESCHCLM  ".
016200     05  FILLER                  PIC X(35)
016300         VALUE "ESCHEATMENT RECLAIM REGISTER       ".
016400     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
016500     05  ECL-HDG-DATE            PIC 9(08).
016600     05  FILLER                  PIC X(70) VALUE SPACES.
016700
016800 01  ECL-HEADING-2.
016900     05  FILLER                  PIC X(08) VALUE "CUSTOMER".
017000     05  FILLER                  PIC X(28) VALUE "NAME".
017100     05  FILLER                  PIC X(04) VALUE "T".
017200     05  FILLER                  PIC X(17)
017300         VALUE "CLAIM REFERENCE".
017400     05  FILLER                  PIC X(04) VALUE "NO".
017500     05  FILLER                  PIC X(15) VALUE "      AMOUNT".
017600     05  FILLER                  PIC X(56) VALUE "RESULT".
017700
017800 01  ECL-DETAIL-LINE.
017900     05  ECL-DTL-CUST            PIC 9(06).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  ECL-DTL-NAME            PIC X(26).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  ECL-DTL-TYPE            PIC X(01).
018400     05  FILLER                  PIC X(03) VALUE SPACES.
018500     05  ECL-DTL-REFERENCE       PIC X(15).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  ECL-DTL-ENTRIES         PIC Z9.
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  ECL-DTL-AMOUNT          PIC Z(08)9.99.
019000     05  FILLER                  PIC X(03) VALUE SPACES.
019100     05  ECL-DTL-TEXT            PIC X(50).
019200     05  FILLER                  PIC X(06) VALUE SPACES.
019300
019400 01  ECL-HEADING-3.
019500     05  FILLER                  PIC X(08) VALUE "CUSTOMER".
019600     05  FILLER                  PIC X(04) VALUE "AC".
019700     05  FILLER                  PIC X(10) VALUE "REMITTED".
019800     05  FILLER                  PIC X(10) VALUE "FILED".
019900     05  FILLER                  PIC X(07) VALUE " DAYS".
020000     05  FILLER                  PIC X(11) VALUE "    AMOUNT".
020100     05  FILLER                  PIC X(05) VALUE "CCY".
020200     05  FILLER                  PIC X(17)
020300         VALUE "CLAIM REFERENCE".
020400     05  FILLER                  PIC X(60) VALUE "REQUESTER".
020500
020600 01  ECL-OPEN-LINE.
020700     05  ECL-OPN-CUST            PIC 9(06).
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  ECL-OPN-ACCT            PIC 9(02).
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  ECL-OPN-REMITTED        PIC 9(08).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  ECL-OPN-FILED           PIC 9(08).
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  ECL-OPN-DAYS            PIC Z(04)9.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  ECL-OPN-AMOUNT          PIC Z(06)9.99.
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  ECL-OPN-CURRENCY        PIC X(03).
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  ECL-OPN-REFERENCE       PIC X(15).
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  ECL-OPN-REQUESTER       PIC X(20).
022400     05  FILLER                  PIC X(40) VALUE SPACES.
022500
022600 01  ECL-TOTAL-LINE.
022700     05  FILLER                  PIC X(10) VALUE SPACES.
022800     05  ECL-TOT-LABEL           PIC X(30).
022900     05  ECL-TOT-COUNT           PIC Z(06)9.
023000     05  FILLER                  PIC X(05) VALUE SPACES.
023100     05  ECL-TOT-AMOUNT          PIC Z(10)9.99.
023200     05  FILLER                  PIC X(66) VALUE SPACES.
023300
023400 01  ECL-SECTION-LINE.
023500     05  FILLER                  PIC X(05) VALUE SPACES.
023600     05  ECL-SEC-TEXT            PIC X(60).
023700     05  FILLER                  PIC X(67) VALUE SPACES.
023800
023900 01  ECL-NAME-WORK               PIC X(26).
024000
024100 PROCEDURE DIVISION.
024200******************************************************************
024300*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
024400******************************************************************
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
024800         UNTIL ECL-REQ-EOF.
024900     PERFORM 3000-OPEN-CLAIMS THRU 3000-EXIT.
025000     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
025100     PERFORM 5000-WRAPUP THRU 5000-EXIT.
025200     IF ECL-REFUSED-COUNT > ZERO
025300         MOVE 4 TO RETURN-CODE.
025400     STOP RUN.
025500
025600******************************************************************
025700*    1000-INITIALIZE.  OPEN FILES AND PRINT THE HEADINGS.  NO    *
025800*    REQUEST FILE MEANS NO REQUESTS; THE OPEN-CLAIMS LIST IS     *
025900*    STILL PRINTED.                                              *
026000******************************************************************
026100 1000-INITIALIZE.
026200     ACCEPT ECL-RUN-DATE FROM DATE YYYYMMDD.
026300     OPEN I-O    CUSTOMER-MASTER
026400          I-O    ACCOUNT-MASTER
026500          I-O    ESCHEAT-REGISTER
026600          OUTPUT RECLAIM-REPORT.
026700     IF ECL-MAST-STATUS NOT = "00"
026800         MOVE "CUSTOMER MASTER OPEN FAILED" TO ECL-MSG-TEXT
026900         GO TO 9000-ABEND.
027000     IF ECL-ACCT-STATUS NOT = "00"
027100         MOVE "ACCOUNT MASTER OPEN FAILED" TO ECL-MSG-TEXT
027200         GO TO 9000-ABEND.
027300     IF ECL-REG-STATUS NOT = "00"
027400         MOVE "ESCHEATMENT REGISTER OPEN FAILED" TO ECL-MSG-TEXT
027500         GO TO 9000-ABEND.
027600     OPEN I-O POSTING-HISTORY.
027700     IF ECL-HIST-STATUS = "35"
027800         OPEN OUTPUT POSTING-HISTORY
027833         CLOSE POSTING-HISTORY
027866         OPEN I-O POSTING-HISTORY.
027900     IF ECL-HIST-STATUS NOT = "00"
028000         MOVE "POSTING HISTORY OPEN FAILED" TO ECL-MSG-TEXT
028100         GO TO 9000-ABEND.
028200     OPEN EXTEND STATUS-HISTORY.
028300     IF ECL-STAT-STATUS = "35"
028400         OPEN OUTPUT STATUS-HISTORY.
028500     IF ECL-STAT-STATUS NOT = "00"
028600         MOVE "STATUS HISTORY OPEN FAILED" TO ECL-MSG-TEXT
028700         GO TO 9000-ABEND.
028800     OPEN INPUT RECLAIM-REQUESTS.
028900     IF ECL-REQ-STATUS NOT = "00"
029000         MOVE "Y" TO ECL-REQ-EOF-SW.
029100     MOVE ECL-RUN-DATE TO ECL-HDG-DATE.
029200     WRITE REPORT-LINE FROM ECL-HEADING-1
029300         AFTER ADVANCING PAGE.
029400     WRITE REPORT-LINE FROM ECL-HEADING-2
029500         AFTER ADVANCING 2 LINES.
029600 1000-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000*    2000-PROCESS-REQUEST.  ONE RECLAIM REQUEST.  THE REGISTER   *
030100*    IS WALKED TWICE: ONCE TO CHECK, ONCE TO APPLY, SO THAT A    *
030200*    REFUSAL LEAVES THE REGISTER AND THE ACCOUNTS UNTOUCHED.     *
030300******************************************************************
030400 2000-PROCESS-REQUEST.
030500     READ RECLAIM-REQUESTS
030600         AT END
030700             MOVE "Y" TO ECL-REQ-EOF-SW
030800             GO TO 2000-EXIT
030900     END-READ.
031000     ADD 1 TO ECL-REQ-COUNT.
031100     MOVE "N" TO ECL-REFUSE-SW.
031200     MOVE ZERO TO ECL-ENTRY-COUNT.
031300     MOVE ZERO TO ECL-ENTRY-TOTAL.
031400     MOVE RR-CUST-NUMBER TO CUST-NUMBER.
031500     READ CUSTOMER-MASTER
031600         INVALID KEY
031700             MOVE SPACES TO FIRSTNAME LASTNAME
031800             MOVE "REFUSED - NOT ON CUSTOMER MASTER"
031900                 TO ECL-REFUSE-REASON
032000             GO TO 2000-REFUSE
032100     END-READ.
032200     IF NOT RR-FILE-CLAIM AND NOT RR-FUNDS-RETURNED
032300         MOVE "REFUSED - UNKNOWN REQUEST TYPE"
032400             TO ECL-REFUSE-REASON
032500         GO TO 2000-REFUSE.
032600     IF RR-CLAIM-REFERENCE = SPACES
032700         MOVE "REFUSED - NO CLAIM REFERENCE ON REQUEST"
032800             TO ECL-REFUSE-REASON
032900         GO TO 2000-REFUSE.
033000     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
033100     IF RR-FILE-CLAIM
033200         PERFORM 2100-FILE-CLAIM THRU 2100-EXIT
033300     ELSE
033400         PERFORM 2300-RETURN-FUNDS THRU 2300-EXIT
033500     END-IF.
033600     IF ECL-REFUSED
033700         GO TO 2000-REFUSE.
033800     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
033900     GO TO 2000-EXIT.
034000 2000-REFUSE.
034100     ADD 1 TO ECL-REFUSED-COUNT.
034200     MOVE ECL-REFUSE-REASON TO ECL-DTL-TEXT.
034300     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    2100-FILE-CLAIM.  MARK EVERY ESCHEATED ENTRY OF THE         *
034900*    CUSTOMER CLAIM-FILED, THEN REACTIVATE A DORMANT CUSTOMER.   *
035000******************************************************************
035100 2100-FILE-CLAIM.
035200     MOVE "N" TO ECL-APPLY-SW.
035300     PERFORM 2500-WALK-REGISTER THRU 2500-EXIT.
035400     IF ECL-ENTRY-COUNT = ZERO
035500         MOVE "REFUSED - NOTHING ESCHEATED FOR THIS CUSTOMER"
035600             TO ECL-REFUSE-REASON
035700         MOVE "Y" TO ECL-REFUSE-SW
035800         GO TO 2100-EXIT.
035900     MOVE "Y" TO ECL-APPLY-SW.
036000     MOVE ZERO TO ECL-ENTRY-COUNT.
036100     MOVE ZERO TO ECL-ENTRY-TOTAL.
036200     PERFORM 2500-WALK-REGISTER THRU 2500-EXIT.
036300     ADD 1 TO ECL-CLAIM-COUNT.
036400     IF NOT DORMANT
036500         MOVE "CLAIM FILED" TO ECL-DTL-TEXT
036600         GO TO 2100-EXIT.
036700     MOVE "A" TO STATE.
036800     PERFORM 2800-STAMP-RECORD THRU 2800-EXIT.
036900     REWRITE CUSTOMER-RECORD.
037000     IF ECL-MAST-STATUS NOT = "00"
037100         MOVE "MASTER REWRITE FAILED" TO ECL-MSG-TEXT
037200         GO TO 9000-ABEND.
037300     MOVE "C" TO JP-ACTION.
037400     MOVE "ESCHCLM" TO JP-PROGRAM.
037500     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
037600     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
037700     CALL "JRNLWRT" USING JRNL-PARM.
037800     MOVE SPACES TO STATUS-HISTORY-RECORD.
037900     MOVE CUST-NUMBER TO SH-CUST-NUMBER.
038000     MOVE "A" TO SH-STATE.
038100     MOVE ECL-RUN-DATE TO SH-EFF-DATE.
038200     MOVE "ESCHCLM" TO SH-SOURCE.
038300     MOVE CUST-BRANCH TO SH-BRANCH.
038400     MOVE "RCLM" TO SH-REASON-CODE.
038500     WRITE STATUS-HISTORY-RECORD.
038600     ADD 1 TO ECL-REACT-COUNT.
038700     MOVE "CLAIM FILED - CUSTOMER REACTIVATED" TO ECL-DTL-TEXT.
038800 2100-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200*    2300-RETURN-FUNDS.  CHECK THE CLAIM'S ENTRIES AGAINST THE   *
039300*    RETURNED AMOUNT AND THE ACCOUNTS, THEN CREDIT THEM BACK.    *
039400******************************************************************
039500 2300-RETURN-FUNDS.
039600     IF CLOSED
039700         MOVE "REFUSED - CUSTOMER CLOSED" TO ECL-REFUSE-REASON
039800         MOVE "Y" TO ECL-REFUSE-SW
039900         GO TO 2300-EXIT.
040000     MOVE "N" TO ECL-APPLY-SW.
040100     PERFORM 2500-WALK-REGISTER THRU 2500-EXIT.
040200     IF ECL-REFUSED
040300         GO TO 2300-EXIT.
040400     IF ECL-ENTRY-COUNT = ZERO
040500         MOVE "REFUSED - NO OPEN CLAIM WITH THIS REFERENCE"
040600             TO ECL-REFUSE-REASON
040700         MOVE "Y" TO ECL-REFUSE-SW
040800         GO TO 2300-EXIT.
040900     IF ECL-ENTRY-TOTAL NOT = RR-AMOUNT
041000         MOVE "REFUSED - AMOUNT DIFFERS FROM THE CLAIMED ENTRIES"
041100             TO ECL-REFUSE-REASON
041200         MOVE "Y" TO ECL-REFUSE-SW
041300         GO TO 2300-EXIT.
041400     COMPUTE ECL-NEW-BAL = SALDO + ECL-ENTRY-TOTAL.
041500     IF ECL-NEW-BAL > 9999999.99
041600         MOVE "REFUSED - RESULT EXCEEDS BALANCE FIELD"
041700             TO ECL-REFUSE-REASON
041800         MOVE "Y" TO ECL-REFUSE-SW
041900         GO TO 2300-EXIT.
042000     MOVE "Y" TO ECL-APPLY-SW.
042100     MOVE ZERO TO ECL-ENTRY-COUNT.
042200     MOVE ZERO TO ECL-ENTRY-TOTAL.
042300     PERFORM 2500-WALK-REGISTER THRU 2500-EXIT.
042400     MOVE ECL-NEW-BAL TO SALDO.
042500     REWRITE CUSTOMER-RECORD.
042600     IF ECL-MAST-STATUS NOT = "00"
042700         MOVE "MASTER REWRITE FAILED" TO ECL-MSG-TEXT
042800         GO TO 9000-ABEND.
042900     MOVE "C" TO JP-ACTION.
043000     MOVE "ESCHCLM" TO JP-PROGRAM.
043100     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
043200     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
043300     CALL "JRNLWRT" USING JRNL-PARM.
043400     ADD 1 TO ECL-RETURN-COUNT.
043500     ADD ECL-ENTRY-TOTAL TO ECL-RETURN-TOTAL.
043600     MOVE "FUNDS RETURNED - CREDITED TO ACCOUNTS" TO ECL-DTL-TEXT.
043700 2300-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    2500-WALK-REGISTER.  THE CUSTOMER'S REGISTER ENTRIES.  WITH *
044200*    ECL-APPLY OFF THE ENTRIES ARE ONLY COUNTED AND CHECKED.     *
044300******************************************************************
044400 2500-WALK-REGISTER.
044500     MOVE LOW-VALUES TO ER-KEY.
044600     MOVE CUST-NUMBER TO ER-CUST-NUMBER.
044700     MOVE "N" TO ECL-REG-DONE-SW.
044800     START ESCHEAT-REGISTER KEY IS NOT LESS THAN ER-KEY
044900         INVALID KEY
045000             GO TO 2500-EXIT
045100     END-START.
045200     PERFORM 2510-WALK-ONE THRU 2510-EXIT
045300         UNTIL ECL-REG-DONE OR ECL-REFUSED.
045400 2500-EXIT.
045500     EXIT.
045600
045700 2510-WALK-ONE.
045800     READ ESCHEAT-REGISTER NEXT RECORD
045900         AT END
046000             MOVE "Y" TO ECL-REG-DONE-SW
046100             GO TO 2510-EXIT
046200     END-READ.
046300     IF ER-CUST-NUMBER NOT = CUST-NUMBER
046400         MOVE "Y" TO ECL-REG-DONE-SW
046500         GO TO 2510-EXIT.
046600     IF RR-FILE-CLAIM
046700         IF NOT ER-ESCHEATED
046800             GO TO 2510-EXIT
046900         END-IF
047000     ELSE
047100         IF NOT ER-CLAIM-FILED
047200          OR ER-CLAIM-REFERENCE NOT = RR-CLAIM-REFERENCE
047300             GO TO 2510-EXIT
047400         END-IF
047500     END-IF.
047600     ADD 1 TO ECL-ENTRY-COUNT.
047700     ADD ER-AMOUNT TO ECL-ENTRY-TOTAL.
047800     IF RR-FILE-CLAIM
047900         IF ECL-APPLY
048000             MOVE "C" TO ER-STATUS
048100             MOVE ECL-RUN-DATE TO ER-CLAIM-DATE
048200             MOVE RR-CLAIM-REFERENCE TO ER-CLAIM-REFERENCE
048300             MOVE RR-REQUESTER TO ER-CLAIM-REQUESTER
048400             PERFORM 2590-REWRITE-ENTRY THRU 2590-EXIT
048500         END-IF
048600         GO TO 2510-EXIT.
048700     MOVE ER-CUST-NUMBER TO AC-CUST-NUMBER.
048800     MOVE ER-ACCT-SEQ TO AC-ACCT-SEQ.
048900     READ ACCOUNT-MASTER
049000         INVALID KEY
049100             MOVE "REFUSED - REMITTED ACCOUNT NOT ON FILE"
049200                 TO ECL-REFUSE-REASON
049300             MOVE "Y" TO ECL-REFUSE-SW
049400             GO TO 2510-EXIT
049500     END-READ.
049600     IF NOT AC-OPEN
049700         MOVE "REFUSED - REMITTED ACCOUNT NO LONGER OPEN"
049800             TO ECL-REFUSE-REASON
049900         MOVE "Y" TO ECL-REFUSE-SW
050000         GO TO 2510-EXIT.
050100     IF AC-SALDO + ER-AMOUNT > 9999999.99
050200         MOVE "REFUSED - RESULT EXCEEDS BALANCE FIELD"
050300             TO ECL-REFUSE-REASON
050400         MOVE "Y" TO ECL-REFUSE-SW
050500         GO TO 2510-EXIT.
050600     IF NOT ECL-APPLY
050700         GO TO 2510-EXIT.
050800     PERFORM 2600-CREDIT-ACCOUNT THRU 2600-EXIT.
050900     MOVE "R" TO ER-STATUS.
051000     MOVE ECL-RUN-DATE TO ER-RETURN-DATE.
051100     MOVE ER-AMOUNT TO ER-RETURN-AMOUNT.
051200     PERFORM 2590-REWRITE-ENTRY THRU 2590-EXIT.
051300 2510-EXIT.
051400     EXIT.
051500
051600 2590-REWRITE-ENTRY.
051700     REWRITE ESCHEAT-REGISTER-RECORD.
051800     IF ECL-REG-STATUS NOT = "00"
051900         MOVE "REGISTER REWRITE FAILED" TO ECL-MSG-TEXT
052000         GO TO 9000-ABEND.
052100 2590-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*    2600-CREDIT-ACCOUNT.  THE RETURNED AMOUNT BACK ON THE       *
052600*    ACCOUNT IN THE RECORD AREA, WITH ITS POSTING HISTORY.  A    *
052650*    REPEATED HISTORY KEY TAKES THE NEXT KEY SEQUENCE.           *
052700******************************************************************
052800 2600-CREDIT-ACCOUNT.
052900     ADD ER-AMOUNT TO AC-SALDO.
053000     REWRITE ACCOUNT-RECORD.
053100     IF ECL-ACCT-STATUS NOT = "00"
053200         MOVE "ACCOUNT REWRITE FAILED" TO ECL-MSG-TEXT
053300         GO TO 9000-ABEND.
053400     MOVE CUST-NUMBER TO PH-CUST-NUMBER.
053500     MOVE ECL-RUN-DATE TO PH-POST-DATE.
053600     MOVE "C" TO PH-TXN-TYPE.
053700     MOVE ER-AMOUNT TO PH-AMOUNT.
053800     MOVE AC-SALDO TO PH-BALANCE-AFTER.
053900     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
054000     MOVE "RECLAIM" TO PH-REFERENCE.
054100     MOVE "ESCHEAT " TO PH-SOURCE.
054200     MOVE CUST-BRANCH TO PH-BRANCH.
054300     MOVE ECL-RUN-DATE TO PH-PROC-DATE.
054400     MOVE ZERO TO PH-ADJ-PERIOD.
054500     MOVE SPACES TO PH-ORIG-CURRENCY.
054600     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
054650     MOVE ZERO TO PH-KEY-SEQ.
054660 2600-WRITE-TRY.
054700     WRITE POSTING-HISTORY-RECORD.
054720     IF ECL-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
054740         ADD 1 TO PH-KEY-SEQ
054760         GO TO 2600-WRITE-TRY.
054800     IF ECL-HIST-STATUS NOT = "00"
054900         MOVE "POSTING HISTORY WRITE FAILED" TO ECL-MSG-TEXT
055000         GO TO 9000-ABEND.
055100 2600-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    2800-STAMP-RECORD.  ISO MAINTENANCE TIMESTAMP ON THE MASTER.*
055600******************************************************************
055700 2800-STAMP-RECORD.
055800     ACCEPT ECL-TS-DATE FROM DATE YYYYMMDD.
055900     ACCEPT ECL-TS-TIME FROM TIME.
056000     MOVE ECL-TS-YYYY TO ECL-STP-YYYY.
056100     MOVE ECL-TS-MM TO ECL-STP-MM.
056200     MOVE ECL-TS-DD TO ECL-STP-DD.
056300     MOVE ECL-TS-HH TO ECL-STP-HH.
056400     MOVE ECL-TS-MI TO ECL-STP-MI.
056500     MOVE ECL-TS-SS TO ECL-STP-SS.
056600     MOVE ECL-TS-HS TO ECL-STP-HS.
056700     MOVE ECL-TIME-STAMP TO LAST-MAINT-TS.
056800 2800-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200*    2900-REPORT-LINE.  ONE REGISTER LINE PER REQUEST.           *
057300******************************************************************
057400 2900-REPORT-LINE.
057500     MOVE SPACES TO ECL-NAME-WORK.
057600     STRING FIRSTNAME DELIMITED BY "  "
057700            " " DELIMITED BY SIZE
057800            LASTNAME DELIMITED BY SIZE
057900         INTO ECL-NAME-WORK.
058000     MOVE RR-CUST-NUMBER TO ECL-DTL-CUST.
058100     MOVE ECL-NAME-WORK TO ECL-DTL-NAME.
058200     MOVE RR-REQ-TYPE TO ECL-DTL-TYPE.
058300     MOVE RR-CLAIM-REFERENCE TO ECL-DTL-REFERENCE.
058400     MOVE ECL-ENTRY-COUNT TO ECL-DTL-ENTRIES.
058500     MOVE ECL-ENTRY-TOTAL TO ECL-DTL-AMOUNT.
058600     WRITE REPORT-LINE FROM ECL-DETAIL-LINE
058700         AFTER ADVANCING 1 LINE.
058800 2900-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    3000-OPEN-CLAIMS.  EVERY CLAIM FILED AND NOT YET RETURNED,  *
059300*    WITH THE DAYS IT HAS BEEN WAITING ON THE AUTHORITY.         *
059400******************************************************************
059500 3000-OPEN-CLAIMS.
059600     MOVE "CLAIMS AWAITING RETURN OF FUNDS" TO ECL-SEC-TEXT.
059700     WRITE REPORT-LINE FROM ECL-SECTION-LINE
059800         AFTER ADVANCING 3 LINES.
059900     WRITE REPORT-LINE FROM ECL-HEADING-3
060000         AFTER ADVANCING 2 LINES.
060100     MOVE LOW-VALUES TO ER-KEY.
060200     MOVE "N" TO ECL-REG-DONE-SW.
060300     START ESCHEAT-REGISTER KEY IS NOT LESS THAN ER-KEY
060400         INVALID KEY
060500             GO TO 3000-EXIT
060600     END-START.
060700     PERFORM 3100-LIST-ONE THRU 3100-EXIT
060800         UNTIL ECL-REG-DONE.
060900 3000-EXIT.
061000     EXIT.
061100
061200 3100-LIST-ONE.
061300     READ ESCHEAT-REGISTER NEXT RECORD
061400         AT END
061500             MOVE "Y" TO ECL-REG-DONE-SW
061600             GO TO 3100-EXIT
061700     END-READ.
061800     IF NOT ER-CLAIM-FILED
061900         GO TO 3100-EXIT.
062000     COMPUTE ECL-DAYS-OPEN =
062100         FUNCTION INTEGER-OF-DATE (ECL-RUN-DATE)
062200       - FUNCTION INTEGER-OF-DATE (ER-CLAIM-DATE).
062300     MOVE ER-CUST-NUMBER TO ECL-OPN-CUST.
062400     MOVE ER-ACCT-SEQ TO ECL-OPN-ACCT.
062500     MOVE ER-REMIT-DATE TO ECL-OPN-REMITTED.
062600     MOVE ER-CLAIM-DATE TO ECL-OPN-FILED.
062700     MOVE ECL-DAYS-OPEN TO ECL-OPN-DAYS.
062800     MOVE ER-AMOUNT TO ECL-OPN-AMOUNT.
062900     MOVE ER-CURRENCY TO ECL-OPN-CURRENCY.
063000     MOVE ER-CLAIM-REFERENCE TO ECL-OPN-REFERENCE.
063100     MOVE ER-CLAIM-REQUESTER TO ECL-OPN-REQUESTER.
063200     WRITE REPORT-LINE FROM ECL-OPEN-LINE
063300         AFTER ADVANCING 1 LINE.
063400     ADD 1 TO ECL-OPEN-COUNT.
063500     ADD ER-AMOUNT TO ECL-OPEN-TOTAL.
063600 3100-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*    4000-PRINT-TOTALS.  RUN TOTALS.                             *
064100******************************************************************
064200 4000-PRINT-TOTALS.
064300     MOVE ZERO TO ECL-TOT-AMOUNT.
064400     MOVE "REQUESTS READ" TO ECL-TOT-LABEL.
064500     MOVE ECL-REQ-COUNT TO ECL-TOT-COUNT.
064600     WRITE REPORT-LINE FROM ECL-TOTAL-LINE
064700         AFTER ADVANCING 2 LINES.
064800     MOVE "CLAIMS FILED" TO ECL-TOT-LABEL.
064900     MOVE ECL-CLAIM-COUNT TO ECL-TOT-COUNT.
065000     WRITE REPORT-LINE FROM ECL-TOTAL-LINE
065100         AFTER ADVANCING 1 LINE.
065200     MOVE "CUSTOMERS REACTIVATED" TO ECL-TOT-LABEL.
065300     MOVE ECL-REACT-COUNT TO ECL-TOT-COUNT.
065400     WRITE REPORT-LINE FROM ECL-TOTAL-LINE
065500         AFTER ADVANCING 1 LINE.
065600     MOVE "REQUESTS REFUSED" TO ECL-TOT-LABEL.
065700     MOVE ECL-REFUSED-COUNT TO ECL-TOT-COUNT.
065800     WRITE REPORT-LINE FROM ECL-TOTAL-LINE
065900         AFTER ADVANCING 1 LINE.
066000     MOVE "RETURNS CREDITED" TO ECL-TOT-LABEL.
066100     MOVE ECL-RETURN-COUNT TO ECL-TOT-COUNT.
066200     MOVE ECL-RETURN-TOTAL TO ECL-TOT-AMOUNT.
066300     WRITE REPORT-LINE FROM ECL-TOTAL-LINE
066400         AFTER ADVANCING 1 LINE.
066500     MOVE "ENTRIES AWAITING RETURN" TO ECL-TOT-LABEL.
066600     MOVE ECL-OPEN-COUNT TO ECL-TOT-COUNT.
066700     MOVE ECL-OPEN-TOTAL TO ECL-TOT-AMOUNT.
066800     WRITE REPORT-LINE FROM ECL-TOTAL-LINE
066900         AFTER ADVANCING 1 LINE.
067000 4000-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400*    5000-WRAPUP.  JOURNAL CLOSE AND FILE CLOSES.                *
067500******************************************************************
067600 5000-WRAPUP.
067700     MOVE "X" TO JP-ACTION.
067800     CALL "JRNLWRT" USING JRNL-PARM.
067900     CLOSE CUSTOMER-MASTER
068000           ACCOUNT-MASTER
068100           ESCHEAT-REGISTER
068200           POSTING-HISTORY
068300           STATUS-HISTORY
068400           RECLAIM-REPORT.
068500     IF ECL-REQ-STATUS = "00"
068600         CLOSE RECLAIM-REQUESTS.
068700 5000-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100*    9000-ABEND.  FATAL ERROR - REPORT AND STOP WITH RC=12.      *
069200******************************************************************
069300 9000-ABEND.
069400     DISPLAY "ESCHCLM ABEND: " ECL-MSG-TEXT.
069500     MOVE 12 TO RETURN-CODE.
069600     STOP RUN.
