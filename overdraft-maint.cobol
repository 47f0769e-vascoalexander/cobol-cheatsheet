000100******************************************************************
000200* PROGRAM NAME:   ODREVMNT                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* OVERDRAFT REVIEW MAINTENANCE.  THE CREDIT OFFICERS WORK THE    *
000600* ODREVWL WORKLIST THAT ODREVBLD QUEUES WHEN A CUSTOMER WITH A   *
000700* LIMIT IS CLASSIFIED UNEMPLOYED OR INACTIVE.  FOR EACH OPEN     *
000800* ITEM THE OFFICER KEEPS, REDUCES OR WITHDRAWS THE LIMIT:        *
000900*   K  KEEP      LIMIT LEFT AS IT STANDS                         *
001000*   R  REDUCE    NEW LIMIT KEYED, ABOVE ZERO AND BELOW THE       *
001100*                CURRENT ONE                                     *
001200*   W  WITHDRAW  LIMIT TO ZERO, OVER-LIMIT ACTION TO REJECT      *
001300* THE LIMIT IS THE PRIMARY ACCOUNT 01'S FACILITY ON ACCTMAST,    *
001400* MIRRORED ON THE CUSTOMER MASTER AS IN ACCTMNT.  EVERY          *
001500* DECISION - A KEEP INCLUDED - IS JOURNALED THROUGH JRNLWRT,     *
001600* LOGGED ON CONTLOG AS A TYPE "O" CONTACT UNDER THE OFFICER'S    *
001700* NAME, MARKED ON THE WORKLIST ITEM AND LISTED ON THE ODREVAUD   *
001800* AUDIT.  A REDUCED OR WITHDRAWN LIMIT QUEUES THE NOTICE LETTER  *
001900* (ODREDUCE OR ODWITHDR) TO THE CUSTOMER THROUGH LTRTRIG.        *
002000*                                                                *
002100* MAINTENANCE LOG                                                *
002200* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002300* --------- ------------  -------------------------------------- *
002400* 15/10/26  HK            CREATED - OVERDRAFT REVIEW DECISIONS   *
002433* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002466*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  ODREVMNT.
002800 AUTHOR. H. KELLER.
002900 INSTALLATION. COBOL DEVELOPMENT CENTER.
003000 DATE-WRITTEN. 15/10/26.
003100 DATE-COMPILED. 15/10/26.
003200 SECURITY. NON-CONFIDENTIAL.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT REVIEW-WORKLIST ASSIGN TO ODREVWL
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS OV-KEY
004100         FILE STATUS IS ODM-REV-STATUS.
004200     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS AC-KEY
004600         FILE STATUS IS ODM-ACCT-STATUS.
004700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CUST-NUMBER
005100         FILE STATUS IS ODM-MAST-STATUS.
005200     SELECT CONTACT-LOG ASSIGN TO CONTLOG
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS ODM-CONT-STATUS.
005500     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS ODM-TRG-STATUS.
005800     SELECT AUDIT-REPORT ASSIGN TO ODREVAUD
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS ODM-AUD-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  REVIEW-WORKLIST
006500     RECORD CONTAINS 150 CHARACTERS.
006600 COPY ODREVIEW.
006700
006800 FD  ACCOUNT-MASTER
006900     RECORD CONTAINS 100 CHARACTERS.
007000 COPY ACCTMAST.
007100
007200 FD  CUSTOMER-MASTER
007300     RECORD CONTAINS 273 CHARACTERS.
007400 COPY CUSTMAST.
007500
007600 FD  CONTACT-LOG
007700     RECORD CONTAINS 80 CHARACTERS.
007800 COPY CONTLOG.
007900
008000 FD  TRIGGER-FILE
008100     RECORD CONTAINS 40 CHARACTERS.
008200 COPY LTRTRIG.
008300
008400 FD  AUDIT-REPORT
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  REPORT-LINE                 PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 77  ODM-REV-STATUS              PIC X(02).
009000 77  ODM-ACCT-STATUS             PIC X(02).
009100 77  ODM-MAST-STATUS             PIC X(02).
009200 77  ODM-CONT-STATUS             PIC X(02).
009300 77  ODM-TRG-STATUS              PIC X(02).
009400 77  ODM-AUD-STATUS              PIC X(02).
009500
009600 77  ODM-DONE-SW                 PIC X(01) VALUE "N".
009700     88  ODM-DONE                VALUE "Y".
009800 77  ODM-EDIT-SW                 PIC X(01) VALUE "N".
009900     88  ODM-EDIT-FAILED         VALUE "Y".
010000 77  ODM-SCAN-DONE-SW            PIC X(01) VALUE "N".
010100     88  ODM-SCAN-DONE           VALUE "Y".
010200 77  ODM-FOUND-SW                PIC X(01) VALUE "N".
010300     88  ODM-ITEM-FOUND          VALUE "Y".
010400
010500 77  ODM-FUNCTION                PIC X(01) VALUE SPACE.
010600 77  ODM-DECISION                PIC X(01) VALUE SPACE.
010700     88  ODM-KEEP                VALUE "K".
010800     88  ODM-REDUCE              VALUE "R".
010900     88  ODM-WITHDRAW            VALUE "W".
011000 77  ODM-CONFIRM                 PIC X(01) VALUE SPACE.
011100 77  ODM-CUST-IN                 PIC 9(06) VALUE ZERO.
011200 77  ODM-OFFICER-IN              PIC X(20) VALUE SPACES.
011300 77  ODM-RUN-DATE                PIC 9(08) VALUE ZERO.
011400 77  ODM-TEMPLATE                PIC X(08) VALUE SPACES.
011500 77  ODM-OLD-LIMIT               PIC 9(05)V9(02) VALUE ZERO.
011600 77  ODM-NEW-LIMIT               PIC 9(05)V9(02) VALUE ZERO.
011700 77  ODM-LISTED                  PIC 9(05) COMP VALUE ZERO.
011800 77  ODM-KEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
011900 77  ODM-REDUCED-COUNT           PIC 9(05) COMP VALUE ZERO.
012000 77  ODM-WITHDRAWN-COUNT         PIC 9(05) COMP VALUE ZERO.
012100
012200 01  ODM-LIMIT-IN                PIC X(07).
012300 01  ODM-LIMIT-IN-N REDEFINES ODM-LIMIT-IN
012400                                 PIC 9(05)V9(02).
012500 01  ODM-LIMIT-EDIT              PIC Z(04)9.99.
012600 01  ODM-SALDO-EDIT              PIC -(07)9.99.
012700
012800 COPY JRNLPARM.
012900
013000 01  ODM-HEADING-1.
013100     05  FILLER                  PIC X(09) VALUE "ODREVMNT ".
013200     05  FILLER                  PIC X(35)
013300         VALUE "OVERDRAFT REVIEW DECISIONS AUDIT".
013400     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
013500     05  ODM-HDG-DATE            PIC 9(08).
013600     05  FILLER                  PIC X(70) VALUE SPACES.
013700
013800 01  ODM-AUDIT-LINE.
013900     05  ODM-AUD-CUST            PIC 9(06).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  ODM-AUD-EVENT           PIC 9(08).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  ODM-AUD-DECISION        PIC X(01).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  ODM-AUD-OLD-LIMIT       PIC Z(04)9.99.
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  ODM-AUD-NEW-LIMIT       PIC Z(04)9.99.
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  ODM-AUD-SALDO           PIC -(07)9.99.
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  ODM-AUD-OFFICER         PIC X(20).
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  ODM-AUD-TEXT            PIC X(30).
015400     05  FILLER                  PIC X(25) VALUE SPACES.
015500
015600 PROCEDURE DIVISION.
015700******************************************************************
015800*    0000-MAINLINE.  MENU LOOP UNTIL THE OFFICER SIGNS OFF.      *
015900******************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
016300         UNTIL ODM-DONE.
016400     MOVE "X" TO JP-ACTION.
016500     CALL "JRNLWRT" USING JRNL-PARM.
016600     DISPLAY "ODREVMNT: " ODM-KEPT-COUNT " KEPT, "
016700         ODM-REDUCED-COUNT " REDUCED, "
016800         ODM-WITHDRAWN-COUNT " WITHDRAWN".
016900     CLOSE REVIEW-WORKLIST
017000           ACCOUNT-MASTER
017100           CUSTOMER-MASTER
017200           CONTACT-LOG
017300           TRIGGER-FILE
017400           AUDIT-REPORT.
017500     STOP RUN.
017600
017700******************************************************************
017800*    1000-INITIALIZE.  SIGN ON, OPEN FILES, HEAD THE AUDIT.      *
017900*    EVERY DECISION CARRIES THE OFFICER'S NAME, SO ONE IS        *
018000*    REQUIRED BEFORE ANYTHING IS OPENED.                         *
018100******************************************************************
018200 1000-INITIALIZE.
018300     DISPLAY "CREDIT OFFICER NAME (20 CHARS): ".
018400     ACCEPT ODM-OFFICER-IN.
018500     IF ODM-OFFICER-IN = SPACES
018600         DISPLAY "ODREVMNT: OFFICER NAME REQUIRED"
018700         MOVE 12 TO RETURN-CODE
018800         STOP RUN.
018900     OPEN I-O REVIEW-WORKLIST.
019000     IF ODM-REV-STATUS = "35"
019100         DISPLAY "ODREVMNT: NO WORKLIST - NOTHING TO REVIEW"
019200         STOP RUN.
019300     IF ODM-REV-STATUS NOT = "00"
019400         DISPLAY "ODREVMNT: WORKLIST OPEN FAILED " ODM-REV-STATUS
019500         MOVE 12 TO RETURN-CODE
019600         STOP RUN.
019700     OPEN I-O ACCOUNT-MASTER.
019800     IF ODM-ACCT-STATUS NOT = "00"
019900         DISPLAY "ODREVMNT: ACCOUNT MASTER OPEN FAILED "
020000             ODM-ACCT-STATUS
020100         MOVE 12 TO RETURN-CODE
020200         STOP RUN.
020300     OPEN I-O CUSTOMER-MASTER.
020400     IF ODM-MAST-STATUS NOT = "00"
020500         DISPLAY "ODREVMNT: MASTER OPEN FAILED " ODM-MAST-STATUS
020600         MOVE 12 TO RETURN-CODE
020700         STOP RUN.
020800     OPEN EXTEND CONTACT-LOG.
020900     IF ODM-CONT-STATUS = "35"
021000         OPEN OUTPUT CONTACT-LOG.
021100     IF ODM-CONT-STATUS NOT = "00"
021200         DISPLAY "ODREVMNT: CONTACT LOG OPEN FAILED "
021300             ODM-CONT-STATUS
021400         MOVE 12 TO RETURN-CODE
021500         STOP RUN.
021600     OPEN EXTEND TRIGGER-FILE.
021700     IF ODM-TRG-STATUS = "35"
021800         OPEN OUTPUT TRIGGER-FILE.
021900     IF ODM-TRG-STATUS NOT = "00"
022000         DISPLAY "ODREVMNT: TRIGGER FILE OPEN FAILED "
022100             ODM-TRG-STATUS
022200         MOVE 12 TO RETURN-CODE
022300         STOP RUN.
022400     OPEN OUTPUT AUDIT-REPORT.
022500     ACCEPT ODM-RUN-DATE FROM DATE YYYYMMDD.
022600     MOVE ODM-RUN-DATE TO ODM-HDG-DATE.
022700     WRITE REPORT-LINE FROM ODM-HEADING-1
022800         AFTER ADVANCING PAGE.
022900 1000-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    2000-MENU-CYCLE.  ONE FUNCTION SELECTION AND DISPATCH.      *
023400******************************************************************
023500 2000-MENU-CYCLE.
023600     DISPLAY " ".
023700     DISPLAY "OVERDRAFT REVIEW".
023800     DISPLAY "L=LIST OPEN ITEMS D=DECIDE X=EXIT".
023900     DISPLAY "FUNCTION: ".
024000     ACCEPT ODM-FUNCTION.
024100     EVALUATE ODM-FUNCTION
024200         WHEN "L" PERFORM 3000-LIST-OPEN THRU 3000-EXIT
024300         WHEN "D" PERFORM 3500-DECIDE-ITEM THRU 3500-EXIT
024400         WHEN "X" MOVE "Y" TO ODM-DONE-SW
024500         WHEN OTHER
024600             DISPLAY "INVALID FUNCTION - ENTER L, D OR X"
024700     END-EVALUATE.
024800 2000-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200*    3000-LIST-OPEN.  EVERY ITEM NOT YET DECIDED, IN CUSTOMER    *
025300*    ORDER, WITH THE STATUS CHANGE AND THE SALDO AND LIMIT AS    *
025400*    QUEUED.                                                     *
025500******************************************************************
025600 3000-LIST-OPEN.
025700     MOVE ZERO TO ODM-LISTED.
025800     MOVE "N" TO ODM-SCAN-DONE-SW.
025900     MOVE ZERO TO OV-CUST-NUMBER
026000                  OV-EVENT-DATE.
026100     START REVIEW-WORKLIST
026200         KEY IS NOT LESS THAN OV-KEY
026300         INVALID KEY MOVE "Y" TO ODM-SCAN-DONE-SW
026400     END-START.
026500     PERFORM 3010-LIST-ONE THRU 3010-EXIT
026600         UNTIL ODM-SCAN-DONE.
026700     DISPLAY ODM-LISTED " OPEN ITEMS".
026800 3000-EXIT.
026900     EXIT.
027000
027100 3010-LIST-ONE.
027200     READ REVIEW-WORKLIST NEXT RECORD
027300         AT END
027400             MOVE "Y" TO ODM-SCAN-DONE-SW
027500             GO TO 3010-EXIT
027600     END-READ.
027700     IF NOT OV-OPEN
027800         GO TO 3010-EXIT.
027900     ADD 1 TO ODM-LISTED.
028000     MOVE OV-SALDO TO ODM-SALDO-EDIT.
028100     MOVE OV-LIMIT TO ODM-LIMIT-EDIT.
028200     DISPLAY OV-CUST-NUMBER " " OV-EVENT-DATE " " OV-OLD-STATUS
028300         " -> " OV-NEW-STATUS.
028400     DISPLAY "       SALDO " ODM-SALDO-EDIT
028500         " LIMIT " ODM-LIMIT-EDIT " BRANCH " OV-BRANCH
028600         " QUEUED " OV-QUEUED-DATE.
028700 3010-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    3500-DECIDE-ITEM.  THE CUSTOMER'S OLDEST OPEN ITEM, SHOWN   *
029200*    WITH TODAY'S SALDO AND LIMIT; THE DECISION IS EDITED AND    *
029300*    CONFIRMED BEFORE ANYTHING IS WRITTEN.                       *
029400******************************************************************
029500 3500-DECIDE-ITEM.
029600     DISPLAY "CUSTOMER NUMBER: ".
029700     ACCEPT ODM-CUST-IN.
029800     PERFORM 4000-FIND-OPEN-ITEM THRU 4000-EXIT.
029900     IF NOT ODM-ITEM-FOUND
030000         DISPLAY "NO OPEN REVIEW ITEM FOR " ODM-CUST-IN
030100         GO TO 3500-EXIT.
030200     MOVE ODM-CUST-IN TO AC-CUST-NUMBER.
030300     MOVE 1 TO AC-ACCT-SEQ.
030400     READ ACCOUNT-MASTER
030500         INVALID KEY
030600             DISPLAY "REJECT: PRIMARY ACCOUNT 01 NOT ON FILE"
030700             GO TO 3500-EXIT
030800     END-READ.
030900     MOVE ODM-CUST-IN TO CUST-NUMBER.
031000     READ CUSTOMER-MASTER
031100         INVALID KEY
031200             DISPLAY "REJECT: CUSTOMER NOT ON MASTER"
031300             GO TO 3500-EXIT
031400     END-READ.
031500     MOVE AC-OVERDRAFT-LIMIT TO ODM-OLD-LIMIT.
031600     DISPLAY FIRSTNAME " " LASTNAME " BRANCH " CUST-BRANCH.
031700     DISPLAY "STATUS " OV-OLD-STATUS " -> " OV-NEW-STATUS
031800         " ON " OV-EVENT-DATE.
031900     MOVE OV-SALDO TO ODM-SALDO-EDIT.
032000     MOVE OV-LIMIT TO ODM-LIMIT-EDIT.
032100     DISPLAY "AS QUEUED: SALDO " ODM-SALDO-EDIT
032200         " LIMIT " ODM-LIMIT-EDIT.
032300     MOVE SALDO TO ODM-SALDO-EDIT.
032400     MOVE ODM-OLD-LIMIT TO ODM-LIMIT-EDIT.
032500     DISPLAY "TODAY:     SALDO " ODM-SALDO-EDIT
032600         " LIMIT " ODM-LIMIT-EDIT.
032700     PERFORM 4100-ACCEPT-DECISION THRU 4100-EXIT.
032800     IF ODM-EDIT-FAILED
032900         DISPLAY "NO DECISION - ITEM LEFT OPEN"
033000         GO TO 3500-EXIT.
033100     DISPLAY "CONFIRM DECISION " ODM-DECISION " (Y/N): ".
033200     ACCEPT ODM-CONFIRM.
033300     IF ODM-CONFIRM NOT = "Y"
033400         DISPLAY "DECISION NOT CONFIRMED - ITEM LEFT OPEN"
033500         GO TO 3500-EXIT.
033600     PERFORM 5000-APPLY-LIMIT THRU 5000-EXIT.
033700     IF ODM-EDIT-FAILED
033800         GO TO 3500-EXIT.
033900     PERFORM 5200-LOG-CONTACT THRU 5200-EXIT.
034000     IF NOT ODM-KEEP
034100         PERFORM 5300-QUEUE-LETTER THRU 5300-EXIT.
034200     MOVE ODM-DECISION TO OV-REVIEW-STATUS.
034300     MOVE ODM-RUN-DATE TO OV-DECISION-DATE.
034400     MOVE ODM-OFFICER-IN TO OV-OFFICER.
034500     MOVE ODM-NEW-LIMIT TO OV-NEW-LIMIT.
034600     REWRITE OD-REVIEW-RECORD.
034700     IF ODM-REV-STATUS NOT = "00"
034800         DISPLAY "WORKLIST REWRITE FAILED - STATUS "
034900             ODM-REV-STATUS.
035000     PERFORM 5400-WRITE-AUDIT THRU 5400-EXIT.
035100     EVALUATE TRUE
035200         WHEN ODM-KEEP ADD 1 TO ODM-KEPT-COUNT
035300         WHEN ODM-REDUCE ADD 1 TO ODM-REDUCED-COUNT
035400         WHEN OTHER ADD 1 TO ODM-WITHDRAWN-COUNT
035500     END-EVALUATE.
035600     DISPLAY "REVIEW OF " OV-CUST-NUMBER " DECIDED - "
035700         ODM-AUD-TEXT.
035800 3500-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    4000-FIND-OPEN-ITEM.  FIRST UNDECIDED ITEM ON THE WORKLIST  *
036300*    FOR THE CUSTOMER KEYED.                                     *
036400******************************************************************
036500 4000-FIND-OPEN-ITEM.
036600     MOVE "N" TO ODM-FOUND-SW.
036700     MOVE "N" TO ODM-SCAN-DONE-SW.
036800     MOVE ODM-CUST-IN TO OV-CUST-NUMBER.
036900     MOVE ZERO TO OV-EVENT-DATE.
037000     START REVIEW-WORKLIST
037100         KEY IS NOT LESS THAN OV-KEY
037200         INVALID KEY MOVE "Y" TO ODM-SCAN-DONE-SW
037300     END-START.
037400     PERFORM 4010-SCAN-ITEM THRU 4010-EXIT
037500         UNTIL ODM-SCAN-DONE OR ODM-ITEM-FOUND.
037600 4000-EXIT.
037700     EXIT.
037800
037900 4010-SCAN-ITEM.
038000     READ REVIEW-WORKLIST NEXT RECORD
038100         AT END
038200             MOVE "Y" TO ODM-SCAN-DONE-SW
038300             GO TO 4010-EXIT
038400     END-READ.
038500     IF OV-CUST-NUMBER NOT = ODM-CUST-IN
038600         MOVE "Y" TO ODM-SCAN-DONE-SW
038700         GO TO 4010-EXIT.
038800     IF OV-OPEN
038900         MOVE "Y" TO ODM-FOUND-SW.
039000 4010-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    4100-ACCEPT-DECISION.  K, R OR W.  A REDUCED LIMIT MUST BE  *
039500*    ABOVE ZERO (ZERO IS A WITHDRAWAL) AND BELOW TODAY'S LIMIT;  *
039600*    ONLY AN OPEN PRIMARY ACCOUNT'S LIMIT CAN BE CUT.            *
039700******************************************************************
039800 4100-ACCEPT-DECISION.
039900     MOVE "N" TO ODM-EDIT-SW.
040000     DISPLAY "DECISION (K=KEEP R=REDUCE W=WITHDRAW BLANK=NONE): ".
040100     MOVE SPACE TO ODM-DECISION.
040200     ACCEPT ODM-DECISION.
040300     IF ODM-DECISION = SPACE
040400         MOVE "Y" TO ODM-EDIT-SW
040500         GO TO 4100-EXIT.
040600     IF NOT ODM-KEEP AND NOT ODM-REDUCE AND NOT ODM-WITHDRAW
040700         DISPLAY "REJECT: DECISION MUST BE K, R OR W"
040800         MOVE "Y" TO ODM-EDIT-SW
040900         GO TO 4100-EXIT.
041000     IF ODM-KEEP
041100         MOVE ODM-OLD-LIMIT TO ODM-NEW-LIMIT
041200         GO TO 4100-EXIT.
041300     IF NOT AC-OPEN
041400         DISPLAY "REJECT: PRIMARY ACCOUNT IS NOT OPEN"
041500         MOVE "Y" TO ODM-EDIT-SW
041600         GO TO 4100-EXIT.
041700     IF ODM-OLD-LIMIT = ZERO
041800         DISPLAY "REJECT: NO LIMIT LEFT - DECIDE K TO CLOSE ITEM"
041900         MOVE "Y" TO ODM-EDIT-SW
042000         GO TO 4100-EXIT.
042100     IF ODM-WITHDRAW
042200         MOVE ZERO TO ODM-NEW-LIMIT
042300         GO TO 4100-EXIT.
042400     DISPLAY "NEW LIMIT (7 DIGITS 5V2): ".
042500     MOVE SPACES TO ODM-LIMIT-IN.
042600     ACCEPT ODM-LIMIT-IN.
042700     IF ODM-LIMIT-IN NOT NUMERIC
042800         DISPLAY "REJECT: NEW LIMIT MUST BE NUMERIC"
042900         MOVE "Y" TO ODM-EDIT-SW
043000         GO TO 4100-EXIT.
043100     MOVE ODM-LIMIT-IN-N TO ODM-NEW-LIMIT.
043200     IF ODM-NEW-LIMIT = ZERO
043300         DISPLAY "REJECT: A ZERO LIMIT IS A WITHDRAWAL - DECIDE W"
043400         MOVE "Y" TO ODM-EDIT-SW
043500         GO TO 4100-EXIT.
043600     IF ODM-NEW-LIMIT NOT < ODM-OLD-LIMIT
043700         DISPLAY "REJECT: NEW LIMIT MUST BE BELOW " ODM-LIMIT-EDIT
043800         MOVE "Y" TO ODM-EDIT-SW
043900         GO TO 4100-EXIT.
044000     IF SALDO + ODM-NEW-LIMIT < ZERO
044100         DISPLAY "NOTE: SALDO IS ALREADY BEYOND THE NEW LIMIT".
044200 4100-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600*    5000-APPLY-LIMIT.  THE MASTER IS JOURNALED FOR EVERY        *
044700*    DECISION; A KEEP JOURNALS THE UNCHANGED RECORD SO THE       *
044800*    REVIEW STANDS IN ITS HISTORY.                               *
044900******************************************************************
045000 5000-APPLY-LIMIT.
045100     MOVE "N" TO ODM-EDIT-SW.
045200     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
045300     IF NOT ODM-KEEP
045400         PERFORM 5100-CUT-LIMIT THRU 5100-EXIT
045500         IF ODM-EDIT-FAILED
045600             GO TO 5000-EXIT
045700         END-IF
045800     END-IF.
045900     MOVE "C" TO JP-ACTION.
046000     MOVE "ODREVMNT" TO JP-PROGRAM.
046100     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
046200     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
046300     CALL "JRNLWRT" USING JRNL-PARM.
046400 5000-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800*    5100-CUT-LIMIT.  A REDUCTION OR WITHDRAWAL IS WRITTEN TO    *
046900*    ACCOUNT 01 AND MIRRORED ON THE CUSTOMER MASTER.             *
047000******************************************************************
047100 5100-CUT-LIMIT.
047200     MOVE ODM-NEW-LIMIT TO AC-OVERDRAFT-LIMIT.
047300     IF ODM-WITHDRAW
047400         MOVE "R" TO AC-OVERDRAFT-ACTION.
047500     REWRITE ACCOUNT-RECORD.
047600     IF ODM-ACCT-STATUS NOT = "00"
047700         DISPLAY "ACCOUNT REWRITE FAILED - STATUS "
047800             ODM-ACCT-STATUS
047900         MOVE "Y" TO ODM-EDIT-SW
048000         GO TO 5100-EXIT.
048100     MOVE AC-OVERDRAFT-LIMIT TO OVERDRAFT-LIMIT.
048200     MOVE AC-OVERDRAFT-ACTION TO OVERDRAFT-ACTION.
048300     REWRITE CUSTOMER-RECORD.
048400     IF ODM-MAST-STATUS NOT = "00"
048500         DISPLAY "MASTER REWRITE FAILED - STATUS " ODM-MAST-STATUS
048600         MOVE "Y" TO ODM-EDIT-SW.
048700 5100-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100*    5200-LOG-CONTACT.  THE DECISION ON THE CONTACT LOG AS A     *
049200*    TYPE "O" ENTRY UNDER THE OFFICER'S NAME.                    *
049300******************************************************************
049400 5200-LOG-CONTACT.
049500     MOVE SPACES TO CONTACT-LOG-RECORD.
049600     MOVE CUST-NUMBER TO CL-CUST-NUMBER.
049700     MOVE ODM-RUN-DATE TO CL-CONTACT-DATE.
049800     MOVE ODM-OFFICER-IN TO CL-OPERATOR.
049900     MOVE "O" TO CL-CONTACT-TYPE.
050000     MOVE ODM-NEW-LIMIT TO ODM-LIMIT-EDIT.
050100     EVALUATE TRUE
050200         WHEN ODM-KEEP
050300             STRING "OD REVIEW: LIMIT KEPT AT "
050400                        DELIMITED BY SIZE
050500                    ODM-LIMIT-EDIT DELIMITED BY SIZE
050600                 INTO CL-NOTE
050700             MOVE "LIMIT KEPT" TO ODM-AUD-TEXT
050800         WHEN ODM-REDUCE
050900             STRING "OD REVIEW: LIMIT REDUCED TO "
051000                        DELIMITED BY SIZE
051100                    ODM-LIMIT-EDIT DELIMITED BY SIZE
051200                 INTO CL-NOTE
051300             MOVE "LIMIT REDUCED - ODREDUCE" TO ODM-AUD-TEXT
051400         WHEN OTHER
051500             MOVE "OD REVIEW: LIMIT WITHDRAWN" TO CL-NOTE
051600             MOVE "LIMIT WITHDRAWN - ODWITHDR" TO ODM-AUD-TEXT
051700     END-EVALUATE.
051800     WRITE CONTACT-LOG-RECORD.
051900     IF ODM-CONT-STATUS NOT = "00"
052000         DISPLAY "CONTACT LOG WRITE FAILED - STATUS "
052100             ODM-CONT-STATUS.
052200 5200-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    5300-QUEUE-LETTER.  NOTICE OF THE REDUCED OR WITHDRAWN      *
052700*    LIMIT FOR LETTRGEN; &LIMIT IN THE TEMPLATE PRINTS THE NEW   *
052800*    LIMIT FROM THE MASTER.                                      *
052900******************************************************************
053000 5300-QUEUE-LETTER.
053100     IF ODM-REDUCE
053200         MOVE "ODREDUCE" TO ODM-TEMPLATE
053300     ELSE
053400         MOVE "ODWITHDR" TO ODM-TEMPLATE.
053500     MOVE SPACES TO LETTER-TRIGGER-RECORD.
053600     MOVE ODM-TEMPLATE TO TG-TEMPLATE-ID.
053700     MOVE CUST-NUMBER TO TG-CUST-NUMBER.
053800     MOVE ODM-RUN-DATE TO TG-REQUEST-DATE.
053900     MOVE "ODREVMNT" TO TG-SOURCE.
054000     WRITE LETTER-TRIGGER-RECORD.
054100 5300-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*    5400-WRITE-AUDIT.  ONE AUDIT LINE PER DECISION.             *
054600******************************************************************
054700 5400-WRITE-AUDIT.
054800     MOVE OV-CUST-NUMBER TO ODM-AUD-CUST.
054900     MOVE OV-EVENT-DATE TO ODM-AUD-EVENT.
055000     MOVE ODM-DECISION TO ODM-AUD-DECISION.
055100     MOVE ODM-OLD-LIMIT TO ODM-AUD-OLD-LIMIT.
055200     MOVE ODM-NEW-LIMIT TO ODM-AUD-NEW-LIMIT.
055300     MOVE SALDO TO ODM-AUD-SALDO.
055400     MOVE ODM-OFFICER-IN TO ODM-AUD-OFFICER.
055500     WRITE REPORT-LINE FROM ODM-AUDIT-LINE
055600         AFTER ADVANCING 1 LINE.
055700 5400-EXIT.
055800     EXIT.
