000200* PROGRAM NAME:   LICRENEW                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000466* LICENSE RENEWAL AND LAPSE PROCESSING.  WALKS THE LICENSE       *
000532* MASTER AND JUDGES EVERY CLASS ON EACH HOLDER'S RECORD          *
000598* SEPARATELY: A VALID CLASS PAST ITS EXPIRY LAPSES AND GOES ON   *
000664* THE ENFORCEMENT REPORT; A VALID CLASS INSIDE THE RENEWAL       *
000730* WINDOW HAS ELIGIBILITY RE-RUN AGAINST THE APPLICANT FILE WITH  *
000796* THE CLASS'S ROW OF THE LICCLASS TABLE THE CONDITIONALS BATCH   *
000862* USES (AGE LIMITS, AND THE PREREQUISITE CLASS STILL VALID ON    *
000928* THE RECORD) - ELIGIBLE CLASSES GET A RENEWAL FEE INVOICE ON    *
000950* LICINV, PRICED FROM THE LICFEE SCHEDULE AND NUMBERED FROM THE  *
000972* LICNOCTL CONTROL, CARRYING THE EXPIRY EXTENDED BY THE LICENSE  *
000994* TERM; THE CLASS STAYS VALID ON ITS OLD EXPIRY, MARKED RENEWAL  *
001016* INVOICED, UNTIL LICPAYMT APPLIES THE PAYMENT (AN UNPAID ONE    *
001038* LAPSES AS USUAL).  A HOLDER WITH ANY CLASS INVOICED GETS ONE   *
001060* RENEWAL NOTICE QUEUED THROUGH LTRTRIG; CLASSES NO LONGER       *
001126* ELIGIBLE ARE REPORTED AND NOT EXTENDED.  LAPSES ARE APPLIED    *
001192* BEFORE RENEWALS SO A PREREQUISITE LAPSING THIS RUN BLOCKS THE  *
001258* DEPENDENT CLASS.  NO CLASS OF A HOLDER SUSPENDED OR REVOKED BY *
001291* LICPTS IS RENEWED.  THE RUN TOTALS ANSWER HOW MANY VALID       *
001324* CLASSES ARE OUT, IN TOTAL AND PER CLASS.                       *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 02/09/26  HK            CREATED - RENEWAL AND LAPSE STEP       *
001820* 15/10/26  HK            LICENSE CLASSES: EACH CLASS ENTRY IS   *
001840*                         LAPSED OR RENEWED ON ITS OWN WITH THE  *
001860*                         LICCLASS RULE; ONE NOTICE PER HOLDER,  *
001880*                         VALID CLASSES TOTALLED PER CLASS       *
001886* 15/10/26  HK            HOLDERS SUSPENDED OR REVOKED BY THE    *
001892*                         LICPTS POINTS RUN ARE NOT RENEWED      *
001894* 15/10/26  HK            RENEWAL RAISES A LICFEE-PRICED INVOICE *
001896*                         AND MARKS THE CLASS RENEWAL INVOICED;  *
001898*                         THE NEW EXPIRY IS APPLIED WHEN PAID    *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  LICRENEW.
003900     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS LRN-TRG-STATUS.
004111     SELECT NUMBER-CONTROL ASSIGN TO LICNOCTL
004122         ORGANIZATION IS SEQUENTIAL
004133         FILE STATUS IS LRN-CTL-STATUS.
004144     SELECT INVOICE-FILE ASSIGN TO LICINV
004155         ORGANIZATION IS INDEXED
004166         ACCESS MODE IS RANDOM
004177         RECORD KEY IS LI-INVOICE-NO
004188         FILE STATUS IS LRN-INV-STATUS.
004200     SELECT RENEWAL-REPORT ASSIGN TO LICRNRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS LRN-RPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  LICENSE-MASTER
004900     RECORD CONTAINS 150 CHARACTERS.
005000 COPY LICMAST.
005100
005200 FD  APPLICANT-FILE
005600 FD  TRIGGER-FILE
005700     RECORD CONTAINS 40 CHARACTERS.
005800 COPY LTRTRIG.
005811
005822 FD  NUMBER-CONTROL
005833     RECORD CONTAINS 20 CHARACTERS.
005844 COPY LICNOCTL.
005855
005866 FD  INVOICE-FILE
005877     RECORD CONTAINS 100 CHARACTERS.
005888 COPY LICINV.
005900
006000 FD  RENEWAL-REPORT
006100     RECORD CONTAINS 132 CHARACTERS.
006600 77  LRN-APP-STATUS              PIC X(02).
006700 77  LRN-TRG-STATUS              PIC X(02).
006800 77  LRN-RPT-STATUS              PIC X(02).
006833 77  LRN-CTL-STATUS              PIC X(02).
006866 77  LRN-INV-STATUS              PIC X(02).
006900
007000 77  LRN-LIC-EOF-SW              PIC X(01) VALUE "N".
007100     88  LRN-LIC-EOF             VALUE "Y".
007300     88  LRN-APP-EOF             VALUE "Y".
007400 77  LRN-FOUND-SW                PIC X(01) VALUE "N".
007500     88  LRN-APP-FOUND           VALUE "Y".
007511 77  LRN-CHANGED-SW              PIC X(01) VALUE "N".
007522     88  LRN-RECORD-CHANGED      VALUE "Y".
007533 77  LRN-NOTICE-SW               PIC X(01) VALUE "N".
007544     88  LRN-NOTICE-DUE          VALUE "Y".
007555 77  LRN-CLASS-SW                PIC X(01) VALUE "N".
007566     88  LRN-CLASS-KNOWN         VALUE "Y".
007577 77  LRN-PRQ-SW                  PIC X(01) VALUE "N".
007588     88  LRN-PRQ-VALID           VALUE "Y".
007592 77  LRN-FEE-SW                  PIC X(01) VALUE "N".
007596     88  LRN-FEE-FOUND           VALUE "Y".
007600
007700* RENEWAL NOTICE WINDOW IN DAYS BEFORE EXPIRY, AND THE TERM
007800* A RENEWED LICENSE IS EXTENDED BY
008600 77  LRN-APP-MAX                 PIC 9(04) COMP VALUE 2000.
008700 77  LRN-APP-COUNT               PIC 9(04) COMP VALUE ZERO.
008800 77  LRN-APP-SUB                 PIC 9(04) COMP VALUE ZERO.
008814
008828* CLASS ENTRIES ON A LICMAST RECORD
008842 77  LRN-ENTRY-MAX               PIC 9(02) COMP VALUE 5.
008856 77  LRN-SUB                     PIC 9(02) COMP VALUE ZERO.
008870 77  LRN-PRQ-SUB                 PIC 9(02) COMP VALUE ZERO.
008884 77  LRN-CLS-SUB                 PIC 9(02) COMP VALUE ZERO.
008886
008888* FEE SCHEDULE AND THE NUMBER CONTROL CARRIED THROUGH THE RUN
008890 77  LRN-FEE-SUB                 PIC 9(02) COMP VALUE ZERO.
008892 77  LRN-LAST-USED               PIC 9(08) VALUE ZERO.
008894 77  LRN-LAST-INVOICE            PIC 9(08) VALUE ZERO.
008900
009000 77  LRN-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
009100 77  LRN-VALID-COUNT             PIC 9(07) COMP VALUE ZERO.
009200 77  LRN-RENEWED-COUNT           PIC 9(05) COMP VALUE ZERO.
009300 77  LRN-BLOCKED-COUNT           PIC 9(05) COMP VALUE ZERO.
009400 77  LRN-LAPSED-COUNT            PIC 9(05) COMP VALUE ZERO.
009450 77  LRN-NOTICE-COUNT            PIC 9(05) COMP VALUE ZERO.
009475 77  LRN-STANDING-COUNT          PIC 9(05) COMP VALUE ZERO.
009487 77  LRN-BILLED-COUNT            PIC 9(05) COMP VALUE ZERO.
009500
009600 01  LRN-RUN-DATE                PIC 9(08).
009650 01  LRN-BLOCK-TEXT              PIC X(45).
009700 01  LRN-EXPIRY-WORK.
009800     05  LRN-EXP-YYYY            PIC 9(04).
009900     05  FILLER                  PIC X(04).
010500     05  LRN-APP-ENTRY OCCURS 2000 TIMES.
010600         10  LRN-TBL-APPL        PIC 9(06).
010700         10  LRN-TBL-AGE         PIC 9(03).
010712
010724 COPY LICCLASS.
010728
010732 COPY LICFEE.
010736
010748* VALID CLASSES OUTSTANDING, PARALLEL TO THE LICCLASS TABLE
010760 01  LRN-CLASS-TOTALS.
010772     05  LRN-CLS-VALID OCCURS 5 TIMES
010784                                 PIC 9(07) COMP.
010800
010900 01  LRN-HEADING-1.
011000     05  FILLER                  PIC X(09) VALUE "LICRENEW ".
012100     05  FILLER                  PIC X(03) VALUE SPACES.
012200     05  LRN-DTL-NAME            PIC X(25).
012300     05  FILLER                  PIC X(03) VALUE SPACES.
012333     05  LRN-DTL-CLASS           PIC X(02).
012366     05  FILLER                  PIC X(03) VALUE SPACES.
012400     05  LRN-DTL-EXPIRY          PIC 9(08).
012500     05  FILLER                  PIC X(03) VALUE SPACES.
012600     05  LRN-DTL-TEXT            PIC X(45).
012700     05  FILLER                  PIC X(23) VALUE SPACES.
012800
012900 01  LRN-TOTAL-LINE.
013000     05  FILLER                  PIC X(10) VALUE SPACES.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-JUDGE-LICENSE THRU 2000-EXIT
014200         UNTIL LRN-LIC-EOF.
014250     PERFORM 4500-ROLL-CONTROL THRU 4500-EXIT.
014300     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
014400     CLOSE LICENSE-MASTER
014450           INVOICE-FILE
014500           TRIGGER-FILE
014600           RENEWAL-REPORT.
014700     STOP RUN.
016500             LRN-TRG-STATUS
016600         MOVE 12 TO RETURN-CODE
016700         STOP RUN.
016704     OPEN I-O INVOICE-FILE.
016708     IF LRN-INV-STATUS = "35"
016712         OPEN OUTPUT INVOICE-FILE
016716         CLOSE INVOICE-FILE
016720         OPEN I-O INVOICE-FILE.
016724     IF LRN-INV-STATUS NOT = "00"
016728         DISPLAY "LICRENEW: INVOICE FILE OPEN FAILED "
016732             LRN-INV-STATUS
016736         MOVE 12 TO RETURN-CODE
016740         STOP RUN.
016744     OPEN INPUT NUMBER-CONTROL.
016748     IF LRN-CTL-STATUS = "00"
016752         READ NUMBER-CONTROL
016756             AT END MOVE ZERO TO LN-LAST-USED
016760                                 LN-LAST-INVOICE
016764         END-READ
016768         MOVE LN-LAST-USED TO LRN-LAST-USED
016772         IF LN-LAST-INVOICE NUMERIC
016776             MOVE LN-LAST-INVOICE TO LRN-LAST-INVOICE
016780         END-IF
016784         CLOSE NUMBER-CONTROL.
016800     OPEN INPUT APPLICANT-FILE.
016900     IF LRN-APP-STATUS NOT = "00"
017000         MOVE "Y" TO LRN-APP-EOF-SW.
017600     MOVE LRN-RUN-DATE TO LRN-HDG-DATE.
017700     COMPUTE LRN-TODAY-INT =
017800         FUNCTION INTEGER-OF-DATE (LRN-RUN-DATE).
017850     INITIALIZE LRN-CLASS-TOTALS.
017900     WRITE REPORT-LINE FROM LRN-HEADING-1
018000         AFTER ADVANCING PAGE.
018100     PERFORM 2900-READ-LICENSE THRU 2900-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200*    2000-JUDGE-LICENSE.  ONE HOLDER: LAPSE EXPIRED CLASSES,     *
020233*    THEN RENEW OR PASS THE CLASSES STILL VALID.  THE RECORD IS  *
020266*    REWRITTEN ONCE, AND ONE NOTICE QUEUED, IF ANYTHING CHANGED. *
020300******************************************************************
020400 2000-JUDGE-LICENSE.
020500     ADD 1 TO LRN-READ-COUNT.
020560     MOVE "N" TO LRN-CHANGED-SW.
020620     MOVE "N" TO LRN-NOTICE-SW.
020680     MOVE ZERO TO LRN-SUB.
020740     PERFORM 2100-LAPSE-PASS THRU 2100-EXIT
020800         UNTIL LRN-SUB >= LRN-ENTRY-MAX.
020860     MOVE ZERO TO LRN-SUB.
020920     PERFORM 2200-RENEW-PASS THRU 2200-EXIT
020980         UNTIL LRN-SUB >= LRN-ENTRY-MAX.
021040     IF LRN-RECORD-CHANGED
021100         REWRITE LICENSE-MASTER-RECORD
021160         IF LRN-LIC-STATUS NOT = "00"
021220             DISPLAY "LICRENEW: LICENSE REWRITE FAILED "
021280                 LRN-LIC-STATUS
021340             MOVE 12 TO RETURN-CODE
021400             STOP RUN
021460         END-IF
021520     END-IF.
021580     IF LRN-NOTICE-DUE
021640         PERFORM 3800-QUEUE-NOTICE THRU 3800-EXIT.
021800     PERFORM 2900-READ-LICENSE THRU 2900-EXIT.
021900 2000-EXIT.
022000     EXIT.
022003
022006 2100-LAPSE-PASS.
022009     ADD 1 TO LRN-SUB.
022012     IF NOT LC-CL-VALID (LRN-SUB)
022015         GO TO 2100-EXIT.
022018     COMPUTE LRN-EXPIRY-INT =
022021         FUNCTION INTEGER-OF-DATE (LC-CL-EXPIRY-DATE (LRN-SUB)).
022024     COMPUTE LRN-DAYS-LEFT = LRN-EXPIRY-INT - LRN-TODAY-INT.
022027     IF LRN-DAYS-LEFT < ZERO
022030         PERFORM 3000-LAPSE-LICENSE THRU 3000-EXIT.
022033 2100-EXIT.
022036     EXIT.
022039
022042 2200-RENEW-PASS.
022045     ADD 1 TO LRN-SUB.
022048     IF NOT LC-CL-VALID (LRN-SUB)
022051         GO TO 2200-EXIT.
022054     ADD 1 TO LRN-VALID-COUNT.
022057     PERFORM 3700-FIND-CLASS THRU 3700-EXIT.
022060     IF LRN-CLASS-KNOWN
022063         ADD 1 TO LRN-CLS-VALID (LRN-CLS-SUB).
022064     IF LC-CL-RENEW-BILLED (LRN-SUB)
022065         ADD 1 TO LRN-BILLED-COUNT
022066         GO TO 2200-EXIT.
022067     COMPUTE LRN-EXPIRY-INT =
022069         FUNCTION INTEGER-OF-DATE (LC-CL-EXPIRY-DATE (LRN-SUB)).
022072     COMPUTE LRN-DAYS-LEFT = LRN-EXPIRY-INT - LRN-TODAY-INT.
022075     IF LRN-DAYS-LEFT <= LRN-WINDOW-DAYS
022078         PERFORM 3500-RENEW-LICENSE THRU 3500-EXIT.
022081 2200-EXIT.
022084     EXIT.
022100
022200******************************************************************
022300*    3000-LAPSE-LICENSE.  EXPIRED - LAPSED FOR ENFORCEMENT.      *
022400******************************************************************
022500 3000-LAPSE-LICENSE.
022600     MOVE "L" TO LC-CL-STATUS (LRN-SUB).
022950     MOVE "Y" TO LRN-CHANGED-SW.
023300     ADD 1 TO LRN-LAPSED-COUNT.
023500     PERFORM 3900-FILL-DETAIL THRU 3900-EXIT.
023600     MOVE "CLASS LAPSED - FOR ENFORCEMENT" TO LRN-DTL-TEXT.
023700     WRITE REPORT-LINE FROM LRN-DETAIL-LINE
023800         AFTER ADVANCING 1 LINE.
023900 3000-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*    3500-RENEW-LICENSE.  ELIGIBILITY RE-RUN FOR THE CLASS;      *
024400*    ELIGIBLE GETS THE RENEWAL INVOICED FOR THE EXTENDED TERM    *
024450*    AND THE NOTICE FLAGGED.                                     *
024500******************************************************************
024600 3500-RENEW-LICENSE.
024607     MOVE "RENEWAL BLOCKED - NO LONGER ELIGIBLE"
024614         TO LRN-BLOCK-TEXT.
024621     IF LC-NOT-DRIVING
024628         ADD 1 TO LRN-STANDING-COUNT
024635         IF LC-SUSPENDED
024642             MOVE "RENEWAL BLOCKED - LICENSE SUSPENDED"
024649                 TO LRN-BLOCK-TEXT
024656         ELSE
024663             MOVE "RENEWAL BLOCKED - LICENSE REVOKED"
024670                 TO LRN-BLOCK-TEXT
024677         END-IF
024684         GO TO 3500-BLOCKED.
024700     PERFORM 3600-FIND-APPLICANT THRU 3600-EXIT.
024785     IF NOT LRN-APP-FOUND
024870      OR NOT LRN-CLASS-KNOWN
024955         GO TO 3500-BLOCKED.
025040     IF LRN-TBL-AGE (LRN-APP-SUB) < LR-MIN-AGE (LRN-CLS-SUB)
025125      OR LRN-TBL-AGE (LRN-APP-SUB) > LR-MAX-AGE (LRN-CLS-SUB)
025210         GO TO 3500-BLOCKED.
025295     IF LR-PREREQ-CLASS (LRN-CLS-SUB) NOT = SPACES
025380         PERFORM 3750-CHECK-PREREQ THRU 3750-EXIT
025465         IF NOT LRN-PRQ-VALID
025550             GO TO 3500-BLOCKED
025635         END-IF
025720     END-IF.
025805     MOVE LC-CL-EXPIRY-DATE (LRN-SUB) TO LRN-EXPIRY-WORK-N.
025900     ADD LRN-TERM-YEARS TO LRN-EXP-YYYY.
026133     PERFORM 3550-RAISE-INVOICE THRU 3550-EXIT.
026366     MOVE "R" TO LC-CL-STATUS (LRN-SUB).
026600     MOVE "Y" TO LRN-CHANGED-SW.
026950     MOVE "Y" TO LRN-NOTICE-SW.
027300     ADD 1 TO LRN-RENEWED-COUNT.
027400     PERFORM 3900-FILL-DETAIL THRU 3900-EXIT.
027500     MOVE "RENEWAL INVOICED - AWAITING FEE" TO LRN-DTL-TEXT.
027600     WRITE REPORT-LINE FROM LRN-DETAIL-LINE
027700         AFTER ADVANCING 1 LINE.
027711     GO TO 3500-EXIT.
027722 3500-BLOCKED.
027733     ADD 1 TO LRN-BLOCKED-COUNT.
027744     PERFORM 3900-FILL-DETAIL THRU 3900-EXIT.
027755     MOVE LRN-BLOCK-TEXT TO LRN-DTL-TEXT.
027777     WRITE REPORT-LINE FROM LRN-DETAIL-LINE
027788         AFTER ADVANCING 1 LINE.
027800 3500-EXIT.
027900     EXIT.
027902
027904******************************************************************
027906*    3550-RAISE-INVOICE.  THE RENEWAL FEE INVOICE, CARRYING THE  *
027908*    EXPIRY THE CLASS IS GIVEN WHEN IT IS PAID.                  *
027910******************************************************************
027912 3550-RAISE-INVOICE.
027914     MOVE "N" TO LRN-FEE-SW.
027916     MOVE ZERO TO LRN-FEE-SUB.
027918     PERFORM 3560-SCAN-FEE THRU 3560-EXIT
027920         UNTIL LRN-FEE-FOUND
027922            OR LRN-FEE-SUB >= LF-FEE-COUNT.
027924     IF NOT LRN-FEE-FOUND
027926         DISPLAY "LICRENEW: NO FEE SCHEDULED FOR RN"
027928         MOVE 12 TO RETURN-CODE
027930         STOP RUN.
027932     ADD 1 TO LRN-LAST-INVOICE.
027934     MOVE SPACES TO LICENSE-INVOICE-RECORD.
027936     MOVE LRN-LAST-INVOICE TO LI-INVOICE-NO.
027938     MOVE LC-APPL-ID TO LI-APPL-ID.
027940     MOVE LC-LICENSE-NO TO LI-LICENSE-NO.
027942     MOVE LC-CLASS (LRN-SUB) TO LI-CLASS.
027944     MOVE "RN" TO LI-TXN-TYPE.
027946     MOVE LF-AMOUNT (LRN-FEE-SUB) TO LI-FEE-AMOUNT
027948                                     LI-AMOUNT-DUE.
027950     MOVE ZERO TO LI-SURCHARGE-AMOUNT
027952                  LI-AMOUNT-PAID
027954                  LI-PAID-DATE.
027956     MOVE LRN-RUN-DATE TO LI-INVOICE-DATE.
027958     MOVE LRN-EXPIRY-WORK-N TO LI-NEW-EXPIRY.
027960     MOVE "O" TO LI-STATUS.
027962     WRITE LICENSE-INVOICE-RECORD.
027964     IF LRN-INV-STATUS NOT = "00"
027966         DISPLAY "LICRENEW: INVOICE WRITE FAILED "
027968             LRN-INV-STATUS
027970         MOVE 12 TO RETURN-CODE
027972         STOP RUN.
027974 3550-EXIT.
027976     EXIT.
027978
027980 3560-SCAN-FEE.
027982     ADD 1 TO LRN-FEE-SUB.
027984     IF LF-TXN-TYPE (LRN-FEE-SUB) = "RN"
027986         MOVE "Y" TO LRN-FEE-SW.
027988 3560-EXIT.
027990     EXIT.
028000
028100 3600-FIND-APPLICANT.
028200     MOVE "N" TO LRN-FOUND-SW.
029300         MOVE "Y" TO LRN-FOUND-SW.
029400 3610-EXIT.
029500     EXIT.
029502
029504 3700-FIND-CLASS.
029506     MOVE "N" TO LRN-CLASS-SW.
029508     MOVE ZERO TO LRN-CLS-SUB.
029510     PERFORM 3710-SCAN-CLASS THRU 3710-EXIT
029512         UNTIL LRN-CLASS-KNOWN
029514            OR LRN-CLS-SUB >= LR-CLASS-COUNT.
029516 3700-EXIT.
029518     EXIT.
029520
029522 3710-SCAN-CLASS.
029524     ADD 1 TO LRN-CLS-SUB.
029526     IF LR-CLASS (LRN-CLS-SUB) = LC-CLASS (LRN-SUB)
029528         MOVE "Y" TO LRN-CLASS-SW.
029530 3710-EXIT.
029532     EXIT.
029534
029536 3750-CHECK-PREREQ.
029538     MOVE "N" TO LRN-PRQ-SW.
029540     MOVE ZERO TO LRN-PRQ-SUB.
029542     PERFORM 3760-SCAN-PREREQ THRU 3760-EXIT
029544         UNTIL LRN-PRQ-VALID
029546            OR LRN-PRQ-SUB >= LRN-ENTRY-MAX.
029548 3750-EXIT.
029550     EXIT.
029552
029554 3760-SCAN-PREREQ.
029556     ADD 1 TO LRN-PRQ-SUB.
029558     IF LC-CLASS (LRN-PRQ-SUB) = LR-PREREQ-CLASS (LRN-CLS-SUB)
029560      AND LC-CL-VALID (LRN-PRQ-SUB)
029562         MOVE "Y" TO LRN-PRQ-SW.
029564 3760-EXIT.
029566     EXIT.
029568
029570 3800-QUEUE-NOTICE.
029572     MOVE SPACES TO LETTER-TRIGGER-RECORD.
029574     MOVE "LICRENEW" TO TG-TEMPLATE-ID.
029576     MOVE LC-APPL-ID TO TG-CUST-NUMBER.
029578     MOVE LRN-RUN-DATE TO TG-REQUEST-DATE.
029580     MOVE "LICRENEW" TO TG-SOURCE.
029582     WRITE LETTER-TRIGGER-RECORD.
029584     ADD 1 TO LRN-NOTICE-COUNT.
029586 3800-EXIT.
029588     EXIT.
029600
029700 3900-FILL-DETAIL.
029800     MOVE LC-APPL-ID TO LRN-DTL-APPL.
029900     MOVE LC-LICENSE-NO TO LRN-DTL-LICNO.
030000     MOVE LC-NAME TO LRN-DTL-NAME.
030066     MOVE LC-CLASS (LRN-SUB) TO LRN-DTL-CLASS.
030132     MOVE LC-CL-EXPIRY-DATE (LRN-SUB) TO LRN-DTL-EXPIRY.
030200 3900-EXIT.
030300     EXIT.
030400
031000     EXIT.
031100
031200******************************************************************
031300*    4000-PRINT-TOTALS.  HOW MANY VALID CLASSES ARE OUT.         *
031400******************************************************************
031500 4000-PRINT-TOTALS.
031600     MOVE "LICENSE HOLDERS READ" TO LRN-TOT-LABEL.
031700     MOVE LRN-READ-COUNT TO LRN-TOT-COUNT.
031800     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
031900         AFTER ADVANCING 2 LINES.
032000     MOVE "VALID CLASSES OUTSTANDING" TO LRN-TOT-LABEL.
032100     MOVE LRN-VALID-COUNT TO LRN-TOT-COUNT.
032200     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
032300         AFTER ADVANCING 1 LINE.
032325     MOVE ZERO TO LRN-CLS-SUB.
032350     PERFORM 4100-CLASS-TOTAL THRU 4100-EXIT
032375         UNTIL LRN-CLS-SUB >= LR-CLASS-COUNT.
032400     MOVE "RENEWALS INVOICED THIS RUN" TO LRN-TOT-LABEL.
032500     MOVE LRN-RENEWED-COUNT TO LRN-TOT-COUNT.
032600     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
032700         AFTER ADVANCING 1 LINE.
032704     MOVE "RENEWALS STILL AWAITING FEE" TO LRN-TOT-LABEL.
032708     MOVE LRN-BILLED-COUNT TO LRN-TOT-COUNT.
032712     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
032716         AFTER ADVANCING 1 LINE.
032720     MOVE "RENEWAL NOTICES QUEUED" TO LRN-TOT-LABEL.
032740     MOVE LRN-NOTICE-COUNT TO LRN-TOT-COUNT.
032760     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
032780         AFTER ADVANCING 1 LINE.
032800     MOVE "RENEWALS BLOCKED" TO LRN-TOT-LABEL.
032900     MOVE LRN-BLOCKED-COUNT TO LRN-TOT-COUNT.
033000     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
033100         AFTER ADVANCING 1 LINE.
033120     MOVE "  OF WHICH SUSPENDED/REVOKED" TO LRN-TOT-LABEL.
033140     MOVE LRN-STANDING-COUNT TO LRN-TOT-COUNT.
033160     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
033180         AFTER ADVANCING 1 LINE.
033200     MOVE "CLASSES LAPSED THIS RUN" TO LRN-TOT-LABEL.
033300     MOVE LRN-LAPSED-COUNT TO LRN-TOT-COUNT.
033400     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
033500         AFTER ADVANCING 1 LINE.
033600 4000-EXIT.
033700     EXIT.
033807
033914 4100-CLASS-TOTAL.
034021     ADD 1 TO LRN-CLS-SUB.
034128     MOVE SPACES TO LRN-TOT-LABEL.
034235     STRING "  CLASS " LR-CLASS (LRN-CLS-SUB) " "
034342            LR-DESCRIPTION (LRN-CLS-SUB)
034449         DELIMITED BY SIZE INTO LRN-TOT-LABEL.
034556     MOVE LRN-CLS-VALID (LRN-CLS-SUB) TO LRN-TOT-COUNT.
034663     WRITE REPORT-LINE FROM LRN-TOTAL-LINE
034770         AFTER ADVANCING 1 LINE.
034877 4100-EXIT.
034984     EXIT.
035088
035192******************************************************************
035296*    4500-ROLL-CONTROL.  WRITE BACK THE NUMBER CONTROL WITH THE  *
035400*    LAST INVOICE NUMBER ASSIGNED; THE LICENSE NUMBER IS CARRIED *
035504*    THROUGH UNCHANGED.                                          *
035608******************************************************************
035712 4500-ROLL-CONTROL.
035816     OPEN OUTPUT NUMBER-CONTROL.
035920     IF LRN-CTL-STATUS NOT = "00"
036024         DISPLAY "LICRENEW: NUMBER CONTROL OPEN FAILED "
036128             LRN-CTL-STATUS
036232         MOVE 12 TO RETURN-CODE
036336         STOP RUN.
036440     MOVE SPACES TO LICENSE-NUMBER-CONTROL.
036544     MOVE LRN-LAST-USED TO LN-LAST-USED.
036648     MOVE LRN-LAST-INVOICE TO LN-LAST-INVOICE.
036752     WRITE LICENSE-NUMBER-CONTROL.
036856     CLOSE NUMBER-CONTROL.
036960 4500-EXIT.
037064     EXIT.
