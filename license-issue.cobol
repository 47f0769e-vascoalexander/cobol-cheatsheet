000200* PROGRAM NAME:   LICISSUE                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000481* LICENSE ISSUANCE FROM THE ELIGIBILITY DECISIONS.  READS THE    *
000562* CONDITIONALS DECISION FILE AND, FOR EVERY ELIGIBLE RULING      *
000643* ("E", "O" OR "R"), ADDS THE CLASS RULED ON TO THE HOLDER'S     *
000724* LICENSE MASTER RECORD WITH ITS OWN ISSUE DATE AND A FIVE-YEAR  *
000805* EXPIRY.  A FIRST-TIME HOLDER GETS A NEW RECORD AND A LICENSE   *
000886* NUMBER ASSIGNED FROM THE LICNOCTL LAST-USED CONTROL; LATER     *
000967* CLASSES ARE ADDED UNDER THE SAME NUMBER, REUSING THE ENTRY OF  *
001048* A LAPSED CLASS.  EVERY CLASS ISSUED HAS A FEE INVOICE RAISED   *
001076* ON LICINV, PRICED FROM THE LICFEE SCHEDULE - THE ISSUE FEE, OR *
001104* FOR A LAPSED CLASS REISSUED THE RENEWAL FEE AND THE LATE       *
001132* SURCHARGE - AND IS WRITTEN AWAITING ITS FEE; LICPAYMT MAKES IT *
001160* VALID WHEN THE INVOICE IS PAID.  RULINGS FOR A CLASS ALREADY   *
001188* HELD OR AWAITING ITS FEE ARE SKIPPED AND COUNTED, AS ARE       *
001216* RULINGS FOR A HOLDER SUSPENDED OR REVOKED BY THE LICPTS POINTS *
001244* RUN.  THE CONTROL RECORD, WHICH ALSO CARRIES THE LAST INVOICE  *
001272* NUMBER, IS WRITTEN BACK ONLY AFTER THE RUN COMPLETES CLEANLY.  *
001300*                                                                *
001400* MAINTENANCE LOG                                                *
001500* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001600* --------- ------------  -------------------------------------- *
001700* 02/09/26  HK            CREATED - LICENSE ISSUANCE             *
001725* 15/10/26  HK            LICENSE CLASSES: ISSUES ONE CLASS PER  *
001750*                         DECISION AS AN ENTRY ON THE HOLDER,    *
001775*                         NUMBER ASSIGNED ON THE FIRST CLASS     *
001783* 15/10/26  HK            NO NEW CLASS FOR A HOLDER SUSPENDED    *
001791*                         OR REVOKED BY THE LICPTS POINTS RUN    *
001793* 15/10/26  HK            FEE INVOICE RAISED PER CLASS FROM THE  *
001795*                         LICFEE SCHEDULE; CLASS AWAITS ITS FEE  *
001797*                         UNTIL PAID; LATE FEE ON LAPSED CLASS   *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  LICISSUE.
003800     SELECT NUMBER-CONTROL ASSIGN TO LICNOCTL
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS LIC-CTL-STATUS.
004016     SELECT INVOICE-FILE ASSIGN TO LICINV
004032         ORGANIZATION IS INDEXED
004048         ACCESS MODE IS RANDOM
004064         RECORD KEY IS LI-INVOICE-NO
004080         FILE STATUS IS LIC-INV-STATUS.
004100     SELECT ISSUE-REPORT ASSIGN TO LICISRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS LIC-RPT-STATUS.
004900 COPY ELIGDEC.
005000
005100 FD  LICENSE-MASTER
005200     RECORD CONTAINS 150 CHARACTERS.
005300 COPY LICMAST.
005400
005500 FD  NUMBER-CONTROL
005600     RECORD CONTAINS 20 CHARACTERS.
005700 COPY LICNOCTL.
005720
005740 FD  INVOICE-FILE
005760     RECORD CONTAINS 100 CHARACTERS.
005780 COPY LICINV.
005800
005900 FD  ISSUE-REPORT
006000     RECORD CONTAINS 132 CHARACTERS.
006400 77  LIC-DEC-STATUS              PIC X(02).
006500 77  LIC-LIC-STATUS              PIC X(02).
006600 77  LIC-CTL-STATUS              PIC X(02).
006650 77  LIC-INV-STATUS              PIC X(02).
006700 77  LIC-RPT-STATUS              PIC X(02).
006800
006900 77  LIC-DEC-EOF-SW              PIC X(01) VALUE "N".
007000     88  LIC-DEC-EOF             VALUE "Y".
007100 77  LIC-HELD-SW                 PIC X(01) VALUE "N".
007200     88  LIC-ALREADY-HELD        VALUE "Y".
007210 77  LIC-HOLDER-SW               PIC X(01) VALUE "N".
007220     88  LIC-HOLDER-FOUND        VALUE "Y".
007222 77  LIC-LATE-SW                 PIC X(01) VALUE "N".
007224     88  LIC-LATE-RENEWAL        VALUE "Y".
007226 77  LIC-FEE-SW                  PIC X(01) VALUE "N".
007228     88  LIC-FEE-FOUND           VALUE "Y".
007230
007240* CLASS ENTRIES ON A LICMAST RECORD
007250 77  LIC-ENTRY-MAX               PIC 9(02) COMP VALUE 5.
007260 77  LIC-SUB                     PIC 9(02) COMP VALUE ZERO.
007270 77  LIC-SLOT                    PIC 9(02) COMP VALUE ZERO.
007280 77  LIC-FREE-SLOT               PIC 9(02) COMP VALUE ZERO.
007290 77  LIC-CLASS-WORK              PIC X(02) VALUE SPACES.
007292
007294* FEE SCHEDULE ENTRIES
007296 77  LIC-FEE-SUB                 PIC 9(02) COMP VALUE ZERO.
007298 77  LIC-TXN-WORK                PIC X(02) VALUE SPACES.
007300
007400* LICENSE TERM IN YEARS
007500 77  LIC-TERM-YEARS              PIC 9(02) VALUE 05.
007600 77  LIC-LAST-USED               PIC 9(08) VALUE ZERO.
007650 77  LIC-LAST-INVOICE            PIC 9(08) VALUE ZERO.
007700
007800 77  LIC-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
007900 77  LIC-ISSUED-COUNT            PIC 9(05) COMP VALUE ZERO.
008000 77  LIC-HELD-COUNT              PIC 9(05) COMP VALUE ZERO.
008100 77  LIC-DENIED-COUNT            PIC 9(05) COMP VALUE ZERO.
008133 77  LIC-NEW-HOLDER-COUNT        PIC 9(05) COMP VALUE ZERO.
008166 77  LIC-FULL-COUNT              PIC 9(05) COMP VALUE ZERO.
008183 77  LIC-BARRED-COUNT            PIC 9(05) COMP VALUE ZERO.
008188 77  LIC-INVOICE-COUNT           PIC 9(05) COMP VALUE ZERO.
008193 77  LIC-LATE-COUNT              PIC 9(05) COMP VALUE ZERO.
008200
008300 01  LIC-RUN-DATE                PIC 9(08).
008400 01  LIC-EXPIRY-WORK.
008600     05  FILLER                  PIC X(04).
008700 01  LIC-EXPIRY-WORK-N REDEFINES LIC-EXPIRY-WORK
008800                                 PIC 9(08).
008833
008866 COPY LICFEE.
008900
009000 01  LIC-HEADING-1.
009100     05  FILLER                  PIC X(09) VALUE "LICISSUE ".
010200     05  FILLER                  PIC X(03) VALUE SPACES.
010300     05  LIC-DTL-LICNO           PIC 9(08).
010400     05  FILLER                  PIC X(03) VALUE SPACES.
010433     05  LIC-DTL-CLASS           PIC X(02).
010466     05  FILLER                  PIC X(03) VALUE SPACES.
010500     05  LIC-DTL-EXPIRY          PIC 9(08).
010600     05  FILLER                  PIC X(03) VALUE SPACES.
010700     05  LIC-DTL-TEXT            PIC X(40).
010750     05  FILLER                  PIC X(03) VALUE SPACES.
010800     05  LIC-DTL-INVOICE         PIC Z(07)9 BLANK WHEN ZERO.
010850     05  FILLER                  PIC X(17) VALUE SPACES.
010900
011000 01  LIC-TOTAL-LINE.
011100     05  FILLER                  PIC X(10) VALUE SPACES.
012500     PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT.
012600     CLOSE DECISION-FILE
012700           LICENSE-MASTER
012750           INVOICE-FILE
012800           ISSUE-REPORT.
012900     STOP RUN.
013000
014900             LIC-LIC-STATUS
015000         MOVE 12 TO RETURN-CODE
015100         STOP RUN.
015109     OPEN I-O INVOICE-FILE.
015118     IF LIC-INV-STATUS = "35"
015127         OPEN OUTPUT INVOICE-FILE
015136         CLOSE INVOICE-FILE
015145         OPEN I-O INVOICE-FILE.
015154     IF LIC-INV-STATUS NOT = "00"
015163         DISPLAY "LICISSUE: INVOICE FILE OPEN FAILED "
015172             LIC-INV-STATUS
015181         MOVE 12 TO RETURN-CODE
015190         STOP RUN.
015200     OPEN INPUT NUMBER-CONTROL.
015300     IF LIC-CTL-STATUS = "00"
015400         READ NUMBER-CONTROL
015500             AT END MOVE ZERO TO LN-LAST-USED
015550                                 LN-LAST-INVOICE
015600         END-READ
015700         MOVE LN-LAST-USED TO LIC-LAST-USED
015725         IF LN-LAST-INVOICE NUMERIC
015750             MOVE LN-LAST-INVOICE TO LIC-LAST-INVOICE
015775         END-IF
015800         CLOSE NUMBER-CONTROL
015900     ELSE
016000         MOVE ZERO TO LIC-LAST-USED.
016700     EXIT.
016800
016900******************************************************************
017000*    2000-ISSUE-ONE.  ONE ELIGIBLE DECISION INTO A CLASS ON THE  *
017050*    HOLDER'S LICENSE.                                           *
017100******************************************************************
017200 2000-ISSUE-ONE.
017300     ADD 1 TO LIC-READ-COUNT.
017350     MOVE ZERO TO LIC-DTL-INVOICE.
017400     IF NOT EL-ELIGIBLE AND NOT EL-BY-OVERRIDE
017500      AND NOT EL-BY-RECOGNITION
017600         ADD 1 TO LIC-DENIED-COUNT
017700         GO TO 2000-READ-NEXT.
017725     MOVE EL-CLASS TO LIC-CLASS-WORK.
017750     IF EL-CLASS = SPACES
017775         MOVE "B " TO LIC-CLASS-WORK.
017800     MOVE "N" TO LIC-HELD-SW.
017850     MOVE "N" TO LIC-HOLDER-SW.
017875     MOVE "N" TO LIC-LATE-SW.
017900     MOVE EL-APPL-ID TO LC-APPL-ID.
018000     READ LICENSE-MASTER
018100         INVALID KEY CONTINUE
018200         NOT INVALID KEY
018300             MOVE "Y" TO LIC-HOLDER-SW
018600     END-READ.
018602     IF LIC-HOLDER-FOUND
018604      AND LC-NOT-DRIVING
018606         ADD 1 TO LIC-BARRED-COUNT
018608         MOVE ZERO TO LIC-DTL-EXPIRY
018610         MOVE "NOT ISSUED - HOLDER SUSPENDED OR REVOKED"
018612             TO LIC-DTL-TEXT
018614         PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
018616         GO TO 2000-READ-NEXT.
018625     IF NOT LIC-HOLDER-FOUND
018650         PERFORM 2100-NEW-HOLDER THRU 2100-EXIT.
018675     PERFORM 2200-FIND-SLOT THRU 2200-EXIT.
018700     IF LIC-ALREADY-HELD
018800         ADD 1 TO LIC-HELD-COUNT
018900         GO TO 2000-READ-NEXT.
018970     IF LIC-SLOT = ZERO
019040         ADD 1 TO LIC-FULL-COUNT
019110         MOVE ZERO TO LIC-DTL-EXPIRY
019180         MOVE "NOT ISSUED - NO FREE CLASS ENTRY"
019250             TO LIC-DTL-TEXT
019320         PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
019390         GO TO 2000-READ-NEXT.
019460     MOVE LIC-CLASS-WORK TO LC-CLASS (LIC-SLOT).
019530     MOVE LIC-RUN-DATE TO LC-CL-ISSUE-DATE (LIC-SLOT).
019600     MOVE LIC-RUN-DATE TO LIC-EXPIRY-WORK-N.
019700     ADD LIC-TERM-YEARS TO LIC-EXP-YYYY.
019775     MOVE LIC-EXPIRY-WORK-N TO LC-CL-EXPIRY-DATE (LIC-SLOT).
019850     MOVE "P" TO LC-CL-STATUS (LIC-SLOT).
019925     IF LIC-HOLDER-FOUND
020000         REWRITE LICENSE-MASTER-RECORD
020075     ELSE
020150         WRITE LICENSE-MASTER-RECORD
020225     END-IF.
020300     IF LIC-LIC-STATUS NOT = "00"
020400         DISPLAY "LICISSUE: LICENSE WRITE FAILED "
020500             LIC-LIC-STATUS
020600         MOVE 12 TO RETURN-CODE
020700         STOP RUN.
020800     ADD 1 TO LIC-ISSUED-COUNT.
020850     PERFORM 2400-RAISE-INVOICE THRU 2400-EXIT.
020900     MOVE LC-CL-EXPIRY-DATE (LIC-SLOT) TO LIC-DTL-EXPIRY.
020960     EVALUATE TRUE
021020         WHEN LIC-LATE-RENEWAL
021080             MOVE "LAPSED CLASS REISSUED - AWAITING FEE"
021140                 TO LIC-DTL-TEXT
021200         WHEN LIC-HOLDER-FOUND
021260             MOVE "CLASS ADDED - AWAITING FEE" TO LIC-DTL-TEXT
021320         WHEN OTHER
021380             MOVE "LICENSE ISSUED - AWAITING FEE" TO LIC-DTL-TEXT
021440     END-EVALUATE.
021500     PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
021600 2000-READ-NEXT.
021700     PERFORM 2900-READ-DECISION THRU 2900-EXIT.
021800 2000-EXIT.
021900     EXIT.
021901
021902******************************************************************
021903*    2100-NEW-HOLDER.  FIRST CLASS FOR THIS APPLICANT: A NEW     *
021904*    RECORD WITH THE NEXT LICENSE NUMBER AND NO CLASSES YET.     *
021905******************************************************************
021906 2100-NEW-HOLDER.
021907     ADD 1 TO LIC-LAST-USED.
021908     ADD 1 TO LIC-NEW-HOLDER-COUNT.
021909     MOVE SPACES TO LICENSE-MASTER-RECORD.
021910     INITIALIZE LICENSE-MASTER-RECORD.
021911     MOVE EL-APPL-ID TO LC-APPL-ID.
021912     MOVE LIC-LAST-USED TO LC-LICENSE-NO.
021913     MOVE EL-NAME TO LC-NAME.
021914 2100-EXIT.
021915     EXIT.
021916
021917******************************************************************
021918*    2200-FIND-SLOT.  THE ENTRY ALREADY CARRYING THIS CLASS      *
021919*    (VALID OR AWAITING ITS FEE MEANS ALREADY HELD; LAPSED IS    *
021920*    REISSUED IN PLACE AS A LATE RENEWAL), OTHERWISE THE FIRST   *
021921*    UNUSED ENTRY.                                               *
021922******************************************************************
021923 2200-FIND-SLOT.
021924     MOVE ZERO TO LIC-SLOT
021925                  LIC-FREE-SLOT
021926                  LIC-SUB.
021927     PERFORM 2210-SCAN-SLOT THRU 2210-EXIT
021928         UNTIL LIC-SLOT NOT = ZERO
021929            OR LIC-SUB >= LIC-ENTRY-MAX.
021930     IF LIC-SLOT = ZERO
021931         MOVE LIC-FREE-SLOT TO LIC-SLOT.
021932 2200-EXIT.
021933     EXIT.
021934
021935 2210-SCAN-SLOT.
021936     ADD 1 TO LIC-SUB.
021937     IF LC-CLASS (LIC-SUB) = LIC-CLASS-WORK
021938         MOVE LIC-SUB TO LIC-SLOT
021939         IF LC-CL-VALID (LIC-SUB)
021940          OR LC-CL-PENDING (LIC-SUB)
021941             MOVE "Y" TO LIC-HELD-SW
021942         END-IF
021943         IF LC-CL-LAPSED (LIC-SUB)
021944             MOVE "Y" TO LIC-LATE-SW
021945         END-IF
021946         GO TO 2210-EXIT.
021947     IF LC-CLASS (LIC-SUB) = SPACES
021948      AND LIC-FREE-SLOT = ZERO
021949         MOVE LIC-SUB TO LIC-FREE-SLOT.
021950 2210-EXIT.
021951     EXIT.
021952
021953 2300-PRINT-DETAIL.
021954     MOVE LC-APPL-ID TO LIC-DTL-APPL.
021955     MOVE LC-NAME TO LIC-DTL-NAME.
021956     MOVE LC-LICENSE-NO TO LIC-DTL-LICNO.
021957     MOVE LIC-CLASS-WORK TO LIC-DTL-CLASS.
021958     WRITE REPORT-LINE FROM LIC-DETAIL-LINE
021959         AFTER ADVANCING 1 LINE.
021960 2300-EXIT.
021961     EXIT.
021962
021963******************************************************************
021964*    2400-RAISE-INVOICE.  THE FEE INVOICE FOR THE CLASS JUST     *
021965*    ISSUED: THE ISSUE FEE, OR FOR A LAPSED CLASS REISSUED THE   *
021966*    RENEWAL FEE PLUS THE LATE SURCHARGE.  PAYING IT GIVES THE   *
021967*    CLASS THE EXPIRY ALREADY SET ON THE ENTRY.                  *
021968******************************************************************
021969 2400-RAISE-INVOICE.
021970     ADD 1 TO LIC-LAST-INVOICE.
021971     MOVE SPACES TO LICENSE-INVOICE-RECORD.
021972     MOVE LIC-LAST-INVOICE TO LI-INVOICE-NO.
021973     MOVE LC-APPL-ID TO LI-APPL-ID.
021974     MOVE LC-LICENSE-NO TO LI-LICENSE-NO.
021975     MOVE LIC-CLASS-WORK TO LI-CLASS.
021976     MOVE ZERO TO LI-SURCHARGE-AMOUNT
021977                  LI-AMOUNT-PAID
021978                  LI-PAID-DATE.
021979     IF LIC-LATE-RENEWAL
021980         MOVE "LS" TO LIC-TXN-WORK
021981         PERFORM 2450-FIND-FEE THRU 2450-EXIT
021982         MOVE LF-AMOUNT (LIC-FEE-SUB) TO LI-SURCHARGE-AMOUNT
021983         MOVE "RN" TO LI-TXN-TYPE
021984         ADD 1 TO LIC-LATE-COUNT
021985     ELSE
021986         MOVE "IS" TO LI-TXN-TYPE
021987     END-IF.
021988     MOVE LI-TXN-TYPE TO LIC-TXN-WORK.
021989     PERFORM 2450-FIND-FEE THRU 2450-EXIT.
021990     MOVE LF-AMOUNT (LIC-FEE-SUB) TO LI-FEE-AMOUNT.
021991     COMPUTE LI-AMOUNT-DUE = LI-FEE-AMOUNT + LI-SURCHARGE-AMOUNT.
021992     MOVE LIC-RUN-DATE TO LI-INVOICE-DATE.
021993     MOVE LC-CL-EXPIRY-DATE (LIC-SLOT) TO LI-NEW-EXPIRY.
021994     MOVE "O" TO LI-STATUS.
021995     WRITE LICENSE-INVOICE-RECORD.
021996     IF LIC-INV-STATUS NOT = "00"
021997         DISPLAY "LICISSUE: INVOICE WRITE FAILED "
021998             LIC-INV-STATUS
021999         MOVE 12 TO RETURN-CODE
022000         STOP RUN.
022001     ADD 1 TO LIC-INVOICE-COUNT.
022002     MOVE LI-INVOICE-NO TO LIC-DTL-INVOICE.
022003 2400-EXIT.
022004     EXIT.
022005
022006 2450-FIND-FEE.
022007     MOVE "N" TO LIC-FEE-SW.
022008     MOVE ZERO TO LIC-FEE-SUB.
022009     PERFORM 2460-SCAN-FEE THRU 2460-EXIT
022010         UNTIL LIC-FEE-FOUND
022011            OR LIC-FEE-SUB >= LF-FEE-COUNT.
022012     IF NOT LIC-FEE-FOUND
022013         DISPLAY "LICISSUE: NO FEE SCHEDULED FOR " LIC-TXN-WORK
022014         MOVE 12 TO RETURN-CODE
022015         STOP RUN.
022016 2450-EXIT.
022017     EXIT.
022018
022019 2460-SCAN-FEE.
022020     ADD 1 TO LIC-FEE-SUB.
022021     IF LF-TXN-TYPE (LIC-FEE-SUB) = LIC-TXN-WORK
022022         MOVE "Y" TO LIC-FEE-SW.
022023 2460-EXIT.
022024     EXIT.
022025
022100 2900-READ-DECISION.
022200     READ DECISION-FILE
022300         AT END MOVE "Y" TO LIC-DEC-EOF-SW
022600     EXIT.
022700
022800******************************************************************
022900*    4000-ROLL-CONTROL.  WRITE BACK THE LAST LICENSE AND         *
022950*    INVOICE NUMBERS ASSIGNED.                                   *
023000******************************************************************
023100 4000-ROLL-CONTROL.
023200     OPEN OUTPUT NUMBER-CONTROL.
023700         STOP RUN.
023800     MOVE SPACES TO LICENSE-NUMBER-CONTROL.
023900     MOVE LIC-LAST-USED TO LN-LAST-USED.
023950     MOVE LIC-LAST-INVOICE TO LN-LAST-INVOICE.
024000     WRITE LICENSE-NUMBER-CONTROL.
024100     CLOSE NUMBER-CONTROL.
024200 4000-EXIT.
025000     MOVE LIC-READ-COUNT TO LIC-TOT-COUNT.
025100     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
025200         AFTER ADVANCING 2 LINES.
025300     MOVE "LICENSE CLASSES ISSUED" TO LIC-TOT-LABEL.
025400     MOVE LIC-ISSUED-COUNT TO LIC-TOT-COUNT.
025500     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
025600         AFTER ADVANCING 1 LINE.
025620     MOVE "NEW LICENSE NUMBERS ASSIGNED" TO LIC-TOT-LABEL.
025640     MOVE LIC-NEW-HOLDER-COUNT TO LIC-TOT-COUNT.
025660     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
025680         AFTER ADVANCING 1 LINE.
025700     MOVE "ALREADY HELD OR AWAITING FEE" TO LIC-TOT-LABEL.
025800     MOVE LIC-HELD-COUNT TO LIC-TOT-COUNT.
025900     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
026000         AFTER ADVANCING 1 LINE.
026200     MOVE LIC-DENIED-COUNT TO LIC-TOT-COUNT.
026300     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
026400         AFTER ADVANCING 1 LINE.
026420     MOVE "NO FREE CLASS ENTRY" TO LIC-TOT-LABEL.
026440     MOVE LIC-FULL-COUNT TO LIC-TOT-COUNT.
026460     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
026480         AFTER ADVANCING 1 LINE.
026484     MOVE "HOLDER SUSPENDED OR REVOKED" TO LIC-TOT-LABEL.
026488     MOVE LIC-BARRED-COUNT TO LIC-TOT-COUNT.
026492     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
026496         AFTER ADVANCING 1 LINE.
026506     MOVE "FEE INVOICES RAISED" TO LIC-TOT-LABEL.
026516     MOVE LIC-INVOICE-COUNT TO LIC-TOT-COUNT.
026526     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
026536         AFTER ADVANCING 2 LINES.
026546     MOVE "  OF WHICH LATE RENEWALS" TO LIC-TOT-LABEL.
026556     MOVE LIC-LATE-COUNT TO LIC-TOT-COUNT.
026566     WRITE REPORT-LINE FROM LIC-TOTAL-LINE
026576         AFTER ADVANCING 1 LINE.
026586 4500-EXIT.
026600     EXIT.
