000800* REGULATORY RESPONSE DEADLINE, AND SUMMARIZES OPEN AND          *
000900* OVERDUE COUNTS PER BRANCH.  AN OVERDUE CASE ANYWHERE ENDS     *
001000* THE STEP WITH RC=4 SO THE SCHEDULER SURFACES IT.               *
001011* THE SAME PASS SETTLES THE PROVISIONAL CREDITS: A PENDING       *
001022* CREDIT IS WRITTEN TO DISPTXN AS A "C" ITEM FOR THE NEXT        *
001033* POSTRUN, AN ISSUED CREDIT ON A CASE RESOLVED AGAINST THE       *
001044* CUSTOMER IS BACKED OUT WITH AN "R" ITEM, AND ONE RESOLVED FOR  *
001055* THE CUSTOMER IS MARKED FINAL.  DISPTXN CARRIES ITS OWN         *
001066* TRAILER AND IS COLLECTED BY TXNCOLCT, SO DISPAGE RUNS AHEAD    *
001077* OF THE COLLECTOR.  THE CREDITS STILL OUTSTANDING ARE LISTED    *
001088* BY AGE ON DISPPCR.                                             *
001100*                                                                *
001200* MAINTENANCE LOG                                                *
001300* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001400* --------- ------------  -------------------------------------- *
001500* 26/08/26  MS            CREATED - OPEN CASE AGING REPORT       *
001525* 15/10/26  MS            PROVISIONAL CREDITS ISSUED, REVERSED   *
001550*                         AND MADE FINAL; DISPTXN FOR POSTRUN;   *
001575*                         OUTSTANDING CREDITS BY AGE (DISPPCR)   *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.  DISPAGE.
003300     SELECT AGING-REPORT ASSIGN TO DISPRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS DAG-RPT-STATUS.
003514     SELECT PROV-CREDIT-TXN ASSIGN TO DISPTXN
003528         ORGANIZATION IS SEQUENTIAL
003542         FILE STATUS IS DAG-TXN-STATUS.
003556     SELECT CREDIT-REPORT ASSIGN TO DISPPCR
003570         ORGANIZATION IS SEQUENTIAL
003584         FILE STATUS IS DAG-PCR-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DISPUTE-FILE
004000     RECORD CONTAINS 160 CHARACTERS.
004100 COPY STMTDISP.
004200
004300 FD  AGING-REPORT
004400     RECORD CONTAINS 132 CHARACTERS.
004500 01  REPORT-LINE                 PIC X(132).
004511
004522 FD  PROV-CREDIT-TXN
004533     RECORD CONTAINS 60 CHARACTERS.
004544 COPY POSTTXN.
004555
004566 FD  CREDIT-REPORT
004577     RECORD CONTAINS 132 CHARACTERS.
004588 01  CREDIT-LINE                 PIC X(132).
004600
004700 WORKING-STORAGE SECTION.
004800 77  DAG-DISP-STATUS             PIC X(02).
004900 77  DAG-RPT-STATUS              PIC X(02).
004933 77  DAG-TXN-STATUS              PIC X(02).
004966 77  DAG-PCR-STATUS              PIC X(02).
005000
005100 77  DAG-DISP-EOF-SW             PIC X(01) VALUE "N".
005200     88  DAG-DISP-EOF            VALUE "Y".
006500 77  DAG-BR-MAX                  PIC 9(02) COMP VALUE 10.
006600 77  DAG-BR-COUNT                PIC 9(02) COMP VALUE ZERO.
006700 77  DAG-BR-SUB                  PIC 9(02) COMP VALUE ZERO.
006705
006710 77  DAG-TXN-TYPE                PIC X(01) VALUE SPACE.
006715 77  DAG-TXN-COUNT               PIC 9(07) COMP VALUE ZERO.
006720 77  DAG-TXN-HASH                PIC 9(11)V9(02) VALUE ZERO.
006725 77  DAG-ISSUED-COUNT            PIC 9(05) COMP VALUE ZERO.
006730 77  DAG-ISSUED-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
006735 77  DAG-REVERSED-COUNT          PIC 9(05) COMP VALUE ZERO.
006740 77  DAG-REVERSED-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
006745 77  DAG-FINAL-COUNT             PIC 9(05) COMP VALUE ZERO.
006750 77  DAG-FINAL-AMOUNT            PIC 9(09)V9(02) VALUE ZERO.
006755 77  DAG-CANCEL-COUNT            PIC 9(05) COMP VALUE ZERO.
006760 77  DAG-CANCEL-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
006765 77  DAG-OUT-COUNT               PIC 9(05) COMP VALUE ZERO.
006770 77  DAG-OUT-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
006775 77  DAG-DAYS-OUT                PIC S9(05) COMP VALUE ZERO.
006780 77  DAG-ISSUED-INT              PIC 9(07) COMP VALUE ZERO.
006785 77  DAG-AGE-SUB                 PIC 9(01) COMP VALUE ZERO.
006800
006900 01  DAG-RUN-DATE                PIC 9(08).
007000
007300         10  DAG-BR-BRANCH       PIC X(03).
007400         10  DAG-BR-OPEN         PIC 9(05).
007500         10  DAG-BR-OVERDUE      PIC 9(05).
007506
007512* OUTSTANDING PROVISIONAL CREDITS BY DAYS SINCE ISSUE
007518 01  DAG-AGE-TABLE.
007524     05  DAG-AGE-ENTRY OCCURS 4 TIMES.
007530         10  DAG-AGE-COUNT       PIC 9(05).
007536         10  DAG-AGE-AMOUNT      PIC 9(09)V9(02).
007542
007548 01  DAG-AGE-NAMES.
007554     05  FILLER                  PIC X(12) VALUE "0-30 DAYS   ".
007560     05  FILLER                  PIC X(12) VALUE "31-60 DAYS  ".
007566     05  FILLER                  PIC X(12) VALUE "61-90 DAYS  ".
007572     05  FILLER                  PIC X(12) VALUE "OVER 90 DAYS".
007578 01  FILLER REDEFINES DAG-AGE-NAMES.
007584     05  DAG-AGE-NAME OCCURS 4 TIMES
007590                                 PIC X(12).
007600
007700 01  DAG-HEADING-1.
007800     05  FILLER                  PIC X(08) VALUE "DISPAGE ".
010600     05  FILLER                  PIC X(10) VALUE "  OVERDUE ".
010700     05  DAG-BRL-OVERDUE         PIC Z(04)9.
010800     05  FILLER                  PIC X(95) VALUE SPACES.
010801
010802 01  DAG-PC-HEADING-1.
010803     05  FILLER                  PIC X(08) VALUE "DISPAGE ".
010804     05  FILLER                  PIC X(36)
010805         VALUE "OUTSTANDING PROVISIONAL CREDITS     ".
010806     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
010807     05  DAG-PCH-DATE            PIC 9(08).
010808     05  FILLER                  PIC X(70) VALUE SPACES.
010809
010810 01  DAG-PC-HEADING-2.
010811     05  FILLER                  PIC X(18)
010812         VALUE "CUSTOMER/STATEMENT".
010813     05  FILLER                  PIC X(06) VALUE "BR    ".
010814     05  FILLER                  PIC X(04) VALUE "ST  ".
010815     05  FILLER                  PIC X(13) VALUE "REFERENCE    ".
010816     05  FILLER                  PIC X(11) VALUE "ISSUED     ".
010817     05  FILLER                  PIC X(13) VALUE "    AMOUNT   ".
010818     05  FILLER                  PIC X(08) VALUE " DAYS   ".
010819     05  FILLER                  PIC X(12) VALUE "AGE BAND    ".
010820     05  FILLER                  PIC X(47) VALUE SPACES.
010821
010822 01  DAG-PC-DETAIL-LINE.
010823     05  DAG-PCD-CUST            PIC 9(06).
010824     05  FILLER                  PIC X(01) VALUE "/".
010825     05  DAG-PCD-DATE            PIC 9(08).
010826     05  FILLER                  PIC X(03) VALUE SPACES.
010827     05  DAG-PCD-BRANCH          PIC X(03).
010828     05  FILLER                  PIC X(03) VALUE SPACES.
010829     05  DAG-PCD-STATUS          PIC X(01).
010830     05  FILLER                  PIC X(03) VALUE SPACES.
010831     05  DAG-PCD-REFERENCE       PIC X(10).
010832     05  FILLER                  PIC X(03) VALUE SPACES.
010833     05  DAG-PCD-ISSUED          PIC 9(08).
010834     05  FILLER                  PIC X(03) VALUE SPACES.
010835     05  DAG-PCD-AMOUNT          PIC Z(06)9.99.
010836     05  FILLER                  PIC X(03) VALUE SPACES.
010837     05  DAG-PCD-DAYS            PIC Z(04)9.
010838     05  FILLER                  PIC X(03) VALUE SPACES.
010839     05  DAG-PCD-BAND            PIC X(12).
010840     05  FILLER                  PIC X(47) VALUE SPACES.
010841
010842 01  DAG-AGE-LINE.
010843     05  FILLER                  PIC X(10) VALUE SPACES.
010844     05  DAG-AGL-BAND            PIC X(12).
010845     05  FILLER                  PIC X(08) VALUE "  ITEMS ".
010846     05  DAG-AGL-COUNT           PIC Z(04)9.
010847     05  FILLER                  PIC X(10) VALUE "  AMOUNT  ".
010848     05  DAG-AGL-AMOUNT          PIC Z(08)9.99.
010849     05  FILLER                  PIC X(75) VALUE SPACES.
010850
010851 01  DAG-PC-TOTAL-LINE.
010852     05  FILLER                  PIC X(10) VALUE SPACES.
010853     05  DAG-PCT-LABEL           PIC X(30).
010854     05  DAG-PCT-COUNT           PIC Z(04)9.
010855     05  FILLER                  PIC X(05) VALUE SPACES.
010856     05  DAG-PCT-AMOUNT          PIC Z(08)9.99.
010857     05  FILLER                  PIC X(70) VALUE SPACES.
010900
011000 PROCEDURE DIVISION.
011100******************************************************************
011600     PERFORM 2000-AGE-ONE THRU 2000-EXIT
011700         UNTIL DAG-DISP-EOF.
011800     PERFORM 4000-BRANCH-SUMMARY THRU 4000-EXIT.
011833     PERFORM 4500-CREDIT-SUMMARY THRU 4500-EXIT.
011866     PERFORM 4800-WRITE-TRAILER THRU 4800-EXIT.
011900     IF DAG-OVERDUE-COUNT > ZERO
012000         MOVE 4 TO RETURN-CODE.
012100     CLOSE DISPUTE-FILE
012200           AGING-REPORT
012233           PROV-CREDIT-TXN
012266           CREDIT-REPORT.
012300     STOP RUN.
012400
012500******************************************************************
012600*    1000-INITIALIZE.  OPEN FILES AND PRIME THE INPUT.           *
012700******************************************************************
012800 1000-INITIALIZE.
012900     OPEN I-O    DISPUTE-FILE
013000          OUTPUT AGING-REPORT.
013100     IF DAG-DISP-STATUS NOT = "00"
013200         DISPLAY "DISPAGE: DISPUTE FILE OPEN FAILED "
013300             DAG-DISP-STATUS
013400         MOVE 12 TO RETURN-CODE
013500         STOP RUN.
013512     OPEN OUTPUT PROV-CREDIT-TXN.
013524     IF DAG-TXN-STATUS NOT = "00"
013536         DISPLAY "DISPAGE: DISPTXN OPEN FAILED "
013548             DAG-TXN-STATUS
013560         MOVE 12 TO RETURN-CODE
013572         STOP RUN.
013584     OPEN OUTPUT CREDIT-REPORT.
013600     INITIALIZE DAG-BRANCH-TABLE.
013650     INITIALIZE DAG-AGE-TABLE.
013700     ACCEPT DAG-RUN-DATE FROM DATE YYYYMMDD.
013800     MOVE DAG-RUN-DATE TO DAG-HDG-DATE.
013900     COMPUTE DAG-TODAY-INT =
014000         FUNCTION INTEGER-OF-DATE (DAG-RUN-DATE).
014100     WRITE REPORT-LINE FROM DAG-HEADING-1
014200         AFTER ADVANCING PAGE.
014216     MOVE DAG-RUN-DATE TO DAG-PCH-DATE.
014232     WRITE CREDIT-LINE FROM DAG-PC-HEADING-1
014248         AFTER ADVANCING PAGE.
014264     WRITE CREDIT-LINE FROM DAG-PC-HEADING-2
014280         AFTER ADVANCING 2 LINES.
014300     PERFORM 2900-READ-DISPUTE THRU 2900-EXIT.
014400 1000-EXIT.
014500     EXIT.
014600
014700******************************************************************
014800*    2000-AGE-ONE.  ONE OPEN CASE ONTO THE REPORT.               *
014850*    EVERY CASE FIRST HAS ITS PROVISIONAL CREDIT SETTLED.        *
014900******************************************************************
015000 2000-AGE-ONE.
015025     PERFORM 2400-PROVISIONAL-CREDIT THRU 2400-EXIT.
015050     IF DP-PC-ISSUED
015075         PERFORM 2600-AGE-CREDIT THRU 2600-EXIT.
015100     IF NOT DP-OPEN-CASE
015200         GO TO 2000-READ-NEXT.
015300     ADD 1 TO DAG-OPEN-COUNT.
020200         MOVE "Y" TO DAG-FOUND-SW.
020300 2110-EXIT.
020400     EXIT.
020401
020402******************************************************************
020403*    2400-PROVISIONAL-CREDIT.  MOVE THE CASE'S CREDIT ON ONE     *
020404*    STEP.  PENDING: ISSUE IT (FINAL AT ONCE IF ALREADY FOUND    *
020405*    FOR THE CUSTOMER), OR CANCEL IT UNISSUED IF FOUND AGAINST.  *
020406*    ISSUED: REVERSE IT IF FOUND AGAINST, MAKE IT FINAL IF       *
020407*    FOUND FOR.  ANYTHING ELSE IS LEFT AS IT STANDS.             *
020408******************************************************************
020409 2400-PROVISIONAL-CREDIT.
020410     IF NOT DP-PC-PENDING AND NOT DP-PC-ISSUED
020411         GO TO 2400-EXIT.
020412     IF DP-PC-ISSUED
020413      AND NOT DP-FOUND-FOR AND NOT DP-FOUND-AGAINST
020414         GO TO 2400-EXIT.
020415     IF DP-DISPUTED-AMOUNT NOT NUMERIC
020416         DISPLAY "DISPAGE: BAD DISPUTED AMOUNT ON CASE "
020417             DP-CUST-NUMBER "/" DP-STMT-DATE
020418         GO TO 2400-EXIT.
020419     EVALUATE TRUE
020420         WHEN DP-PC-PENDING AND DP-FOUND-AGAINST
020421             MOVE "X" TO DP-PC-STATUS
020422             MOVE DAG-RUN-DATE TO DP-PC-SETTLED-DATE
020423             ADD 1 TO DAG-CANCEL-COUNT
020424             ADD DP-DISPUTED-AMOUNT TO DAG-CANCEL-AMOUNT
020425         WHEN DP-PC-PENDING
020426             MOVE "C" TO DAG-TXN-TYPE
020427             PERFORM 2450-WRITE-TXN THRU 2450-EXIT
020428             MOVE "I" TO DP-PC-STATUS
020429             MOVE DAG-RUN-DATE TO DP-PC-ISSUED-DATE
020430             ADD 1 TO DAG-ISSUED-COUNT
020431             ADD DP-DISPUTED-AMOUNT TO DAG-ISSUED-AMOUNT
020432             IF DP-FOUND-FOR
020433                 MOVE "F" TO DP-PC-STATUS
020434                 MOVE DAG-RUN-DATE TO DP-PC-SETTLED-DATE
020435                 ADD 1 TO DAG-FINAL-COUNT
020436                 ADD DP-DISPUTED-AMOUNT TO DAG-FINAL-AMOUNT
020437             END-IF
020438         WHEN DP-FOUND-AGAINST
020439             MOVE "R" TO DAG-TXN-TYPE
020440             PERFORM 2450-WRITE-TXN THRU 2450-EXIT
020441             MOVE "R" TO DP-PC-STATUS
020442             MOVE DAG-RUN-DATE TO DP-PC-SETTLED-DATE
020443             ADD 1 TO DAG-REVERSED-COUNT
020444             ADD DP-DISPUTED-AMOUNT TO DAG-REVERSED-AMOUNT
020445         WHEN OTHER
020446             MOVE "F" TO DP-PC-STATUS
020447             MOVE DAG-RUN-DATE TO DP-PC-SETTLED-DATE
020448             ADD 1 TO DAG-FINAL-COUNT
020449             ADD DP-DISPUTED-AMOUNT TO DAG-FINAL-AMOUNT
020450     END-EVALUATE.
020451     REWRITE DISPUTE-CASE-RECORD.
020452     IF DAG-DISP-STATUS NOT = "00"
020453         DISPLAY "DISPAGE: DISPUTE FILE REWRITE FAILED "
020454             DAG-DISP-STATUS
020455         MOVE 12 TO RETURN-CODE
020456         STOP RUN.
020457 2400-EXIT.
020458     EXIT.
020459
020460******************************************************************
020461*    2450-WRITE-TXN.  CREDIT OR REVERSAL ITEM FOR POSTRUN.  THE  *
020462*    REVERSAL NAMES THE CREDIT'S REFERENCE, CUSTOMER AND AMOUNT  *
020463*    SO POSTRUN BACKS OUT EXACTLY THAT POSTING.                  *
020464******************************************************************
020465 2450-WRITE-TXN.
020466     MOVE SPACES TO POSTING-TRANSACTION.
020467     MOVE DAG-TXN-TYPE TO TXN-REC-TYPE.
020468     MOVE DP-CUST-NUMBER TO TXN-CUST-NUMBER.
020469     MOVE DAG-RUN-DATE TO TXN-POST-DATE.
020470     MOVE DP-DISPUTED-AMOUNT TO TXN-AMOUNT.
020471     MOVE DP-PC-REFERENCE TO TXN-REFERENCE.
020472     MOVE "DISPUTE " TO TXN-SOURCE.
020473     MOVE DP-BRANCH TO TXN-BRANCH.
020474     MOVE 1 TO TXN-ACCT-SEQ.
020475     WRITE POSTING-TRANSACTION.
020476     ADD 1 TO DAG-TXN-COUNT.
020477     ADD DP-DISPUTED-AMOUNT TO DAG-TXN-HASH.
020478 2450-EXIT.
020479     EXIT.
020480
020481******************************************************************
020482*    2600-AGE-CREDIT.  ONE OUTSTANDING CREDIT ONTO DISPPCR.      *
020483******************************************************************
020484 2600-AGE-CREDIT.
020485     COMPUTE DAG-ISSUED-INT =
020486         FUNCTION INTEGER-OF-DATE (DP-PC-ISSUED-DATE).
020487     COMPUTE DAG-DAYS-OUT = DAG-TODAY-INT - DAG-ISSUED-INT.
020488     IF DAG-DAYS-OUT < ZERO
020489         MOVE ZERO TO DAG-DAYS-OUT.
020490     EVALUATE TRUE
020491         WHEN DAG-DAYS-OUT <= 30
020492             MOVE 1 TO DAG-AGE-SUB
020493         WHEN DAG-DAYS-OUT <= 60
020494             MOVE 2 TO DAG-AGE-SUB
020495         WHEN DAG-DAYS-OUT <= 90
020496             MOVE 3 TO DAG-AGE-SUB
020497         WHEN OTHER
020498             MOVE 4 TO DAG-AGE-SUB
020499     END-EVALUATE.
020500     ADD 1 TO DAG-AGE-COUNT (DAG-AGE-SUB)
020501              DAG-OUT-COUNT.
020502     ADD DP-DISPUTED-AMOUNT TO DAG-AGE-AMOUNT (DAG-AGE-SUB)
020503                               DAG-OUT-AMOUNT.
020504     MOVE DP-CUST-NUMBER TO DAG-PCD-CUST.
020505     MOVE DP-STMT-DATE TO DAG-PCD-DATE.
020506     MOVE DP-BRANCH TO DAG-PCD-BRANCH.
020507     MOVE DP-STATUS TO DAG-PCD-STATUS.
020508     MOVE DP-PC-REFERENCE TO DAG-PCD-REFERENCE.
020509     MOVE DP-PC-ISSUED-DATE TO DAG-PCD-ISSUED.
020510     MOVE DP-DISPUTED-AMOUNT TO DAG-PCD-AMOUNT.
020511     MOVE DAG-DAYS-OUT TO DAG-PCD-DAYS.
020512     MOVE DAG-AGE-NAME (DAG-AGE-SUB) TO DAG-PCD-BAND.
020513     WRITE CREDIT-LINE FROM DAG-PC-DETAIL-LINE
020514         AFTER ADVANCING 1 LINE.
020515 2600-EXIT.
020516     EXIT.
020517
020600 2900-READ-DISPUTE.
020700     READ DISPUTE-FILE NEXT RECORD
020800         AT END MOVE "Y" TO DAG-DISP-EOF-SW
023100         AFTER ADVANCING 1 LINE.
023200 4100-EXIT.
023300     EXIT.
023401
023502******************************************************************
023603*    4500-CREDIT-SUMMARY.  OUTSTANDING CREDITS BY AGE BAND AND   *
023704*    TONIGHT'S ISSUES, REVERSALS, FINALS AND CANCELLATIONS.      *
023805******************************************************************
023906 4500-CREDIT-SUMMARY.
024007     MOVE SPACES TO CREDIT-LINE.
024108     WRITE CREDIT-LINE AFTER ADVANCING 2 LINES.
024209     MOVE ZERO TO DAG-AGE-SUB.
024310     PERFORM 4600-PRINT-AGE-BAND THRU 4600-EXIT
024411         UNTIL DAG-AGE-SUB >= 4.
024512     MOVE "OUTSTANDING PROVISIONAL" TO DAG-PCT-LABEL.
024613     MOVE DAG-OUT-COUNT TO DAG-PCT-COUNT.
024714     MOVE DAG-OUT-AMOUNT TO DAG-PCT-AMOUNT.
024815     WRITE CREDIT-LINE FROM DAG-PC-TOTAL-LINE
024916         AFTER ADVANCING 2 LINES.
025017     MOVE "CREDITS ISSUED TONIGHT" TO DAG-PCT-LABEL.
025118     MOVE DAG-ISSUED-COUNT TO DAG-PCT-COUNT.
025219     MOVE DAG-ISSUED-AMOUNT TO DAG-PCT-AMOUNT.
025320     WRITE CREDIT-LINE FROM DAG-PC-TOTAL-LINE
025421         AFTER ADVANCING 2 LINES.
025522     MOVE "CREDITS REVERSED TONIGHT" TO DAG-PCT-LABEL.
025623     MOVE DAG-REVERSED-COUNT TO DAG-PCT-COUNT.
025724     MOVE DAG-REVERSED-AMOUNT TO DAG-PCT-AMOUNT.
025825     WRITE CREDIT-LINE FROM DAG-PC-TOTAL-LINE
025926         AFTER ADVANCING 1 LINE.
026027     MOVE "CREDITS MADE FINAL TONIGHT" TO DAG-PCT-LABEL.
026128     MOVE DAG-FINAL-COUNT TO DAG-PCT-COUNT.
026229     MOVE DAG-FINAL-AMOUNT TO DAG-PCT-AMOUNT.
026330     WRITE CREDIT-LINE FROM DAG-PC-TOTAL-LINE
026431         AFTER ADVANCING 1 LINE.
026532     MOVE "CANCELLED BEFORE ISSUE" TO DAG-PCT-LABEL.
026633     MOVE DAG-CANCEL-COUNT TO DAG-PCT-COUNT.
026734     MOVE DAG-CANCEL-AMOUNT TO DAG-PCT-AMOUNT.
026835     WRITE CREDIT-LINE FROM DAG-PC-TOTAL-LINE
026936         AFTER ADVANCING 1 LINE.
027037 4500-EXIT.
027138     EXIT.
027239
027340 4600-PRINT-AGE-BAND.
027441     ADD 1 TO DAG-AGE-SUB.
027542     MOVE DAG-AGE-NAME (DAG-AGE-SUB) TO DAG-AGL-BAND.
027643     MOVE DAG-AGE-COUNT (DAG-AGE-SUB) TO DAG-AGL-COUNT.
027744     MOVE DAG-AGE-AMOUNT (DAG-AGE-SUB) TO DAG-AGL-AMOUNT.
027845     WRITE CREDIT-LINE FROM DAG-AGE-LINE
027946         AFTER ADVANCING 1 LINE.
028047 4600-EXIT.
028148     EXIT.
028249
028350******************************************************************
028451*    4800-WRITE-TRAILER.  BALANCING TRAILER ON DISPTXN, WRITTEN  *
028552*    EVEN WHEN NO ITEMS WERE GENERATED SO THE COLLECTOR PROVES   *
028653*    AN EMPTY SOURCE.                                            *
028754******************************************************************
028855 4800-WRITE-TRAILER.
028956     MOVE SPACES TO POSTING-TRANSACTION.
029057     MOVE "T" TO TXN-REC-TYPE.
029158     MOVE DAG-TXN-COUNT TO TXN-TRL-COUNT.
029259     MOVE DAG-TXN-HASH TO TXN-TRL-AMOUNT.
029360     WRITE POSTING-TRANSACTION.
029461 4800-EXIT.
029562     EXIT.
