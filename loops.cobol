001901*                         REFERENCE MASTER ON THE CONTROL        *
001902*                         LINES, WITH REGION ROLLUP TOTALS       *
001903*                         ABOVE THE BRANCH LEVEL                 *
001922* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
001941*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001960*                         AND AMOUNT OF CONVERTED ITEMS          *
001963* 15/10/26  HK            CUSTOMERS CLOSED TONIGHT (FINALSTM)    *
001966*                         COUNTED FOR THEIR FINAL STATEMENT      *
001969*                         WHATEVER THE CYCLE; OTHER CLOSED       *
001972*                         CUSTOMERS ARE NOT COUNTED              *
001973* 15/10/26  HK            CUSTOMERS WITH AN OPEN ESTATE CASE     *
001974*                         (ESTATREG) COUNTED AS PAPER - THEIR    *
001975*                         STATEMENT GOES TO THE EXECUTOR         *
001976* 15/10/26  HK            POSTING HISTORY IS NOW KEYED;          *
001977*                         READ IN KEY SEQUENCE                   *
001979******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. LOOPS.
002200 AUTHOR. VASCO ALEXANDER.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003200         ORGANIZATION IS INDEXED
003233         ACCESS MODE IS SEQUENTIAL
003266         RECORD KEY IS PH-KEY
003300         FILE STATUS IS CTL-HIST-STATUS.
003400     SELECT CONTROL-REPORT ASSIGN TO CTLRPT
003500         ORGANIZATION IS SEQUENTIAL
003702     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
003704         ORGANIZATION IS SEQUENTIAL
003706         FILE STATUS IS CTL-BRM-STATUS.
003724     SELECT FINAL-STATEMENT-FILE ASSIGN TO FINALSTM
003742         ORGANIZATION IS SEQUENTIAL
003760         FILE STATUS IS CTL-FIN-STATUS.
003763     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
003766         ORGANIZATION IS INDEXED
003769         ACCESS MODE IS RANDOM
003772         RECORD KEY IS EC-CUST-NUMBER
003775         FILE STATUS IS CTL-EST-STATUS.
003778
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  POSTING-HISTORY
004100     RECORD CONTAINS 100 CHARACTERS.
004200 COPY POSTHIST.
004300
004400 FD  CONTROL-REPORT
004698 FD  BRANCH-MASTER
004699     RECORD CONTAINS 40 CHARACTERS.
004701 COPY BRANCHMS.
004717
004733 FD  FINAL-STATEMENT-FILE
004749     RECORD CONTAINS 20 CHARACTERS.
004765 COPY FINALSTM.
004768
004771 FD  ESTATE-REGISTER
004774     RECORD CONTAINS 400 CHARACTERS.
004777 COPY ESTATE.
004781
004800 WORKING-STORAGE SECTION.
004900 77  CTL-HIST-STATUS             PIC X(02).
005000 77  CTL-RPT-STATUS              PIC X(02).
006041 77  CTL-REG-MAX                 PIC 9(02) COMP VALUE 10.
006043 77  CTL-REG-COUNT               PIC 9(02) COMP VALUE ZERO.
006045 77  CTL-REG-SUB                 PIC 9(02) COMP VALUE ZERO.
006046
006047 77  CTL-FIN-STATUS              PIC X(02).
006048 77  CTL-FIN-EOF-SW              PIC X(01) VALUE "N".
006049     88  CTL-FIN-EOF             VALUE "Y".
006050 77  CTL-FIN-FOUND-SW            PIC X(01) VALUE "N".
006051     88  CTL-FIN-FOUND           VALUE "Y".
006052 77  CTL-FIN-MAX                 PIC 9(04) COMP VALUE 500.
006053 77  CTL-FIN-COUNT               PIC 9(04) COMP VALUE ZERO.
006054 77  CTL-FIN-SUB                 PIC 9(04) COMP VALUE ZERO.
006055 77  CTL-EST-STATUS              PIC X(02).
006056 77  CTL-EST-OPEN-SW             PIC X(01) VALUE "N".
006057     88  CTL-EST-OPEN            VALUE "Y".
006058 77  CTL-ESTATE-SW               PIC X(01) VALUE "N".
006059     88  CTL-ESTATE-CASE         VALUE "Y".
006060
006061* CUSTOMERS CLOSED TONIGHT, GIVEN A FINAL STATEMENT BY MYPROG
006062 01  CTL-FINAL-TABLE.
006063     05  CTL-FIN-CUST OCCURS 500 TIMES
006064                                 PIC 9(06).
006065
006066* BRANCH NAMES AND REGIONS FROM THE BRANCH REFERENCE MASTER
006067 01  CTL-BRANCH-REF-TABLE.
006068     05  CTL-REF-ENTRY OCCURS 50 TIMES.
006069         10  CTL-REF-CODE        PIC X(03).
006070         10  CTL-REF-NAME        PIC X(20).
006071         10  CTL-REF-REGION      PIC X(03).
006072
006073* REGION ROLLUP OF THE BRANCH CONTROL TOTALS
006074 01  CTL-REGION-TABLE.
006075     05  CTL-REG-ENTRY OCCURS 10 TIMES.
006076         10  CTL-REG-REGION      PIC X(03).
006077         10  CTL-REG-DEBIT-CNT   PIC 9(07) COMP.
006078         10  CTL-REG-DEBIT-AMT   PIC 9(09)V9(02).
006079         10  CTL-REG-CREDIT-CNT  PIC 9(07) COMP.
006080         10  CTL-REG-CREDIT-AMT  PIC 9(09)V9(02).
006081
006100 77  CTL-GRAND-COUNT             PIC 9(07) COMP VALUE ZERO.
006200 77  CTL-GRAND-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
006300 77  CTL-PROOF-COUNT             PIC 9(07) COMP VALUE ZERO.
012010           CUSTOMER-MASTER
012020           STMT-CONTROL
012100           CONTROL-REPORT.
012133     IF CTL-EST-OPEN
012166         CLOSE ESTATE-REGISTER.
012200     STOP RUN.
012300
012400******************************************************************
013550         PERFORM 1100-LOAD-BRANCH-REF THRU 1100-EXIT
013560             UNTIL CTL-BRM-EOF
013570         CLOSE BRANCH-MASTER.
013574*    NO FINAL-STATEMENT FILE MEANS NOBODY WAS CLOSED TONIGHT
013578     OPEN INPUT FINAL-STATEMENT-FILE.
013582     IF CTL-FIN-STATUS = "00"
013586         PERFORM 1200-LOAD-FINAL THRU 1200-EXIT
013590             UNTIL CTL-FIN-EOF
013594         CLOSE FINAL-STATEMENT-FILE.
013595*    NO ESTATE REGISTER MEANS NO BEREAVEMENT NOTICE TAKEN IN
013596     OPEN INPUT ESTATE-REGISTER.
013597     IF CTL-EST-STATUS = "00"
013598         MOVE "Y" TO CTL-EST-OPEN-SW.
013600     ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD.
013700     MOVE CTL-RUN-DATE TO CTL-HDG-DATE.
013800     WRITE REPORT-LINE FROM CTL-HEADING-1
014236     MOVE BR-REGION TO CTL-REF-REGION (CTL-REF-COUNT).
014238 1100-EXIT.
014240     EXIT.
014243
014246******************************************************************
014249*    1200-LOAD-FINAL.  CUSTOMERS CLOSED TONIGHT BY ACCTCLOS.     *
014252******************************************************************
014255 1200-LOAD-FINAL.
014258     READ FINAL-STATEMENT-FILE
014261         AT END
014264             MOVE "Y" TO CTL-FIN-EOF-SW
014267             GO TO 1200-EXIT
014270     END-READ.
014273     IF CTL-FIN-COUNT >= CTL-FIN-MAX
014276         DISPLAY "LOOPS: FINAL STATEMENT TABLE OVERFLOW"
014279         MOVE 12 TO RETURN-CODE
014282         STOP RUN.
014285     ADD 1 TO CTL-FIN-COUNT.
014288     MOVE FS-CUST-NUMBER TO CTL-FIN-CUST (CTL-FIN-COUNT).
014291 1200-EXIT.
014294     EXIT.
014300
014400******************************************************************
014500*    2000-ACCUMULATE.  ONE HISTORY ITEM INTO ITS BRANCH SLOT.    *
028802*    DORMANT CUSTOMERS ARE SUPPRESSED FROM THE STATEMENT RUN
028804     IF DORMANT
028806         GO TO 5100-EXIT.
028807*    CLOSED CUSTOMERS WERE RELEASED ONLY ON THE NIGHT OF THEIR
028808*    CLOSURE, FOR THE FINAL STATEMENT, WHATEVER THEIR CYCLE
028809     IF CLOSED
028810         PERFORM 5150-CHECK-FINAL THRU 5150-EXIT
028811         IF CTL-FIN-FOUND
028812             GO TO 5110-COUNT-CHANNEL
028813         ELSE
028814             GO TO 5100-EXIT
028815         END-IF
028816     END-IF.
028817*    ONLY CUSTOMERS WHOSE STATEMENT CYCLE IS DUE TONIGHT WERE
028820*    RELEASED BY THE STATEMENT RUN, SO ONLY THEY BELONG IN THE
028830*    EXPECTED CHANNEL COUNTS.
028840     MOVE CTL-RUN-DATE TO SY-RUN-DATE.
028870     CALL "STMTCYC" USING STCY-PARM.
028880     IF NOT SY-DUE
028890         GO TO 5100-EXIT.
028895 5110-COUNT-CHANNEL.
028908*    AN OPEN ESTATE CASE IS PRINTED FOR THE EXECUTOR ON PAPER
028921*    WHATEVER THE CUSTOMER'S OWN PREFERENCE
028934     PERFORM 5170-CHECK-ESTATE THRU 5170-EXIT.
028947     IF CTL-ESTATE-CASE
028960         ADD 1 TO CTL-MAST-PAPER
028973         GO TO 5100-EXIT.
028986     EVALUATE TRUE
029000         WHEN DELIVER-ELECTRONIC ADD 1 TO CTL-MAST-ELEC
029100         WHEN DELIVER-BOTH       ADD 1 TO CTL-MAST-BOTH
029200         WHEN OTHER              ADD 1 TO CTL-MAST-PAPER
029300     END-EVALUATE.
029400 5100-EXIT.
029500     EXIT.
029501
029502 5150-CHECK-FINAL.
029503     MOVE "N" TO CTL-FIN-FOUND-SW.
029504     MOVE ZERO TO CTL-FIN-SUB.
029505     PERFORM 5160-SCAN-FINAL THRU 5160-EXIT
029506         UNTIL CTL-FIN-FOUND
029507            OR CTL-FIN-SUB >= CTL-FIN-COUNT.
029508 5150-EXIT.
029509     EXIT.
029510
029511 5160-SCAN-FINAL.
029512     ADD 1 TO CTL-FIN-SUB.
029513     IF CTL-FIN-CUST (CTL-FIN-SUB) = CUST-NUMBER
029514         MOVE "Y" TO CTL-FIN-FOUND-SW.
029515 5160-EXIT.
029516     EXIT.
029517
029518 5170-CHECK-ESTATE.
029519     MOVE "N" TO CTL-ESTATE-SW.
029520     IF NOT CTL-EST-OPEN
029521         GO TO 5170-EXIT.
029522     MOVE CUST-NUMBER TO EC-CUST-NUMBER.
029523     READ ESTATE-REGISTER
029524         INVALID KEY GO TO 5170-EXIT
029525     END-READ.
029526     IF EC-CASE-OPEN
029527         MOVE "Y" TO CTL-ESTATE-SW.
029528 5170-EXIT.
029529     EXIT.
029530
029531******************************************************************
029532*    5500-PROVE-MASTER.  YESTERDAY'S CARRIED-FORWARD TOTAL       *
029533*    PLUS TONIGHT'S NET POSTINGS MUST EQUAL TONIGHT'S MASTER     *
029534*    SUM.  THE CONTROL FILE ROLLS FORWARD ONLY ON A GOOD         *
029535*    PROOF; A FIRST RUN SEEDS IT WITHOUT PROVING.                *
029536******************************************************************
029537 5500-PROVE-MASTER.
029538     MOVE "N" TO CTL-BF-SW.
029539     OPEN INPUT BALANCE-FORWARD.
029540     IF CTL-BF-STATUS = "00"
029541         READ BALANCE-FORWARD
029542             AT END CONTINUE
029543             NOT AT END MOVE "Y" TO CTL-BF-SW
029544         END-READ
029545         CLOSE BALANCE-FORWARD.
029546     IF NOT CTL-BF-PRESENT
029547         MOVE "NO CONTROL RECORD - MASTER TOTAL SEEDED TONIGHT"
029548             TO CTL-MSG-TEXT
029549         WRITE REPORT-LINE FROM CTL-MESSAGE-LINE
029550             AFTER ADVANCING 2 LINES
029551         PERFORM 5600-ROLL-FORWARD THRU 5600-EXIT
029552         GO TO 5500-EXIT.
029553     MOVE BF-SALDO-TOTAL TO CTL-OLD-TOTAL.
029554     COMPUTE CTL-EXPECTED-TOTAL =
029555         CTL-OLD-TOTAL + CTL-NET-POSTED.
029556     MOVE "CARRIED-FORWARD TOTAL" TO CTL-PRF-LABEL.
029557     MOVE CTL-OLD-TOTAL TO CTL-PRF-AMOUNT.
029558     WRITE REPORT-LINE FROM CTL-PROOF-LINE
029560         AFTER ADVANCING 2 LINES.
029562     MOVE "NET POSTINGS TONIGHT" TO CTL-PRF-LABEL.
