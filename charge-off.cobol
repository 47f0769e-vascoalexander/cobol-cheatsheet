000100******************************************************************
000200* PROGRAM NAME:   CHGOFF                                         *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* CHARGE-OFF OF BALANCES PAST THE FINAL DUNNING STAGE.  READS    *
000600* THE DUNNING LEDGER AND, FOR EVERY CASE THAT HAS STOOD AT THE   *
000700* FINAL STAGE FOR THE PARAMETER NUMBER OF DAYS SINCE THAT        *
000800* STAGE'S LETTER, WRITES OFF EACH OPEN ACCOUNT OF THE CUSTOMER   *
000900* THAT IS STILL NEGATIVE: THE ACCOUNT IS CREDITED BACK TO ZERO   *
001000* AND MARKED CHARGED OFF, THE AMOUNT GOES TO A NEW LOSS LEDGER   *
001100* RECORD, THE CREDIT IS LOGGED TO THE POSTING HISTORY (SOURCE    *
001200* "CHGOFF") AND THE SALDO ROLL-UP IS REWRITTEN THROUGH JRNLWRT.  *
001300* THE DUNNING CASE IS THEN CLOSED.  NO INTEREST ACCRUES ON A     *
001400* CHARGED-OFF ACCOUNT AND DUNNING LETTERS IT NO FURTHER; LATER   *
001500* PAYMENTS ARE TAKEN AS RECOVERIES BY POSTRUN.  NO PARAMETER     *
001600* FILE MEANS THE HOUSE DEFAULTS BELOW.                           *
001700*                                                                *
001800* MAINTENANCE LOG                                                *
001900* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002000* --------- ------------  -------------------------------------- *
002100* 15/10/26  MS            CREATED - CHARGE-OFF RUN               *
002120* 15/10/26  MS            POSTING HISTORY RECORD WIDENED TO      *
002140*                         100 BYTES; ITEMS WRITTEN HERE ARE IN   *
002160*                         THE ACCOUNT CURRENCY, SO THE ORIGINAL  *
002180*                         CURRENCY FIELDS ARE LEFT EMPTY         *
002184* 15/10/26  MS            POSTING HISTORY IS KEYED (CUSTOMER,    *
002188*                         DATE, REFERENCE); A POSTING THAT       *
002192*                         REPEATS A KEY TAKES THE NEXT KEY       *
002196*                         SEQUENCE                               *
002197* 15/10/26  MS            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002198*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  CHGOFF.
002500 AUTHOR. M. SCHREIBER.
002600 INSTALLATION. COBOL DEVELOPMENT CENTER.
002700 DATE-WRITTEN. 15/10/26.
002800 DATE-COMPILED. 15/10/26.
002900 SECURITY. NON-CONFIDENTIAL.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARAMETER-FILE ASSIGN TO CHGOPARM
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS CHG-PARM-STATUS.
003700     SELECT DUNNING-LEDGER ASSIGN TO DUNLEDGR
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS DL-CUST-NUMBER
004100         FILE STATUS IS CHG-LDG-STATUS.
004200     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CUST-NUMBER
004600         FILE STATUS IS CHG-MAST-STATUS.
004700     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS AC-KEY
005100         FILE STATUS IS CHG-ACCT-STATUS.
005200     SELECT LOSS-LEDGER ASSIGN TO LOSSLEDG
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS LL-KEY
005600         FILE STATUS IS CHG-LOSS-STATUS.
005700     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
005800         ORGANIZATION IS INDEXED
005833         ACCESS MODE IS RANDOM
005866         RECORD KEY IS PH-KEY
005900         FILE STATUS IS CHG-HIST-STATUS.
006000     SELECT CHARGE-OFF-REGISTER ASSIGN TO CHGORPT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CHG-RPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PARAMETER-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 COPY CHGOPARM.
006900
007000 FD  DUNNING-LEDGER
007100     RECORD CONTAINS 30 CHARACTERS.
007200 COPY DUNLEDGR.
007300
007400 FD  CUSTOMER-MASTER
007500     RECORD CONTAINS 273 CHARACTERS.
007600 COPY CUSTMAST.
007700
007800 FD  ACCOUNT-MASTER
007900     RECORD CONTAINS 100 CHARACTERS.
008000 COPY ACCTMAST.
008100
008200 FD  LOSS-LEDGER
008300     RECORD CONTAINS 60 CHARACTERS.
008400 COPY LOSSLEDG.
008500
008600 FD  POSTING-HISTORY
008700     RECORD CONTAINS 100 CHARACTERS.
008800 COPY POSTHIST.
008900
009000 FD  CHARGE-OFF-REGISTER
009100     RECORD CONTAINS 132 CHARACTERS.
009200 01  REGISTER-LINE               PIC X(132).
009300
009400 WORKING-STORAGE SECTION.
009500 77  CHG-PARM-STATUS             PIC X(02).
009600 77  CHG-LDG-STATUS              PIC X(02).
009700 77  CHG-MAST-STATUS             PIC X(02).
009800 77  CHG-ACCT-STATUS             PIC X(02).
009900 77  CHG-LOSS-STATUS             PIC X(02).
010000 77  CHG-HIST-STATUS             PIC X(02).
010100 77  CHG-RPT-STATUS              PIC X(02).
010200
010300 77  CHG-LDG-EOF-SW              PIC X(01) VALUE "N".
010400     88  CHG-LDG-EOF             VALUE "Y".
010500 77  CHG-ACCTS-DONE-SW           PIC X(01) VALUE "N".
010600     88  CHG-ACCTS-DONE          VALUE "Y".
010700
010800* HOUSE DEFAULTS, OVERRIDDEN BY THE CHGOPARM RECORD.  STAGE 5
010900* IS THE TOP STAGE THE DUNNING RUN ESCALATES TO.
011000 77  CHG-FINAL-STAGE             PIC 9(01) VALUE 5.
011100 77  CHG-DAYS-AFTER              PIC 9(03) COMP VALUE 60.
011200
011300 77  CHG-TODAY-INT               PIC 9(07) COMP VALUE ZERO.
011400 77  CHG-DAYS-AT-FINAL           PIC S9(05) COMP VALUE ZERO.
011500 77  CHG-WRITE-OFF               PIC 9(07)V9(02) VALUE ZERO.
011600 77  CHG-CUST-TOTAL              PIC 9(09)V9(02) VALUE ZERO.
011700 77  CHG-CUST-ACCTS              PIC 9(03) COMP VALUE ZERO.
011800
011900 77  CHG-CASES-READ              PIC 9(07) COMP VALUE ZERO.
012000 77  CHG-BELOW-FINAL             PIC 9(07) COMP VALUE ZERO.
012100 77  CHG-NOT-DUE                 PIC 9(07) COMP VALUE ZERO.
012200 77  CHG-NOTHING-OWED            PIC 9(07) COMP VALUE ZERO.
012300 77  CHG-CUST-COUNT              PIC 9(07) COMP VALUE ZERO.
012400 77  CHG-ACCT-COUNT              PIC 9(07) COMP VALUE ZERO.
012500 77  CHG-TOTAL-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
012600
012700 01  CHG-RUN-DATE                PIC 9(08).
012800
012900 01  CHG-HEADING-1.
013000     05  FILLER                  PIC X(08) VALUE "CHGOFF  ".
013100     05  FILLER                  PIC X(35)
013200         VALUE "CHARGE-OFF REGISTER".
013300     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
013400     05  CHG-HDG-DATE            PIC 9(08).
013500     05  FILLER                  PIC X(71) VALUE SPACES.
013600
013700 01  CHG-HEADING-2.
013800     05  FILLER                  PIC X(12) VALUE "CUST/ACCT".
013900     05  FILLER                  PIC X(06) VALUE "BR".
014000     05  FILLER                  PIC X(06) VALUE "CCY".
014100     05  FILLER                  PIC X(22) VALUE "CUSTOMER NAME".
014200     05  FILLER                  PIC X(04) VALUE "ST".
014300     05  FILLER                  PIC X(11) VALUE "STAGE DATE".
014400     05  FILLER                  PIC X(08) VALUE "DAYS".
014500     05  FILLER                  PIC X(63) VALUE "WRITTEN OFF".
014600
014700 01  CHG-DETAIL-LINE.
014800     05  CHG-DTL-CUST            PIC 9(06).
014900     05  FILLER                  PIC X(01) VALUE "/".
015000     05  CHG-DTL-ACCT            PIC 9(02).
015100     05  FILLER                  PIC X(03) VALUE SPACES.
015200     05  CHG-DTL-BRANCH          PIC X(03).
015300     05  FILLER                  PIC X(03) VALUE SPACES.
015400     05  CHG-DTL-CCY             PIC X(03).
015500     05  FILLER                  PIC X(03) VALUE SPACES.
015600     05  CHG-DTL-NAME            PIC X(20).
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  CHG-DTL-STAGE           PIC 9(01).
015900     05  FILLER                  PIC X(03) VALUE SPACES.
016000     05  CHG-DTL-STAGE-DATE      PIC 9(08).
016100     05  FILLER                  PIC X(03) VALUE SPACES.
016200     05  CHG-DTL-DAYS            PIC Z(03)9.
016300     05  FILLER                  PIC X(04) VALUE SPACES.
016400     05  CHG-DTL-AMOUNT          PIC Z(07)9.99.
016500     05  FILLER                  PIC X(52) VALUE SPACES.
016600
016700 01  CHG-TOTAL-LINE.
016800     05  FILLER                  PIC X(10) VALUE SPACES.
016900     05  CHG-TOT-LABEL           PIC X(30).
017000     05  CHG-TOT-COUNT           PIC Z(06)9.
017100     05  FILLER                  PIC X(05) VALUE SPACES.
017200     05  CHG-TOT-AMOUNT          PIC Z(08)9.99.
017300     05  FILLER                  PIC X(68) VALUE SPACES.
017400
017500 COPY JRNLPARM.
017600
017700 01  CHG-MESSAGE-LINE.
017800     05  FILLER                  PIC X(05) VALUE SPACES.
017900     05  CHG-MSG-CUST            PIC 9(06).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  CHG-MSG-TEXT            PIC X(60).
018200     05  FILLER                  PIC X(59) VALUE SPACES.
018300
018400 PROCEDURE DIVISION.
018500******************************************************************
018600*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
018700******************************************************************
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
019100         UNTIL CHG-LDG-EOF.
019200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
019300     PERFORM 5000-WRAPUP THRU 5000-EXIT.
019400     STOP RUN.
019500
019600******************************************************************
019700*    1000-INITIALIZE.  PARAMETERS, OPEN FILES, PRIME THE LEDGER. *
019800******************************************************************
019900 1000-INITIALIZE.
020000     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
020100     OPEN I-O    DUNNING-LEDGER
020200          I-O    CUSTOMER-MASTER
020300          I-O    ACCOUNT-MASTER
020400          OUTPUT CHARGE-OFF-REGISTER.
020500     IF CHG-LDG-STATUS NOT = "00"
020600         MOVE "DUNNING LEDGER OPEN FAILED" TO CHG-MSG-TEXT
020700         GO TO 9000-ABEND.
020800     IF CHG-MAST-STATUS NOT = "00"
020900         MOVE "CUSTOMER MASTER OPEN FAILED" TO CHG-MSG-TEXT
021000         GO TO 9000-ABEND.
021100     IF CHG-ACCT-STATUS NOT = "00"
021200         MOVE "ACCOUNT MASTER OPEN FAILED" TO CHG-MSG-TEXT
021300         GO TO 9000-ABEND.
021400*    THE FIRST CHARGE-OFF EVER RUN CREATES THE LOSS LEDGER
021500     OPEN I-O LOSS-LEDGER.
021600     IF CHG-LOSS-STATUS = "35"
021700         OPEN OUTPUT LOSS-LEDGER
021800         CLOSE LOSS-LEDGER
021900         OPEN I-O LOSS-LEDGER.
022000     IF CHG-LOSS-STATUS NOT = "00"
022100         MOVE "LOSS LEDGER OPEN FAILED" TO CHG-MSG-TEXT
022200         GO TO 9000-ABEND.
022300     OPEN I-O POSTING-HISTORY.
022400     IF CHG-HIST-STATUS = "35"
022500         OPEN OUTPUT POSTING-HISTORY
022533         CLOSE POSTING-HISTORY
022566         OPEN I-O POSTING-HISTORY.
022600     IF CHG-HIST-STATUS NOT = "00"
022700         MOVE "POSTING HISTORY OPEN FAILED" TO CHG-MSG-TEXT
022800         GO TO 9000-ABEND.
022900     ACCEPT CHG-RUN-DATE FROM DATE YYYYMMDD.
023000     COMPUTE CHG-TODAY-INT =
023100         FUNCTION INTEGER-OF-DATE (CHG-RUN-DATE).
023200     MOVE CHG-RUN-DATE TO CHG-HDG-DATE.
023300     WRITE REGISTER-LINE FROM CHG-HEADING-1
023400         AFTER ADVANCING PAGE.
023500     WRITE REGISTER-LINE FROM CHG-HEADING-2
023600         AFTER ADVANCING 2 LINES.
023700     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
023800 1000-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200*    1100-LOAD-PARAMETERS.  FINANCE'S RECORD OVER THE HOUSE      *
024300*    DEFAULTS.  AN INVALID RECORD STOPS THE STEP.                *
024400******************************************************************
024500 1100-LOAD-PARAMETERS.
024600     OPEN INPUT PARAMETER-FILE.
024700     IF CHG-PARM-STATUS NOT = "00"
024800         DISPLAY "CHGOFF: NO PARAMETER FILE - HOUSE DEFAULTS USED"
024900         GO TO 1100-EXIT.
025000     READ PARAMETER-FILE
025100         AT END
025200             DISPLAY "CHGOFF: PARAMETER FILE EMPTY - HOUSE "
025300                 "DEFAULTS USED"
025400             CLOSE PARAMETER-FILE
025500             GO TO 1100-EXIT
025600     END-READ.
025700     IF CP-FINAL-STAGE NOT NUMERIC
025800      OR CP-DAYS-AFTER-FINAL NOT NUMERIC
025900      OR CP-FINAL-STAGE = ZERO
026000      OR CP-FINAL-STAGE > 5
026100         DISPLAY "CHGOFF: PARAMETER RECORD INVALID"
026200         MOVE 12 TO RETURN-CODE
026300         STOP RUN.
026400     MOVE CP-FINAL-STAGE TO CHG-FINAL-STAGE.
026500     MOVE CP-DAYS-AFTER-FINAL TO CHG-DAYS-AFTER.
026600     CLOSE PARAMETER-FILE.
026700 1100-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*    2000-PROCESS-CASE.  ONE DUNNING CASE: CHARGE IT OFF WHEN    *
027200*    IT HAS STOOD AT THE FINAL STAGE LONG ENOUGH.                *
027300******************************************************************
027400 2000-PROCESS-CASE.
027500     ADD 1 TO CHG-CASES-READ.
027600     IF DL-STAGE < CHG-FINAL-STAGE
027700         ADD 1 TO CHG-BELOW-FINAL
027800         GO TO 2000-READ-NEXT.
027900     IF DL-STAGE-DATE NOT NUMERIC OR DL-STAGE-DATE = ZERO
028000         MOVE DL-CUST-NUMBER TO CHG-MSG-CUST
028100         MOVE "NO FINAL-STAGE LETTER DATE - NOT CHARGED OFF"
028200             TO CHG-MSG-TEXT
028300         WRITE REGISTER-LINE FROM CHG-MESSAGE-LINE
028400             AFTER ADVANCING 1 LINE
028500         GO TO 2000-READ-NEXT.
028600     COMPUTE CHG-DAYS-AT-FINAL = CHG-TODAY-INT
028700         - FUNCTION INTEGER-OF-DATE (DL-STAGE-DATE).
028800     IF CHG-DAYS-AT-FINAL < CHG-DAYS-AFTER
028900         ADD 1 TO CHG-NOT-DUE
029000         GO TO 2000-READ-NEXT.
029100     MOVE DL-CUST-NUMBER TO CUST-NUMBER.
029200     READ CUSTOMER-MASTER
029300         INVALID KEY
029400             MOVE DL-CUST-NUMBER TO CHG-MSG-CUST
029500             MOVE "DUNNING CASE HAS NO CUSTOMER - SKIPPED"
029600                 TO CHG-MSG-TEXT
029700             WRITE REGISTER-LINE FROM CHG-MESSAGE-LINE
029800                 AFTER ADVANCING 1 LINE
029900             GO TO 2000-READ-NEXT
030000     END-READ.
030100     MOVE ZERO TO CHG-CUST-TOTAL.
030200     MOVE ZERO TO CHG-CUST-ACCTS.
030300     PERFORM 2100-START-ACCOUNTS THRU 2100-EXIT.
030400     PERFORM 2200-CHARGE-ACCOUNT THRU 2200-EXIT
030500         UNTIL CHG-ACCTS-DONE.
030600*    NOTHING NEGATIVE LEFT: THE BALANCE RECOVERED SINCE THE
030700*    LAST DUNNING RUN, WHICH CLEARS THE CASE ITSELF
030800     IF CHG-CUST-ACCTS = ZERO
030900         ADD 1 TO CHG-NOTHING-OWED
031000         GO TO 2000-READ-NEXT.
031100     PERFORM 2400-UPDATE-CUSTOMER THRU 2400-EXIT.
031200*    THE DUNNING CASE ENDS HERE - THE DEBT IS WRITTEN OFF
031300     DELETE DUNNING-LEDGER RECORD.
031400     IF CHG-LDG-STATUS NOT = "00"
031500         MOVE "DUNNING LEDGER DELETE FAILED" TO CHG-MSG-TEXT
031600         GO TO 9000-ABEND.
031700     ADD 1 TO CHG-CUST-COUNT.
031800 2000-READ-NEXT.
031900     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
032000 2000-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    2100-START-ACCOUNTS.  POSITION ON THE CUSTOMER'S FIRST      *
032500*    ACCOUNT.                                                    *
032600******************************************************************
032700 2100-START-ACCOUNTS.
032800     MOVE "N" TO CHG-ACCTS-DONE-SW.
032900     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
033000     MOVE ZERO TO AC-ACCT-SEQ.
033100     START ACCOUNT-MASTER KEY > AC-KEY
033200         INVALID KEY MOVE "Y" TO CHG-ACCTS-DONE-SW
033300     END-START.
033400 2100-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    2200-CHARGE-ACCOUNT.  WRITE OFF ONE OPEN, NEGATIVE          *
033900*    ACCOUNT: CREDIT IT TO ZERO, MARK IT CHARGED OFF, OPEN       *
034000*    ITS LOSS LEDGER RECORD AND LOG THE CREDIT.                  *
034100******************************************************************
034200 2200-CHARGE-ACCOUNT.
034300     READ ACCOUNT-MASTER NEXT RECORD
034400         AT END
034500             MOVE "Y" TO CHG-ACCTS-DONE-SW
034600             GO TO 2200-EXIT
034700     END-READ.
034800     IF AC-CUST-NUMBER NOT = CUST-NUMBER
034900         MOVE "Y" TO CHG-ACCTS-DONE-SW
035000         GO TO 2200-EXIT.
035100     IF NOT AC-OPEN OR AC-SALDO NOT < ZERO
035200         GO TO 2200-EXIT.
035300     COMPUTE CHG-WRITE-OFF = ZERO - AC-SALDO.
035400     MOVE AC-CUST-NUMBER TO CHG-DTL-CUST.
035500     MOVE AC-ACCT-SEQ TO CHG-DTL-ACCT.
035600     MOVE CUST-BRANCH TO CHG-DTL-BRANCH.
035700     MOVE AC-CURRENCY-CODE TO CHG-DTL-CCY.
035800     MOVE LASTNAME TO CHG-DTL-NAME.
035900     MOVE DL-STAGE TO CHG-DTL-STAGE.
036000     MOVE DL-STAGE-DATE TO CHG-DTL-STAGE-DATE.
036100     MOVE CHG-DAYS-AT-FINAL TO CHG-DTL-DAYS.
036200     MOVE CHG-WRITE-OFF TO CHG-DTL-AMOUNT.
036300     MOVE "W" TO AC-STATUS.
036400     MOVE CHG-RUN-DATE TO AC-CHGOFF-DATE.
036500     MOVE CHG-WRITE-OFF TO AC-CHGOFF-AMOUNT.
036600     MOVE ZERO TO AC-SALDO.
036700     REWRITE ACCOUNT-RECORD.
036800     IF CHG-ACCT-STATUS NOT = "00"
036900         MOVE "ACCOUNT REWRITE FAILED" TO CHG-MSG-TEXT
037000         GO TO 9000-ABEND.
037100     PERFORM 2300-WRITE-LOSS THRU 2300-EXIT.
037200     MOVE CUST-NUMBER TO PH-CUST-NUMBER.
037300     MOVE CHG-RUN-DATE TO PH-POST-DATE.
037400     MOVE "C" TO PH-TXN-TYPE.
037500     MOVE CHG-WRITE-OFF TO PH-AMOUNT.
037600     MOVE AC-SALDO TO PH-BALANCE-AFTER.
037700     MOVE AC-ACCT-SEQ TO PH-ACCT-SEQ.
037800     MOVE "CHARGE-OFF" TO PH-REFERENCE.
037900     MOVE "CHGOFF  " TO PH-SOURCE.
038000     MOVE CUST-BRANCH TO PH-BRANCH.
038100     MOVE CHG-RUN-DATE TO PH-PROC-DATE.
038200     MOVE ZERO TO PH-ADJ-PERIOD.
038233     MOVE SPACES TO PH-ORIG-CURRENCY.
038266     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
038300     PERFORM 2250-WRITE-HISTORY THRU 2250-EXIT.
038700     ADD CHG-WRITE-OFF TO CHG-CUST-TOTAL.
038800     ADD 1 TO CHG-CUST-ACCTS.
038900     ADD 1 TO CHG-ACCT-COUNT.
039000     ADD CHG-WRITE-OFF TO CHG-TOTAL-AMOUNT.
039100     WRITE REGISTER-LINE FROM CHG-DETAIL-LINE
039200         AFTER ADVANCING 1 LINE.
039300 2200-EXIT.
039400     EXIT.
039405
039410******************************************************************
039415*    2250-WRITE-HISTORY.  ADD THE CHARGE-OFF POSTING.  A SECOND  *
039420*    ACCOUNT OF THE SAME CUSTOMER SHARES CUSTOMER, DATE AND      *
039425*    REFERENCE, SO IT TAKES THE NEXT KEY SEQUENCE.               *
039430******************************************************************
039435 2250-WRITE-HISTORY.
039440     MOVE ZERO TO PH-KEY-SEQ.
039445 2250-WRITE-TRY.
039450     WRITE POSTING-HISTORY-RECORD.
039455     IF CHG-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
039460         ADD 1 TO PH-KEY-SEQ
039465         GO TO 2250-WRITE-TRY.
039470     IF CHG-HIST-STATUS NOT = "00"
039475         MOVE "POSTING HISTORY WRITE FAILED" TO CHG-MSG-TEXT
039480         GO TO 9000-ABEND.
039485 2250-EXIT.
039490     EXIT.
039500
039600******************************************************************
039700*    2300-WRITE-LOSS.  THE LOSS LEDGER RECORD FOR THE ACCOUNT    *
039800*    JUST WRITTEN OFF, BOOKED TO THE CUSTOMER'S BRANCH.          *
039900******************************************************************
040000 2300-WRITE-LOSS.
040100     MOVE SPACES TO LOSS-LEDGER-RECORD.
040200     MOVE AC-CUST-NUMBER TO LL-CUST-NUMBER.
040300     MOVE AC-ACCT-SEQ TO LL-ACCT-SEQ.
040400     MOVE CUST-BRANCH TO LL-BRANCH.
040500     MOVE AC-CURRENCY-CODE TO LL-CURRENCY-CODE.
040600     MOVE CHG-RUN-DATE TO LL-CHGOFF-DATE.
040700     MOVE CHG-WRITE-OFF TO LL-CHGOFF-AMOUNT.
040800     MOVE ZERO TO LL-RECOVERED.
040900     MOVE ZERO TO LL-LAST-RECOV-DATE.
041000     MOVE "O" TO LL-STATUS.
041100     WRITE LOSS-LEDGER-RECORD
041200         INVALID KEY
041300             MOVE "LOSS LEDGER RECORD ALREADY ON FILE"
041400                 TO CHG-MSG-TEXT
041500             GO TO 9000-ABEND
041600     END-WRITE.
041700 2300-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    2400-UPDATE-CUSTOMER.  TAKE THE WRITE-OFFS OUT OF THE       *
042200*    SALDO ROLL-UP AND JOURNAL THE CHANGE.                       *
042300******************************************************************
042400 2400-UPDATE-CUSTOMER.
042500     MOVE CUSTOMER-RECORD TO JP-BEFORE-IMAGE.
042600     ADD CHG-CUST-TOTAL TO SALDO.
042700     REWRITE CUSTOMER-RECORD.
042800     IF CHG-MAST-STATUS NOT = "00"
042900         MOVE "MASTER REWRITE FAILED" TO CHG-MSG-TEXT
043000         GO TO 9000-ABEND.
043100     MOVE "C" TO JP-ACTION.
043200     MOVE "CHGOFF  " TO JP-PROGRAM.
043300     MOVE CUST-NUMBER TO JP-CUST-NUMBER.
043400     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
043500     CALL "JRNLWRT" USING JRNL-PARM.
043600 2400-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000*    2900-READ-LEDGER.  READ THE NEXT DUNNING CASE.              *
044100******************************************************************
044200 2900-READ-LEDGER.
044300     READ DUNNING-LEDGER NEXT RECORD
044400         AT END MOVE "Y" TO CHG-LDG-EOF-SW
044500     END-READ.
044600 2900-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000*    4000-PRINT-TOTALS.  REGISTER TOTALS FOR FINANCE.            *
045100******************************************************************
045200 4000-PRINT-TOTALS.
045300     MOVE "DUNNING CASES READ" TO CHG-TOT-LABEL.
045400     MOVE CHG-CASES-READ TO CHG-TOT-COUNT.
045500     MOVE ZERO TO CHG-TOT-AMOUNT.
045600     WRITE REGISTER-LINE FROM CHG-TOTAL-LINE
045700         AFTER ADVANCING 2 LINES.
045800     MOVE "BELOW THE FINAL STAGE" TO CHG-TOT-LABEL.
045900     MOVE CHG-BELOW-FINAL TO CHG-TOT-COUNT.
046000     WRITE REGISTER-LINE FROM CHG-TOTAL-LINE
046100         AFTER ADVANCING 1 LINE.
046200     MOVE "AT FINAL STAGE - NOT YET DUE" TO CHG-TOT-LABEL.
046300     MOVE CHG-NOT-DUE TO CHG-TOT-COUNT.
046400     WRITE REGISTER-LINE FROM CHG-TOTAL-LINE
046500         AFTER ADVANCING 1 LINE.
046600     MOVE "DUE BUT NO NEGATIVE ACCOUNT" TO CHG-TOT-LABEL.
046700     MOVE CHG-NOTHING-OWED TO CHG-TOT-COUNT.
046800     WRITE REGISTER-LINE FROM CHG-TOTAL-LINE
046900         AFTER ADVANCING 1 LINE.
047000     MOVE "CUSTOMERS CHARGED OFF" TO CHG-TOT-LABEL.
047100     MOVE CHG-CUST-COUNT TO CHG-TOT-COUNT.
047200     WRITE REGISTER-LINE FROM CHG-TOTAL-LINE
047300         AFTER ADVANCING 1 LINE.
047400     MOVE "ACCOUNTS CHARGED OFF" TO CHG-TOT-LABEL.
047500     MOVE CHG-ACCT-COUNT TO CHG-TOT-COUNT.
047600     MOVE CHG-TOTAL-AMOUNT TO CHG-TOT-AMOUNT.
047700     WRITE REGISTER-LINE FROM CHG-TOTAL-LINE
047800         AFTER ADVANCING 1 LINE.
047900 4000-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300*    5000-WRAPUP.  CLOSE EVERYTHING.                             *
048400******************************************************************
048500 5000-WRAPUP.
048600     MOVE "X" TO JP-ACTION.
048700     CALL "JRNLWRT" USING JRNL-PARM.
048800     CLOSE DUNNING-LEDGER
048900           CUSTOMER-MASTER
049000           ACCOUNT-MASTER
049100           LOSS-LEDGER
049200           POSTING-HISTORY
049300           CHARGE-OFF-REGISTER.
049400 5000-EXIT.
049500     EXIT.
049600
049700******************************************************************
049800*    9000-ABEND.  FATAL ERROR - REPORT AND STOP WITH RC=12.      *
049900******************************************************************
050000 9000-ABEND.
050100     DISPLAY "CHGOFF ABEND: " CHG-MSG-TEXT.
050200     MOVE 12 TO RETURN-CODE.
050300     STOP RUN.
