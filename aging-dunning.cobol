000800* 30/60/90/120-DAY BUCKETS, PRINTS THE AGING REPORT BY BUCKET    *
000900* AND WRITES A DUNNING LETTER PER CUSTOMER WITH ESCALATING       *
001000* WORDING.  LETTERS ARE ADDRESSED FROM PERSON-DATA AND THE       *
001100* FIRST CUSTOMER-ADDRESS OCCURRENCE.  A CUSTOMER MOVED TO A NEW  *
001150* STAGE ALSO RAISES AN ALERT EVENT ON ALRTEVT FOR ALERTRUN.      *
001200*                                                                *
001300* MAINTENANCE LOG                                                *
001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001699* 30/08/26  MS            BRANCH CODE AND NAME (FROM THE         *
001701*                         BRANCH REFERENCE MASTER) ON THE        *
001702*                         AGING DETAIL LINES                     *
001721* 15/10/26  MS            STAGE FEES ARE STAGED AGAINST THE      *
001740*                         PRIMARY ACCOUNT 01 IN THE WIDENED      *
001759*                         60-BYTE POSTTXN LAYOUT                 *
001764* 15/10/26  MS            CUSTOMERS WITH A CHARGED-OFF ACCOUNT   *
001768*                         ON THE LOSS LEDGER ARE NO LONGER       *
001772*                         AGED, LETTERED OR CHARGED FEES         *
001773* 15/10/26  MS            A PROMISE WITH AMOUNT AND DUE DATE     *
001774*                         HOLDS THE LETTER UNTIL PTPCHK MARKS    *
001775*                         IT KEPT OR BROKEN; A BROKEN PROMISE    *
001776*                         ESCALATES AT THE NEXT RUN WITHOUT      *
001777*                         WAITING OUT THE STAGE GRACE PERIOD     *
001781* 15/10/26  MS            POSTING HISTORY RECORD WIDENED TO      *
001785*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001789*                         AND AMOUNT OF CONVERTED ITEMS          *
001790* 15/10/26  MS            CUSTOMERS WITH AN OPEN ESTATE CASE     *
001791*                         (ESTATREG) ARE NOT DUNNED              *
001792* 15/10/26  MS            LETTER WORDING IN THE CUSTOMER'S       *
001793*                         LANGUAGE (CUSTPREF); A LANGUAGE NOT    *
001794*                         HELD GETS THE DEFAULT AND IS COUNTED   *
001795* 15/10/26  MS            POSTING HISTORY IS NOW KEYED;          *
001796*                         READ IN KEY SEQUENCE                   *
001797* 15/10/26  MS            A NEW DUNNING STAGE RAISES AN ALRTEVT  *
001798*                         EVENT FOR THE ALERTRUN SMS/E-MAIL STEP *
001799******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  DUNNING.
002000 AUTHOR. M. SCHREIBER.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003000         ORGANIZATION IS INDEXED
003033         ACCESS MODE IS SEQUENTIAL
003066         RECORD KEY IS PH-KEY
003100         FILE STATUS IS DUN-HIST-STATUS.
003200     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003300         ORGANIZATION IS INDEXED
004296     SELECT BRANCH-MASTER ASSIGN TO BRNCHMST
004297         ORGANIZATION IS SEQUENTIAL
004298         FILE STATUS IS DUN-BRM-STATUS.
004299     SELECT LOSS-LEDGER ASSIGN TO LOSSLEDG
004300         ORGANIZATION IS INDEXED
004310         ACCESS MODE IS DYNAMIC
004320         RECORD KEY IS LL-KEY
004330         FILE STATUS IS DUN-LOSS-STATUS.
004331     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
004332         ORGANIZATION IS INDEXED
004333         ACCESS MODE IS RANDOM
004334         RECORD KEY IS EC-CUST-NUMBER
004335         FILE STATUS IS DUN-EST-STATUS.
004344     SELECT CUSTOMER-PREFERENCE ASSIGN TO CUSTPREF
004353         ORGANIZATION IS INDEXED
004362         ACCESS MODE IS RANDOM
004371         RECORD KEY IS PF-CUST-NUMBER
004380         FILE STATUS IS DUN-PF-STATUS.
004382     SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVT
004384         ORGANIZATION IS SEQUENTIAL
004386         FILE STATUS IS DUN-AE-STATUS.
004389
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  POSTING-HISTORY
004700     RECORD CONTAINS 100 CHARACTERS.
004800 COPY POSTHIST.
004900
005000 FD  CUSTOMER-MASTER
006040 COPY DUNLEDGR.
006050
006060 FD  FEE-TXN-FILE
006070     RECORD CONTAINS 60 CHARACTERS.
006080 COPY POSTTXN.
006082
006084 FD  CONTACT-LOG
006092 FD  BRANCH-MASTER
006094     RECORD CONTAINS 40 CHARACTERS.
006096 COPY BRANCHMS.
006097
006098 FD  LOSS-LEDGER
006099     RECORD CONTAINS 60 CHARACTERS.
006100 COPY LOSSLEDG.
006110
006120 FD  ESTATE-REGISTER
006130     RECORD CONTAINS 400 CHARACTERS.
006140 COPY ESTATE.
006142
006144 FD  CUSTOMER-PREFERENCE
006146     RECORD CONTAINS 100 CHARACTERS.
006148 COPY CUSTPREF.
006156
006164 FD  ALERT-EVENT-FILE
006172     RECORD CONTAINS 60 CHARACTERS.
006180 COPY ALRTEVNT.
006188
006200 WORKING-STORAGE SECTION.
006300 77  DUN-HIST-STATUS             PIC X(02).
006400 77  DUN-MAST-STATUS             PIC X(02).
008242 77  DUN-FEE-HASH                PIC 9(11)V9(02) VALUE ZERO.
008244 77  DUN-WORK-FEE                PIC 9(05)V9(02) VALUE ZERO.
008245
008246 77  DUN-LOSS-STATUS             PIC X(02).
008248 77  DUN-LOSS-OPEN-SW            PIC X(01) VALUE "N".
008250     88  DUN-LOSS-OPEN           VALUE "Y".
008252 77  DUN-CHGOFF-SW               PIC X(01) VALUE "N".
008254     88  DUN-CHARGED-OFF         VALUE "Y".
008256 77  DUN-CHGOFF-COUNT            PIC 9(05) COMP VALUE ZERO.
008257 77  DUN-REESC-COUNT             PIC 9(05) COMP VALUE ZERO.
008258 77  DUN-EST-STATUS              PIC X(02).
008259 77  DUN-EST-OPEN-SW             PIC X(01) VALUE "N".
008260     88  DUN-EST-OPEN            VALUE "Y".
008261 77  DUN-ESTATE-SW               PIC X(01) VALUE "N".
008262     88  DUN-ESTATE-CASE         VALUE "Y".
008263 77  DUN-ESTATE-COUNT            PIC 9(05) COMP VALUE ZERO.
008264 77  DUN-PF-STATUS               PIC X(02).
008265 77  DUN-PF-OPEN-SW              PIC X(01) VALUE "N".
008266     88  DUN-PF-OPEN             VALUE "Y".
008267 77  DUN-WD-SUB                  PIC 9(01) COMP VALUE 1.
008268 77  DUN-WD-STAGE                PIC 9(01) COMP VALUE 1.
008269 77  DUN-LANG-DEFAULT-COUNT      PIC 9(05) COMP VALUE ZERO.
008270
008271 77  DUN-CONT-STATUS             PIC X(02).
008272 77  DUN-CONT-EOF-SW             PIC X(01) VALUE "N".
008274     88  DUN-CONT-EOF            VALUE "Y".
008276 77  DUN-PROM-FOUND-SW           PIC X(01) VALUE "N".
008302 77  DUN-BRM-CNT                 PIC 9(02) COMP VALUE ZERO.
008303 77  DUN-BRM-SUB                 PIC 9(02) COMP VALUE ZERO.
008304
008305 77  DUN-AE-STATUS               PIC X(02).
008306 77  DUN-AE-COUNT                PIC 9(05) COMP VALUE ZERO.
008307
008308* BRANCH NAMES FROM THE BRANCH REFERENCE MASTER
008309 01  DUN-BRANCH-REF-TABLE.
008310     05  DUN-BRM-ENTRY OCCURS 50 TIMES.
008311         10  DUN-BRM-CODE        PIC X(03).
008312         10  DUN-BRM-NAME        PIC X(20).
008313
008314* LATEST PROMISE-TO-PAY DATE PER CUSTOMER FROM THE SHARED
008315* CONTACT LOG; TRACKED WHEN AN OPEN PROMISE WITH AMOUNT AND
008316* DUE DATE IS ON FILE (HELD UNTIL PTPCHK CLOSES IT)
008317 01  DUN-PROMISE-TABLE.
008318     05  DUN-PROM-ENTRY OCCURS 1000 TIMES.
008319         10  DUN-PROM-CUST       PIC 9(06).
008320         10  DUN-PROM-DATE       PIC 9(08).
008321         10  DUN-PROM-TRACK-SW   PIC X(01).
008322             88  DUN-PROM-TRACKED VALUE "Y".
008323
008324* FEE SCHEDULE PER DUNNING STAGE, FROM THE STANDARD TERMS
008325 01  DUN-FEE-SCHEDULE.
008326     05  FILLER                  PIC 9(05)V9(02) VALUE 0.
008327     05  FILLER                  PIC 9(05)V9(02) VALUE 10.00.
008328     05  FILLER                  PIC 9(05)V9(02) VALUE 25.00.
008330     05  FILLER                  PIC 9(05)V9(02) VALUE 50.00.
008332     05  FILLER                  PIC 9(05)V9(02) VALUE 50.00.
008334 01  FILLER REDEFINES DUN-FEE-SCHEDULE.
008336     05  DUN-STAGE-FEE OCCURS 5 TIMES
008338                                 PIC 9(05)V9(02).
008339
008340* LETTER WORDING PER LANGUAGE: FIVE STAGE TEXTS, THE AMOUNT
008341* AND FEE CAPTIONS.  THE FIRST SET IS THE HOUSE DEFAULT
008342 01  DUN-WORDING-VALUES.
008343     05  FILLER                  PIC X(02) VALUE "EN".
008344     05  FILLER                  PIC X(56) VALUE
008345         "YOUR ACCOUNT SHOWS AN OVERDUE BALANCE.".
008346     05  FILLER                  PIC X(56) VALUE
008347         "SECOND REMINDER: PLEASE SETTLE WITHIN 10 DAYS.".
008348     05  FILLER                  PIC X(56) VALUE
008349         "FINAL REMINDER BEFORE COLLECTION PROCEEDINGS.".
008350     05  FILLER                  PIC X(56) VALUE
008351         "YOUR ACCOUNT IS SCHEDULED FOR COLLECTIONS.".
008352     05  FILLER                  PIC X(56) VALUE
008353         "YOUR ACCOUNT HAS BEEN PASSED TO COLLECTIONS.".
008354     05  FILLER                  PIC X(24) VALUE
008355         "OUTSTANDING AMOUNT: ".
008356     05  FILLER                  PIC X(24) VALUE
008357         "DUNNING FEE ASSESSED: ".
008358     05  FILLER                  PIC X(02) VALUE "DE".
008359     05  FILLER                  PIC X(56) VALUE
008360         "IHR KONTO WEIST EINEN UEBERFAELLIGEN SALDO AUF.".
008361     05  FILLER                  PIC X(56) VALUE
008362         "ZWEITE MAHNUNG: BITTE BEGLEICHEN SIE BINNEN 10 TAGEN.".
008363     05  FILLER                  PIC X(56) VALUE
008364         "LETZTE MAHNUNG VOR EINLEITUNG DES INKASSOVERFAHRENS.".
008365     05  FILLER                  PIC X(56) VALUE
008366         "IHR KONTO IST ZUR UEBERGABE AN DAS INKASSO VORGESEHEN.".
008367     05  FILLER                  PIC X(56) VALUE
008368         "IHR KONTO WURDE AN DAS INKASSO UEBERGEBEN.".
008369     05  FILLER                  PIC X(24) VALUE
008370         "OFFENER BETRAG: ".
008371     05  FILLER                  PIC X(24) VALUE
008372         "MAHNGEBUEHR: ".
008373 01  FILLER REDEFINES DUN-WORDING-VALUES.
008374     05  DUN-WD-ENTRY OCCURS 2 TIMES.
008375         10  DUN-WD-LANG         PIC X(02).
008376         10  DUN-WD-STAGE-TEXT   PIC X(56) OCCURS 5 TIMES.
008377         10  DUN-WD-AMOUNT       PIC X(24).
008378         10  DUN-WD-FEE          PIC X(24).
008379
008400 01  DUN-RUN-DATE                PIC 9(08).
008500
008600* PER-CUSTOMER "NEGATIVE SINCE" DATES BUILT FROM THE HISTORY.
017086             DUN-FEE-STATUS
017088         MOVE 12 TO RETURN-CODE
017090         STOP RUN.
017091     OPEN EXTEND ALERT-EVENT-FILE.
017092     IF DUN-AE-STATUS = "35"
017093         OPEN OUTPUT ALERT-EVENT-FILE.
017094     IF DUN-AE-STATUS NOT = "00"
017095         DISPLAY "DUNNING ABEND: ALERT EVENT FILE OPEN FAILED "
017096             DUN-AE-STATUS
017097         MOVE 12 TO RETURN-CODE
017098         STOP RUN.
017099*    NO BRANCH MASTER MEANS BLANK NAMES ON THE DETAIL LINES
017100     OPEN INPUT BRANCH-MASTER.
017101     IF DUN-BRM-STATUS = "00"
017102         PERFORM 1300-LOAD-BRANCH-REF THRU 1300-EXIT
017103             UNTIL DUN-BRM-EOF
017104         CLOSE BRANCH-MASTER.
017105*    THE SHARED CONTACT LOG IS OPTIONAL: NO LOG, NO PROMISES
017106     OPEN INPUT CONTACT-LOG.
017107     IF DUN-CONT-STATUS = "00"
017108         PERFORM 1200-LOAD-PROMISES THRU 1200-EXIT
017109             UNTIL DUN-CONT-EOF
017110         CLOSE CONTACT-LOG.
017111*    NO LOSS LEDGER MEANS NOTHING HAS BEEN CHARGED OFF YET
017112     OPEN INPUT LOSS-LEDGER.
017113     IF DUN-LOSS-STATUS = "00"
017114         MOVE "Y" TO DUN-LOSS-OPEN-SW.
017122*    NO ESTATE REGISTER MEANS NO BEREAVEMENT NOTICE TAKEN IN
017137     OPEN INPUT ESTATE-REGISTER.
017152     IF DUN-EST-STATUS = "00"
017167         MOVE "Y" TO DUN-EST-OPEN-SW.
017170*    NO PREFERENCE REGISTER MEANS EVERY LETTER IN THE DEFAULT
017173     OPEN INPUT CUSTOMER-PREFERENCE.
017176     IF DUN-PF-STATUS = "00"
017179         MOVE "Y" TO DUN-PF-OPEN-SW.
017182     INITIALIZE DUN-BUCKETS.
017200     ACCEPT DUN-RUN-DATE FROM DATE YYYYMMDD.
017300     MOVE DUN-RUN-DATE TO DUN-HDG-DATE.
017400     COMPUTE DUN-TODAY-INT =
018120     END-READ.
018122     IF NOT CL-PROMISE
018124         GO TO 1200-EXIT.
018125*    A TRACKED PROMISE ALREADY KEPT OR BROKEN HOLDS NOTHING
018126     IF CL-PROM-AMOUNT NUMERIC AND NOT CL-PROM-OPEN
018127         GO TO 1200-EXIT.
018128     MOVE "N" TO DUN-PROM-FOUND-SW.
018129     MOVE ZERO TO DUN-PROM-SUB.
018130     PERFORM 1210-SCAN-PROMISE THRU 1210-EXIT
018132         UNTIL DUN-PROM-FOUND
018134            OR DUN-PROM-SUB >= DUN-PROM-COUNT.
018140             MOVE CL-CONTACT-DATE
018142                 TO DUN-PROM-DATE (DUN-PROM-SUB)
018144         END-IF
018145         IF CL-PROM-AMOUNT NUMERIC
018146             MOVE "Y" TO DUN-PROM-TRACK-SW (DUN-PROM-SUB)
018147         END-IF
018148         GO TO 1200-EXIT.
018149     IF DUN-PROM-COUNT >= DUN-PROM-MAX
018150         DISPLAY "DUNNING ABEND: PROMISE TABLE OVERFLOW"
018152         MOVE 12 TO RETURN-CODE
018154         STOP RUN.
018156     ADD 1 TO DUN-PROM-COUNT.
018158     MOVE CL-CUST-NUMBER TO DUN-PROM-CUST (DUN-PROM-COUNT).
018160     MOVE CL-CONTACT-DATE TO DUN-PROM-DATE (DUN-PROM-COUNT).
018161     MOVE "N" TO DUN-PROM-TRACK-SW (DUN-PROM-COUNT).
018162     IF CL-PROM-AMOUNT NUMERIC
018163         MOVE "Y" TO DUN-PROM-TRACK-SW (DUN-PROM-COUNT).
018164 1200-EXIT.
018165     EXIT.
018166
018168 1210-SCAN-PROMISE.
018170     ADD 1 TO DUN-PROM-SUB.
024000     IF SALDO >= ZERO
024050         PERFORM 3600-CLEAR-LEDGER THRU 3600-EXIT
024100         GO TO 3000-READ-NEXT.
024120*    A CHARGED-OFF CUSTOMER BELONGS TO RECOVERIES, NOT DUNNING
024140     PERFORM 3650-CHECK-CHARGED-OFF THRU 3650-EXIT.
024160     IF DUN-CHARGED-OFF
024170         ADD 1 TO DUN-CHGOFF-COUNT
024180         GO TO 3000-READ-NEXT.
024183*    NO DUNNING LETTERS OR FEES WHILE AN ESTATE IS BEING SETTLED
024186     PERFORM 3660-CHECK-ESTATE THRU 3660-EXIT.
024189     IF DUN-ESTATE-CASE
024192         ADD 1 TO DUN-ESTATE-COUNT
024195         GO TO 3000-READ-NEXT.
024200     PERFORM 3100-LOOKUP-NEG-SINCE THRU 3100-EXIT.
024300     PERFORM 3200-SET-BUCKET THRU 3200-EXIT.
024400     ADD 1 TO DUN-BKT-COUNT (DUN-BUCKET-SUB).
024652     IF DUN-SEND-LETTER
024654         PERFORM 3710-CHECK-PROMISE THRU 3710-EXIT.
024660     IF DUN-SEND-LETTER
024662         IF DUN-LEDGER-FOUND AND DL-PROMISE-BROKEN
024664             ADD 1 TO DUN-REESC-COUNT
024666             MOVE SPACE TO DL-PROMISE-BROKEN-SW
024668         END-IF
024670         PERFORM 3400-WRITE-LETTER THRU 3400-EXIT
024680         PERFORM 3750-RECORD-STAGE THRU 3750-EXIT.
024800 3000-READ-NEXT.
032222     EXIT.
032300
032400******************************************************************
032500*    3400-WRITE-LETTER.  DUNNING LETTER, ESCALATING BY BUCKET,   *
032550*    WORDED IN THE CUSTOMER'S LANGUAGE.                          *
032600******************************************************************
032700 3400-WRITE-LETTER.
032750     PERFORM 3450-SET-LANGUAGE THRU 3450-EXIT.
032800     MOVE SPACES TO LETTER-LINE.
032900     WRITE LETTER-LINE AFTER ADVANCING PAGE.
033000     MOVE DUN-NAME-WORK TO LETTER-LINE.
035100     WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
035150*    WORDING ESCALATES WITH THE PERSISTED LEDGER STAGE, NOT
035160*    THE AGING BUCKET, SO NO STAGE LETTER REPEATS IN GRACE
035200     IF DUN-STAGE > ZERO AND DUN-STAGE < 5
035433         MOVE DUN-STAGE TO DUN-WD-STAGE
035666     ELSE
035899         MOVE 5 TO DUN-WD-STAGE.
036132     MOVE DUN-WD-STAGE-TEXT (DUN-WD-SUB, DUN-WD-STAGE)
036365         TO DUN-LTR-WORK.
036600     WRITE LETTER-LINE FROM DUN-LTR-WORK
036700         AFTER ADVANCING 1 LINE.
036800     MOVE SPACES TO DUN-LTR-WORK.
036900     STRING DUN-WD-AMOUNT (DUN-WD-SUB) DELIMITED BY "  "
036950            " " DELIMITED BY SIZE
037000            DUN-DTL-BALANCE DELIMITED BY SIZE
037100         INTO DUN-LTR-WORK.
037200     WRITE LETTER-LINE FROM DUN-LTR-WORK
037310     IF DUN-WORK-FEE > ZERO
037320         MOVE DUN-WORK-FEE TO DUN-FEE-EDIT
037330         MOVE SPACES TO DUN-LTR-WORK
037340         STRING DUN-WD-FEE (DUN-WD-SUB) DELIMITED BY "  "
037345                " " DELIMITED BY SIZE
037350                DUN-FEE-EDIT DELIMITED BY SIZE
037360             INTO DUN-LTR-WORK
037370         WRITE LETTER-LINE FROM DUN-LTR-WORK
037400     ADD 1 TO DUN-LETTER-COUNT.
037500 3400-EXIT.
037600     EXIT.
037603
037606******************************************************************
037609*    3450-SET-LANGUAGE.  WORDING SET FOR THE CUSTOMER'S          *
037612*    PREFERRED LANGUAGE (CUSTPREF).  A LANGUAGE WITH NO WORDING  *
037615*    HELD GETS THE HOUSE DEFAULT AND IS COUNTED ON THE REPORT.   *
037618******************************************************************
037621 3450-SET-LANGUAGE.
037624     MOVE 1 TO DUN-WD-SUB.
037627     IF NOT DUN-PF-OPEN
037630         GO TO 3450-EXIT.
037633     MOVE CUST-NUMBER TO PF-CUST-NUMBER.
037636     READ CUSTOMER-PREFERENCE
037639         INVALID KEY GO TO 3450-EXIT
037642     END-READ.
037645     IF PF-LANG-DEFAULT
037648         GO TO 3450-EXIT.
037651     PERFORM 3460-SCAN-WORDING THRU 3460-EXIT
037654         UNTIL DUN-WD-LANG (DUN-WD-SUB) = PF-LANGUAGE
037657            OR DUN-WD-SUB >= 2.
037660     IF DUN-WD-LANG (DUN-WD-SUB) NOT = PF-LANGUAGE
037663         MOVE 1 TO DUN-WD-SUB
037666         ADD 1 TO DUN-LANG-DEFAULT-COUNT.
037669 3450-EXIT.
037672     EXIT.
037675
037678 3460-SCAN-WORDING.
037681     ADD 1 TO DUN-WD-SUB.
037684 3460-EXIT.
037687     EXIT.
037700
037800 3900-READ-MASTER.
037900     READ CUSTOMER-MASTER NEXT RECORD
038342******************************************************************
038344*    3700-STAGE-CUSTOMER.  DECIDE WHETHER A LETTER GOES OUT      *
038346*    TONIGHT AND AT WHICH STAGE.  A NEW CASE STARTS AT STAGE     *
038348*    ONE; AN OPEN CASE ADVANCES ONLY AFTER ITS GRACE PERIOD,     *
038349*    UNLESS A PROMISE TO PAY WAS BROKEN SINCE THE LAST LETTER;   *
038350*    A CASE AT THE TOP STAGE STOPS LETTERING (COLLECTIONS        *
038352*    OWNS IT FROM THERE).                                        *
038354******************************************************************
038392         FUNCTION INTEGER-OF-DATE (DL-STAGE-DATE).
038394     COMPUTE DUN-GRACE-AGE = DUN-TODAY-INT - DUN-STAGE-INT.
038396     IF DUN-GRACE-AGE < DUN-GRACE-DAYS
038397      AND NOT DL-PROMISE-BROKEN
038398         ADD 1 TO DUN-SUPPRESS-COUNT
038400         GO TO 3700-EXIT.
038402     COMPUTE DUN-STAGE = DL-STAGE + 1.
038413******************************************************************
038415*    3710-CHECK-PROMISE.  A PROMISE TO PAY LOGGED WITHIN THE     *
038417*    PROMISE WINDOW HOLDS THE LETTER; THE HELD CASE IS LISTED    *
038419*    ON THE AGING REPORT INSTEAD.  A TRACKED PROMISE HOLDS       *
038420*    WHATEVER ITS AGE UNTIL PTPCHK CLOSES IT; ONCE A PROMISE     *
038421*    HAS BEEN BROKEN AN OLDER UNTRACKED ONE HOLDS NOTHING.       *
038422******************************************************************
038423 3710-CHECK-PROMISE.
038425     MOVE "N" TO DUN-PROM-FOUND-SW.
038427     MOVE ZERO TO DUN-PROM-SUB.
038433            OR DUN-PROM-SUB >= DUN-PROM-COUNT.
038435     IF NOT DUN-PROM-FOUND
038437         GO TO 3710-EXIT.
038438     IF DUN-PROM-TRACKED (DUN-PROM-SUB)
038439         GO TO 3710-HOLD.
038440     IF DUN-LEDGER-FOUND AND DL-PROMISE-BROKEN
038441         GO TO 3710-EXIT.
038442     COMPUTE DUN-PROM-INT = FUNCTION INTEGER-OF-DATE
038443         (DUN-PROM-DATE (DUN-PROM-SUB)).
038444     COMPUTE DUN-PROM-AGE = DUN-TODAY-INT - DUN-PROM-INT.
038445     IF DUN-PROM-AGE > DUN-PROMISE-DAYS
038447      OR DUN-PROM-AGE < ZERO
038449         GO TO 3710-EXIT.
038450 3710-HOLD.
038451     MOVE "N" TO DUN-SEND-SW.
038453     ADD 1 TO DUN-PROMISE-HELD.
038455     MOVE CUST-NUMBER TO DUN-HLD-CUST.
038479
038481******************************************************************
038482*    3750-RECORD-STAGE.  THE LETTER WENT OUT: PERSIST THE        *
038483*    STAGE AND DATE AND GENERATE THE STAGE FEE POSTING.  A NEW   *
038484*    STAGE RAISES AN ALERT EVENT AGAINST THE PRIMARY ACCOUNT.    *
038485******************************************************************
038486 3750-RECORD-STAGE.
038487     IF NOT DUN-LEDGER-FOUND OR DUN-STAGE NOT = DL-STAGE
038488         PERFORM 3770-RAISE-ALERT THRU 3770-EXIT.
038489     IF DUN-WORK-FEE > ZERO
038490         PERFORM 3760-GENERATE-FEE THRU 3760-EXIT.
038491     IF DUN-LEDGER-FOUND
038492         MOVE DUN-STAGE TO DL-STAGE
038493         MOVE DUN-RUN-DATE TO DL-STAGE-DATE
038494         ADD DUN-WORK-FEE TO DL-FEES-ASSESSED
038495         REWRITE DUNNING-LEDGER-RECORD
038496     ELSE
038497         MOVE SPACES TO DUNNING-LEDGER-RECORD
038498         MOVE CUST-NUMBER TO DL-CUST-NUMBER
038499         MOVE DUN-STAGE TO DL-STAGE
038500         MOVE DUN-RUN-DATE TO DL-STAGE-DATE
038501         MOVE DUN-WORK-FEE TO DL-FEES-ASSESSED
038502         WRITE DUNNING-LEDGER-RECORD
038503             INVALID KEY REWRITE DUNNING-LEDGER-RECORD
038504         END-WRITE
038505     END-IF.
038506     IF DUN-LDG-STATUS NOT = "00"
038507         DISPLAY "DUNNING ABEND: LEDGER UPDATE FAILED "
038508             DUN-LDG-STATUS
038509         MOVE 12 TO RETURN-CODE
038510         STOP RUN.
038511 3750-EXIT.
038512     EXIT.
038533
038534******************************************************************
038535*    3760-GENERATE-FEE.  STAGE FEE AS A POSTTXN DEBIT FOR THE    *
038536*    NEXT POSTING RUN, SO THE FEE REACHES SALDO AND THE          *
038537*    POSTING HISTORY THROUGH THE NORMAL CONTROLS.  THE POSTING   *
038538*    RUN EXEMPTS SOURCE "DUNNING " FROM THE OVERDRAFT FLOOR,     *
038539*    SO A FEE ANNOUNCED ON THE LETTER AND RECORDED ON THE        *
038540*    LEDGER ACTUALLY POSTS.                                      *
038541******************************************************************
038542 3760-GENERATE-FEE.
038543     MOVE SPACES TO POSTING-TRANSACTION.
038544     MOVE "D" TO TXN-REC-TYPE.
038545     MOVE CUST-NUMBER TO TXN-CUST-NUMBER.
038546     MOVE DUN-RUN-DATE TO TXN-POST-DATE.
038547     MOVE DUN-WORK-FEE TO TXN-AMOUNT.
038548     MOVE SPACES TO TXN-REFERENCE.
038549     STRING "DUNFEE-ST" DELIMITED BY SIZE
038550            DUN-STAGE DELIMITED BY SIZE
038551         INTO TXN-REFERENCE.
038552     MOVE "DUNNING " TO TXN-SOURCE.
038553     MOVE CUST-BRANCH TO TXN-BRANCH.
038554     MOVE 1 TO TXN-ACCT-SEQ.
038578     WRITE POSTING-TRANSACTION.
038602     ADD 1 TO DUN-FEE-COUNT.
038626     ADD DUN-WORK-FEE TO DUN-FEE-HASH.
038650 3760-EXIT.
038674     EXIT.
038675
038676 3770-RAISE-ALERT.
038677     MOVE SPACES TO ALERT-EVENT-RECORD.
038678     MOVE CUST-NUMBER TO AE-CUST-NUMBER.
038679     MOVE 01 TO AE-ACCT-SEQ.
038680     MOVE "DS" TO AE-EVENT-TYPE.
038681     MOVE DUN-RUN-DATE TO AE-EVENT-DATE.
038682     MOVE "DUNNING " TO AE-SOURCE.
038683     MOVE SALDO TO AE-AMOUNT.
038684     STRING "STAGE " DUN-STAGE DELIMITED BY SIZE
038685         INTO AE-REFERENCE.
038686     WRITE ALERT-EVENT-RECORD.
038687     IF DUN-AE-STATUS NOT = "00"
038688         DISPLAY "DUNNING ABEND: ALERT EVENT WRITE FAILED "
038689             DUN-AE-STATUS
038690         MOVE 12 TO RETURN-CODE
038691         STOP RUN.
038692     ADD 1 TO DUN-AE-COUNT.
038693 3770-EXIT.
038694     EXIT.
038695
038696******************************************************************
038697*    3650-CHECK-CHARGED-OFF.  ANY ACCOUNT OF THE CUSTOMER ON     *
038698*    THE LOSS LEDGER MEANS THE DEBT HAS BEEN WRITTEN OFF.        *
038699******************************************************************
038700 3650-CHECK-CHARGED-OFF.
038701     MOVE "N" TO DUN-CHGOFF-SW.
038702     IF NOT DUN-LOSS-OPEN
038703         GO TO 3650-EXIT.
038704     MOVE CUST-NUMBER TO LL-CUST-NUMBER.
038705     MOVE ZERO TO LL-ACCT-SEQ.
038706     START LOSS-LEDGER KEY > LL-KEY
038707         INVALID KEY GO TO 3650-EXIT
038708     END-START.
038709     READ LOSS-LEDGER NEXT RECORD
038710         AT END GO TO 3650-EXIT
038711     END-READ.
038712     IF LL-CUST-NUMBER = CUST-NUMBER
038713         MOVE "Y" TO DUN-CHGOFF-SW.
038714 3650-EXIT.
038715     EXIT.
038716
038717******************************************************************
038718*    3660-CHECK-ESTATE.  AN OPEN ESTATE CASE ON ESTATREG MEANS   *
038719*    THE CUSTOMER HAS DIED AND IS NOT DUNNED.                    *
038720******************************************************************
038721 3660-CHECK-ESTATE.
038722     MOVE "N" TO DUN-ESTATE-SW.
038723     IF NOT DUN-EST-OPEN
038724         GO TO 3660-EXIT.
038725     MOVE CUST-NUMBER TO EC-CUST-NUMBER.
038726     READ ESTATE-REGISTER
038727         INVALID KEY GO TO 3660-EXIT
038728     END-READ.
038729     IF EC-CASE-OPEN
038730         MOVE "Y" TO DUN-ESTATE-SW.
038731 3660-EXIT.
038732     EXIT.
038733
038734******************************************************************
038746*    4000-BUCKET-SUMMARY.  AGING REPORT TOTALS BY BUCKET.        *
038770******************************************************************
038800 4000-BUCKET-SUMMARY.
038900     MOVE SPACES TO REPORT-LINE.
039000     WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
039239     MOVE DUN-FEE-HASH TO DUN-TOT-AMOUNT.
039240     WRITE REPORT-LINE FROM DUN-TOTAL-LINE
039241         AFTER ADVANCING 1 LINE.
039242     MOVE "CHARGED OFF - NOT DUNNED" TO DUN-TOT-LABEL.
039243     MOVE DUN-CHGOFF-COUNT TO DUN-TOT-COUNT.
039244     MOVE ZERO TO DUN-TOT-AMOUNT.
039245     WRITE REPORT-LINE FROM DUN-TOTAL-LINE
039246         AFTER ADVANCING 1 LINE.
039256     MOVE "RE-ESCALATED - PROMISE BROKEN" TO DUN-TOT-LABEL.
039266     MOVE DUN-REESC-COUNT TO DUN-TOT-COUNT.
039276     WRITE REPORT-LINE FROM DUN-TOTAL-LINE
039286         AFTER ADVANCING 1 LINE.
039288     MOVE "ESTATE CASE - NOT DUNNED" TO DUN-TOT-LABEL.
039290     MOVE DUN-ESTATE-COUNT TO DUN-TOT-COUNT.
039292     WRITE REPORT-LINE FROM DUN-TOTAL-LINE
039294         AFTER ADVANCING 1 LINE.
039295     MOVE "LANGUAGE NOT HELD - DEFAULT" TO DUN-TOT-LABEL.
039296     MOVE DUN-LANG-DEFAULT-COUNT TO DUN-TOT-COUNT.
039297     WRITE REPORT-LINE FROM DUN-TOTAL-LINE
039298         AFTER ADVANCING 1 LINE.
039315     MOVE "NEW STAGE ALERT EVENTS" TO DUN-TOT-LABEL.
039332     MOVE DUN-AE-COUNT TO DUN-TOT-COUNT.
039349     WRITE REPORT-LINE FROM DUN-TOTAL-LINE
039366         AFTER ADVANCING 1 LINE.
039383 4000-EXIT.
039400     EXIT.
039500
039600 4100-PRINT-BUCKET.
041500           AGING-REPORT
041550           DUNNING-LEDGER
041560           FEE-TXN-FILE
041580           ALERT-EVENT-FILE
041600           LETTER-FILE.
041650     IF DUN-LOSS-OPEN
041660         CLOSE LOSS-LEDGER.
041673     IF DUN-EST-OPEN
041686         CLOSE ESTATE-REGISTER.
041690     IF DUN-PF-OPEN
041694         CLOSE CUSTOMER-PREFERENCE.
041700 5000-EXIT.
041800     EXIT.
041900
