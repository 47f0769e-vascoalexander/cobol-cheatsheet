001821*                  recency horizon (twice the quarterly
001823*                  cycle); a prior statement older than the
001825*                  horizon falls back to the derived opening
001837* 15/10/26 HK      Each statement lists the customer's accounts
001849*                  from the account master with their balances
001861*                  under the customer total; posting lines show
001873*                  the account posted
001876* 15/10/26 HK      Posting history record widened to 100
001879*                  bytes for the original currency and amount
001882*                  of converted items
001885* 15/10/26 HK      Customers closed tonight by ACCTCLOS
001888*                  (FINALSTM list) get a final statement
001891*                  whatever their cycle; other closed
001894*                  customers get no statements
001895* 15/10/26 MS      Open estate case (ESTATREG): statement goes
001896*                  on paper to the executor's address, never
001897*                  combined with the household, and carries no
001898*                  campaign messages
001909* 15/10/26 HK      Statements in the customer's language
001920*                  (CUSTPREF): headings and captions from a
001931*                  per-language caption table, campaign texts
001942*                  from the language records on the campaign
001953*                  file; a language not held falls back to the
001964*                  default and is counted at end of run
001966* 15/10/26 HK      Posting history is keyed by customer, date
001968*                  and reference: each page reads its own
001970*                  customer's postings by key instead of the
001972*                  whole file being tabled at start of run
001973* 15/10/26 HK      Account master record widened to 100 bytes
001975*
001986*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  MYPROG.
002200 AUTHOR. MYNAME.
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS STM-RUN-STATUS.
005040     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
005050         ORGANIZATION IS INDEXED
005052         ACCESS MODE IS DYNAMIC
005054         RECORD KEY IS PH-KEY
005060         FILE STATUS IS STM-HIST-STATUS.
005062     SELECT CAMPAIGN-FILE ASSIGN TO CAMPFILE
005064         ORGANIZATION IS SEQUENTIAL
005077         ACCESS MODE IS RANDOM
005079         RECORD KEY IS HX-CUST-NUMBER
005081         FILE STATUS IS STM-XRF-STATUS.
005084     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
005087         ORGANIZATION IS INDEXED
005090         ACCESS MODE IS DYNAMIC
005093         RECORD KEY IS AC-KEY
005096         FILE STATUS IS STM-ACCT-STATUS.
005097     SELECT FINAL-STATEMENT-FILE ASSIGN TO FINALSTM
005098         ORGANIZATION IS SEQUENTIAL
005099         FILE STATUS IS STM-FIN-STATUS.
005113     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
005127         ORGANIZATION IS INDEXED
005141         ACCESS MODE IS RANDOM
005155         RECORD KEY IS EC-CUST-NUMBER
005169         FILE STATUS IS STM-EST-STATUS.
005171     SELECT CUSTOMER-PREFERENCE ASSIGN TO CUSTPREF
005173         ORGANIZATION IS INDEXED
005175         ACCESS MODE IS RANDOM
005177         RECORD KEY IS PF-CUST-NUMBER
005179         FILE STATUS IS STM-PF-STATUS.
005183
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CUSTOMER-MASTER
007240 COPY RUNHIST.
007250
007260 FD  POSTING-HISTORY
007270     RECORD CONTAINS 100 CHARACTERS.
007280 COPY POSTHIST.
007290
007292 FD  HOUSEHOLD-XRF
007303 FD  BRANCH-MASTER
007304     RECORD CONTAINS 40 CHARACTERS.
007305 COPY BRANCHMS.
007320
007335 FD  ACCOUNT-MASTER
007350     RECORD CONTAINS 100 CHARACTERS.
007365 COPY ACCTMAST.
007368
007371 FD  FINAL-STATEMENT-FILE
007374     RECORD CONTAINS 20 CHARACTERS.
007377 COPY FINALSTM.
007380
007383 FD  ESTATE-REGISTER
007386     RECORD CONTAINS 400 CHARACTERS.
007389 COPY ESTATE.
007390
007391 FD  CUSTOMER-PREFERENCE
007392     RECORD CONTAINS 100 CHARACTERS.
007393 COPY CUSTPREF.
007394
007400 SD  SORT-WORK.
007500 01  SORT-RECORD.
007550     05  SRT-REGION              PIC X(03).
008220     05  SRT-HOUSE-NUMBER        PIC 9(03).
008230     05  SRT-ZIP                 PIC 9(05).
008240     05  SRT-CITY                PIC X(20).
008260     05  SRT-ESTATE-FLAG         PIC X(01).
008280     05  SRT-EXEC-NAME           PIC X(30).
008290     05  SRT-LANGUAGE            PIC X(02).
008300
008400 WORKING-STORAGE SECTION.
008500 77  STM-MAST-STATUS             PIC X(02).
008929     88  STM-CAMP-EOF            VALUE "Y".
008930 77  STM-XRF-STATUS              PIC X(02).
008931 77  STM-BRM-STATUS              PIC X(02).
008932 77  STM-ACCT-STATUS             PIC X(02).
008933 77  STM-ACCT-DONE-SW            PIC X(01) VALUE "N".
008934     88  STM-ACCT-DONE           VALUE "Y".
008935 77  STM-BRM-EOF-SW              PIC X(01) VALUE "N".
008936     88  STM-BRM-EOF             VALUE "Y".
008937 77  STM-BRM-FOUND-SW            PIC X(01) VALUE "N".
008938     88  STM-BRM-FOUND           VALUE "Y".
008939 77  STM-FIN-STATUS              PIC X(02).
008940 77  STM-FIN-EOF-SW              PIC X(01) VALUE "N".
008941     88  STM-FIN-EOF             VALUE "Y".
008942 77  STM-FIN-FOUND-SW            PIC X(01) VALUE "N".
008943     88  STM-FIN-FOUND           VALUE "Y".
008944 77  STM-FIN-MAX                 PIC 9(04) COMP VALUE 500.
008945 77  STM-FIN-COUNT               PIC 9(04) COMP VALUE ZERO.
008946 77  STM-FIN-SUB                 PIC 9(04) COMP VALUE ZERO.
008947 77  STM-EST-STATUS              PIC X(02).
008948 77  STM-EST-OPEN-SW             PIC X(01) VALUE "N".
008949     88  STM-EST-OPEN            VALUE "Y".
008950 77  STM-BRM-MAX                 PIC 9(02) COMP VALUE 50.
008951 77  STM-BRM-COUNT               PIC 9(02) COMP VALUE ZERO.
008952 77  STM-BRM-SUB                 PIC 9(02) COMP VALUE ZERO.
008953 77  STM-COMBINE-SW              PIC X(01) VALUE "N".
008954     88  STM-COMBINE-ACTIVE      VALUE "Y".
008960 77  STM-PRIOR-HOUSE-KEY         PIC 9(06) VALUE ZERO.
008970 77  STM-COMBINED-COUNT          PIC 9(05) COMP VALUE ZERO.
009000 77  STM-PAPER-COUNT             PIC 9(07) COMP VALUE ZERO.
009100 77  STM-ELEC-COUNT              PIC 9(07) COMP VALUE ZERO.
009200 77  STM-BOTH-COUNT              PIC 9(07) COMP VALUE ZERO.
009206 77  STM-PF-STATUS               PIC X(02).
009212 77  STM-PF-OPEN-SW              PIC X(01) VALUE "N".
009218     88  STM-PF-OPEN             VALUE "Y".
009224 77  STM-CMT-MAX                 PIC 9(02) COMP VALUE 40.
009230 77  STM-CMT-COUNT               PIC 9(02) COMP VALUE ZERO.
009236 77  STM-CMT-SUB                 PIC 9(02) COMP VALUE ZERO.
009242 77  STM-CMT-FOUND-SW            PIC X(01) VALUE "N".
009248     88  STM-CMT-FOUND           VALUE "Y".
009254 77  STM-CMT-DEFAULT-COUNT       PIC 9(05) COMP VALUE ZERO.
009260 77  STM-CAP-MAX                 PIC 9(01) COMP VALUE 2.
009266 77  STM-CAP-SUB                 PIC 9(01) COMP VALUE 1.
009272 77  STM-LANG-DEFAULT-COUNT      PIC 9(05) COMP VALUE ZERO.
009278 77  STM-PAGE-LANG               PIC X(02) VALUE SPACES.
009284 77  STM-TEXT-LANG               PIC X(02) VALUE SPACES.
009290 77  STM-CMP-TEXT-WORK           PIC X(60) VALUE SPACES.
009300
009400 77  STM-MAST-EOF-SW             PIC X(01) VALUE "N".
009500     88  STM-MAST-EOF            VALUE "Y".
010614         10  STM-BRM-NAME        PIC X(20).
010615         10  STM-BRM-REGION      PIC X(03).
010616
010617* CUSTOMERS CLOSED TONIGHT WHO ARE OWED A FINAL STATEMENT
010618 01  STM-FINAL-TABLE.
010619     05  STM-FIN-CUST OCCURS 500 TIMES
010620                                 PIC 9(06).
010621
010622 77  STM-HIST-EOF-SW             PIC X(01) VALUE "N".
010630     88  STM-HIST-EOF            VALUE "Y".
010632 77  STM-HIST-OPEN-SW            PIC X(01) VALUE "N".
010634     88  STM-HIST-OPEN           VALUE "Y".
010640 77  STM-ARCH-DONE-SW            PIC X(01) VALUE "N".
010650     88  STM-ARCH-DONE           VALUE "Y".
010660 77  STM-PRIOR-FOUND-SW          PIC X(01) VALUE "N".
010708 77  STM-RUN-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
010709 77  STM-NET-MOVEMENT            PIC S9(09)V9(02) VALUE ZERO.
010710
010711* THE CUSTOMER'S POSTINGS WITHIN THE RECENCY HORIZON, READ BY
010712* KEY FOR EACH STATEMENT PAGE SO IT CAN LIST THE POSTINGS
010713* SINCE THE PRIOR STATEMENT
010714 01  STM-HIST-TABLE.
010716     05  STM-HIST-ENTRY OCCURS 5000 TIMES.
010718         10  STM-TBL-CUST        PIC 9(06).
010719         10  STM-TBL-ACCT        PIC 9(02).
010720         10  STM-TBL-POST-DATE   PIC 9(08).
010722         10  STM-TBL-PROC-DATE   PIC 9(08).
010724         10  STM-TBL-TYPE        PIC X(01).
010770
010800 01  STM-RUN-DATE                PIC 9(08).
010900
010901* CAMPAIGN MESSAGE TRANSLATIONS: THE CAMPAIGN FILE RECORDS
010902* THAT CARRY A LANGUAGE CODE
010903 01  STM-CMP-TRANSLATION-TABLE.
010904     05  STM-CMT-ENTRY OCCURS 40 TIMES.
010905         10  STM-CMT-ID          PIC X(08).
010906         10  STM-CMT-LANG        PIC X(02).
010907         10  STM-CMT-TEXT        PIC X(60).
010908
010909* STATEMENT HEADINGS AND CAPTIONS PER LANGUAGE.  THE FIRST
010910* SET IS THE HOUSE DEFAULT
010911 01  STM-CAPTION-VALUES.
010912     05  FILLER                  PIC X(02) VALUE "EN".
010913     05  FILLER                  PIC X(19)
010914         VALUE "CUSTOMER STATEMENT ".
010915     05  FILLER                  PIC X(09) VALUE "  BRANCH ".
010916     05  FILLER                  PIC X(07) VALUE "  PAGE ".
010917     05  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
010918     05  FILLER                  PIC X(09) VALUE "BALANCE: ".
010919     05  FILLER                  PIC X(18)
010920         VALUE "OPENING BALANCE   ".
010921     05  FILLER                  PIC X(11) VALUE "  ACCOUNT  ".
010922     05  FILLER                  PIC X(07) VALUE "  ACCT ".
010923     05  FILLER                  PIC X(08) VALUE "SAVINGS".
010924     05  FILLER                  PIC X(08) VALUE "CURRENT".
010925     05  FILLER                  PIC X(08) VALUE "CLOSED".
010926     05  FILLER                  PIC X(25) VALUE " (EXECUTOR)".
010927     05  FILLER                  PIC X(02) VALUE "DE".
010928     05  FILLER                  PIC X(19)
010929         VALUE "KONTOAUSZUG        ".
010930     05  FILLER                  PIC X(09) VALUE " FILIALE ".
010931     05  FILLER                  PIC X(07) VALUE " SEITE ".
010932     05  FILLER                  PIC X(10) VALUE "KUNDE:    ".
010933     05  FILLER                  PIC X(09) VALUE "SALDO:   ".
010934     05  FILLER                  PIC X(18)
010935         VALUE "ANFANGSSALDO      ".
010936     05  FILLER                  PIC X(11) VALUE "  KONTO    ".
010937     05  FILLER                  PIC X(07) VALUE "  KTO  ".
010938     05  FILLER                  PIC X(08) VALUE "SPAREN".
010939     05  FILLER                  PIC X(08) VALUE "GIRO".
010940     05  FILLER                  PIC X(08) VALUE "BEENDET".
010941     05  FILLER                  PIC X(25)
010942         VALUE " (TESTAMENTSVOLLSTRECKER)".
010943 01  FILLER REDEFINES STM-CAPTION-VALUES.
010944     05  STM-CAP-ENTRY OCCURS 2 TIMES.
010945         10  STM-CAP-LANG        PIC X(02).
010946         10  STM-CAP-TITLE       PIC X(19).
010947         10  STM-CAP-BRANCH      PIC X(09).
010948         10  STM-CAP-PAGE        PIC X(07).
010949         10  STM-CAP-CUSTOMER    PIC X(10).
010950         10  STM-CAP-BALANCE     PIC X(09).
010951         10  STM-CAP-OPENING     PIC X(18).
010952         10  STM-CAP-ACCOUNT     PIC X(11).
010953         10  STM-CAP-ACCT        PIC X(07).
010954         10  STM-CAP-SAVINGS     PIC X(08).
010955         10  STM-CAP-CURRENT     PIC X(08).
010956         10  STM-CAP-CLOSED      PIC X(08).
010957         10  STM-CAP-EXECUTOR    PIC X(25).
010958
011000 01  STM-STMT-HEADING.
011100     05  STM-HDG-TITLE           PIC X(19)
011200         VALUE "CUSTOMER STATEMENT ".
011300     05  STM-HDG-DATE            PIC 9(08).
011400     05  STM-HDG-BR-CAPTION      PIC X(09) VALUE "  BRANCH ".
011500     05  STM-HDG-BRANCH          PIC X(03).
011600     05  STM-HDG-PG-CAPTION      PIC X(07) VALUE "  PAGE ".
011700     05  STM-HDG-PAGE            PIC Z(04)9.
011800     05  FILLER                  PIC X(81) VALUE SPACES.
011900
012000 01  STM-NAME-LINE.
012100     05  STM-DTL-CAPTION         PIC X(10) VALUE "CUSTOMER: ".
012200     05  STM-DTL-CUST            PIC 9(06).
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  STM-DTL-FIRST           PIC X(10).
012700     05  FILLER                  PIC X(88) VALUE SPACES.
012800
012900 01  STM-BALANCE-LINE.
013000     05  STM-BAL-CAPTION         PIC X(09) VALUE "BALANCE: ".
013100     05  currencyFormat          PIC $$,$$$,$$9.99-.
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  STM-DTL-CURRENCY        PIC X(03).
013400     05  FILLER                  PIC X(105) VALUE SPACES.
013500
013502 01  STM-OPENING-LINE.
013504     05  STM-OPN-CAPTION         PIC X(18)
013506         VALUE "OPENING BALANCE   ".
013508     05  STM-OPN-BALANCE         PIC -(08)9.99.
013510     05  FILLER                  PIC X(102) VALUE SPACES.
013532     05  STM-PST-AMOUNT          PIC Z(06)9.99.
013534     05  FILLER                  PIC X(02) VALUE SPACES.
013536     05  STM-PST-BALANCE         PIC -(08)9.99.
013537     05  STM-PST-CAPTION         PIC X(07) VALUE "  ACCT ".
013538     05  STM-PST-ACCT            PIC 9(02).
013539     05  FILLER                  PIC X(64) VALUE SPACES.
013540
013541 01  STM-ACCOUNT-LINE.
013542     05  STM-ACL-CAPTION         PIC X(11) VALUE "  ACCOUNT  ".
013543     05  STM-ACL-SEQ             PIC 9(02).
013544     05  FILLER                  PIC X(02) VALUE SPACES.
013545     05  STM-ACL-TYPE            PIC X(08).
013546     05  FILLER                  PIC X(02) VALUE SPACES.
013547     05  STM-ACL-BALANCE         PIC -(08)9.99.
013548     05  FILLER                  PIC X(01) VALUE SPACE.
013549     05  STM-ACL-CURRENCY        PIC X(03).
013550     05  FILLER                  PIC X(02) VALUE SPACES.
013551     05  STM-ACL-STATUS          PIC X(08).
013552     05  FILLER                  PIC X(81) VALUE SPACES.
013553
013554 01  STM-EXCEPTION-LINE.
013555     05  FILLER                  PIC X(44)
013556         VALUE "** EXCEPTION - BALANCE DOES NOT RECONCILE **".
013557     05  FILLER                  PIC X(88) VALUE SPACES.
013558
013564 01  STM-ADDR-LINE-1.
013566     05  STM-ADR-STREET          PIC X(20).
013568     05  FILLER                  PIC X(01) VALUE SPACE.
013570     05  STM-ADR-HOUSE           PIC 9(03).
013572     05  FILLER                  PIC X(108) VALUE SPACES.
013573
013574 01  STM-EXEC-LINE.
013575     05  STM-EXL-NAME            PIC X(30).
013576     05  STM-EXL-CAPTION         PIC X(25) VALUE " (EXECUTOR)".
013577     05  FILLER                  PIC X(77) VALUE SPACES.
013578
013579 01  STM-ADDR-LINE-2.
013580     05  STM-ADR-ZIP             PIC 9(05).
013581     05  FILLER                  PIC X(01) VALUE SPACE.
013582     05  STM-ADR-CITY            PIC X(20).
013584     05  FILLER                  PIC X(106) VALUE SPACES.
013586
016400     05  STM-CHN-BOTH            PIC Z(06)9.
016500     05  FILLER                  PIC X(68) VALUE SPACES.
016600
016616 01  STM-LANG-TOTAL-LINE.
016632     05  STM-LNG-LABEL           PIC X(30).
016648     05  STM-LNG-COUNT           PIC Z(04)9.
016664     05  FILLER                  PIC X(97) VALUE SPACES.
016680
016700 PROCEDURE DIVISION.
016800******************************************************************
016900*    0000-MAINLINE.  SORT BY BRANCH, PRINT WITH CONTROL BREAKS.  *
018100           STATEMENT-PRINT
018200           ESTMT-EXTRACT
018300           STMT-CONTROL
018400           STMT-ARCHIVE
018402           ACCOUNT-MASTER.
018405     IF STM-COMBINE-ACTIVE
018406         CLOSE HOUSEHOLD-XRF.
018407     IF STM-EST-OPEN
018408         CLOSE ESTATE-REGISTER.
018431     IF STM-PF-OPEN
018454         CLOSE CUSTOMER-PREFERENCE.
018466     IF STM-HIST-OPEN
018472         CLOSE POSTING-HISTORY.
018477     PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT.
018500     GOBACK.
018600
018700******************************************************************
019900         DISPLAY "MYPROG: MASTER OPEN FAILED " STM-MAST-STATUS
020000         MOVE 12 TO RETURN-CODE
020100         STOP RUN.
020101     OPEN INPUT ACCOUNT-MASTER.
020102     IF STM-ACCT-STATUS NOT = "00"
020103         DISPLAY "MYPROG: ACCOUNT MASTER OPEN FAILED "
020104             STM-ACCT-STATUS
020105         MOVE 12 TO RETURN-CODE
020106         STOP RUN.
020107*    HOUSEHOLD COMBINING IS IN EFFECT WHENEVER THE CONFIRMED
020108*    CROSS-REFERENCE FILE IS PRESENT.
020109     OPEN INPUT HOUSEHOLD-XRF.
020110     IF STM-XRF-STATUS = "00"
020111         MOVE "Y" TO STM-COMBINE-SW.
020112     ACCEPT STM-RUN-DATE FROM DATE YYYYMMDD.
020113     MOVE STM-RUN-DATE TO STM-HDG-DATE.
020114*    THE HISTORY TABLE HOLDS ONLY RECENT POSTINGS: THE
020115*    HORIZON COVERS THE LONGEST (QUARTERLY) STATEMENT CYCLE
020116*    TWICE OVER, SO NO PAGE EVER NEEDS AN OLDER POSTING AND
020117*    THE TABLE STAYS SIZED TO A WINDOW, NOT A WHOLE HISTORY
020118     COMPUTE STM-HORIZON-INT =
020119         FUNCTION INTEGER-OF-DATE (STM-RUN-DATE)
020120         - STM-HORIZON-DAYS.
020121     COMPUTE STM-HORIZON-DATE =
020122         FUNCTION DATE-OF-INTEGER (STM-HORIZON-INT).
020123*    NO POSTING HISTORY MEANS NOTHING TO LIST
020124     OPEN INPUT POSTING-HISTORY.
020125     IF STM-HIST-STATUS = "00"
020126         MOVE "Y" TO STM-HIST-OPEN-SW.
020310*    ONLY CAMPAIGNS WHOSE ACTIVE DATE RANGE COVERS TONIGHT ARE
020320*    LOADED; NO CAMPAIGN FILE MEANS NO MESSAGES.
020330     MOVE ALL "N" TO STM-CMP-MATCH-TABLE.
020394         PERFORM 1250-LOAD-BRANCH-REF THRU 1250-EXIT
020395             UNTIL STM-BRM-EOF
020396         CLOSE BRANCH-MASTER.
020409*    NO FINAL-STATEMENT FILE MEANS NOBODY WAS CLOSED TONIGHT
020422     OPEN INPUT FINAL-STATEMENT-FILE.
020435     IF STM-FIN-STATUS = "00"
020448         PERFORM 1350-LOAD-FINAL THRU 1350-EXIT
020461             UNTIL STM-FIN-EOF
020474         CLOSE FINAL-STATEMENT-FILE.
020476*    NO ESTATE REGISTER MEANS NO BEREAVEMENT NOTICE TAKEN IN
020478     OPEN INPUT ESTATE-REGISTER.
020480     IF STM-EST-STATUS = "00"
020482         MOVE "Y" TO STM-EST-OPEN-SW.
020483*    NO PREFERENCE REGISTER MEANS EVERY STATEMENT IN THE DEFAULT
020484     OPEN INPUT CUSTOMER-PREFERENCE.
020485     IF STM-PF-STATUS = "00"
020486         MOVE "Y" TO STM-PF-OPEN-SW.
020487 1000-EXIT.
020500     EXIT.
020510
020511******************************************************************
020512*    1200-LOAD-HISTORY.  THE CUSTOMER'S POSTINGS INTO THE        *
020513*    IN-CORE TABLE, READ BY KEY.  ALL OF THE CUSTOMER'S ON-LINE  *
020514*    HISTORY IS READ SO A BACK-DATED ITEM PROCESSED RECENTLY IS  *
020515*    STILL FOUND; THE RECENCY FILTER IS ON THE PROCESSING DATE.  *
020516******************************************************************
020517 1200-LOAD-HISTORY.
020518     MOVE ZERO TO STM-HIST-COUNT.
020519     MOVE "N" TO STM-HIST-EOF-SW.
020520     IF NOT STM-HIST-OPEN
020521         GO TO 1200-EXIT.
020522     MOVE SRT-CUST-NUMBER TO PH-CUST-NUMBER.
020523     MOVE ZERO TO PH-POST-DATE.
020524     MOVE LOW-VALUES TO PH-REFERENCE.
020525     MOVE ZERO TO PH-KEY-SEQ.
020526     START POSTING-HISTORY KEY IS NOT LESS THAN PH-KEY
020527         INVALID KEY
020528             GO TO 1200-EXIT
020529     END-START.
020530     PERFORM 1210-LOAD-ONE THRU 1210-EXIT
020531         UNTIL STM-HIST-EOF.
020532 1200-EXIT.
020533     EXIT.
020534
020535 1210-LOAD-ONE.
020536     READ POSTING-HISTORY NEXT RECORD
020537         AT END
020538             MOVE "Y" TO STM-HIST-EOF-SW
020539             GO TO 1210-EXIT
020540     END-READ.
020541     IF PH-CUST-NUMBER NOT = SRT-CUST-NUMBER
020542         MOVE "Y" TO STM-HIST-EOF-SW
020543         GO TO 1210-EXIT.
020544     IF PH-PROC-DATE < STM-HORIZON-DATE
020545         GO TO 1210-EXIT.
020546     IF STM-HIST-COUNT >= STM-HIST-MAX
020547         DISPLAY "MYPROG: POSTING HISTORY TABLE OVERFLOW"
020548         MOVE 12 TO RETURN-CODE
020549         STOP RUN.
020550     ADD 1 TO STM-HIST-COUNT.
020551     MOVE PH-CUST-NUMBER TO STM-TBL-CUST (STM-HIST-COUNT).
020552     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
020553         MOVE PH-ACCT-SEQ TO STM-TBL-ACCT (STM-HIST-COUNT)
020554     ELSE
020555         MOVE 1 TO STM-TBL-ACCT (STM-HIST-COUNT)
020556     END-IF.
020557     MOVE PH-POST-DATE TO STM-TBL-POST-DATE (STM-HIST-COUNT).
020558     MOVE PH-PROC-DATE TO STM-TBL-PROC-DATE (STM-HIST-COUNT).
020559     MOVE PH-TXN-TYPE TO STM-TBL-TYPE (STM-HIST-COUNT).
020560     MOVE PH-AMOUNT TO STM-TBL-AMOUNT (STM-HIST-COUNT).
020561     MOVE PH-REFERENCE TO STM-TBL-REFERENCE (STM-HIST-COUNT).
020562     MOVE PH-SOURCE TO STM-TBL-SOURCE (STM-HIST-COUNT).
020563 1210-EXIT.
020564     EXIT.
020565
020566******************************************************************
020567*    1300-LOAD-CAMPAIGNS.  TONIGHT'S ACTIVE CAMPAIGNS, AND THE   *
020568*    TRANSLATED MESSAGE TEXTS HELD FOR THEM.                     *
020569******************************************************************
020570 1300-LOAD-CAMPAIGNS.
020571     READ CAMPAIGN-FILE
020572         AT END
020573             MOVE "Y" TO STM-CAMP-EOF-SW
020574             GO TO 1300-EXIT
020576     END-READ.
020577     IF CP-LANGUAGE NOT = SPACES
020578         PERFORM 1310-LOAD-TRANSLATION THRU 1310-EXIT
020579         GO TO 1300-EXIT.
020580     IF CP-FROM-DATE NOT NUMERIC OR CP-TO-DATE NOT NUMERIC
020581         GO TO 1300-EXIT.
020582     IF STM-RUN-DATE < CP-FROM-DATE
020584      OR STM-RUN-DATE > CP-TO-DATE
020586         GO TO 1300-EXIT.
020612     MOVE ZERO TO STM-CMP-REACHED (STM-CMP-COUNT).
020613 1300-EXIT.
020614     EXIT.
020615
020616 1310-LOAD-TRANSLATION.
020617     IF STM-CMT-COUNT >= STM-CMT-MAX
020618         DISPLAY "MYPROG: CAMPAIGN TRANSLATION TABLE OVERFLOW"
020619         MOVE 12 TO RETURN-CODE
020620         STOP RUN.
020621     ADD 1 TO STM-CMT-COUNT.
020622     MOVE CP-CAMPAIGN-ID TO STM-CMT-ID (STM-CMT-COUNT).
020623     MOVE CP-LANGUAGE TO STM-CMT-LANG (STM-CMT-COUNT).
020624     MOVE CP-MESSAGE-TEXT TO STM-CMT-TEXT (STM-CMT-COUNT).
020625 1310-EXIT.
020626     EXIT.
020627
020628******************************************************************
020629*    1250-LOAD-BRANCH-REF.  BRANCH NAMES AND REGIONS.            *
020630******************************************************************
020631 1250-LOAD-BRANCH-REF.
020632     READ BRANCH-MASTER
020633         AT END
020634             MOVE "Y" TO STM-BRM-EOF-SW
020635             GO TO 1250-EXIT
020636     END-READ.
020638     IF STM-BRM-COUNT >= STM-BRM-MAX
020640         DISPLAY "MYPROG: BRANCH TABLE OVERFLOW"
020654 1250-EXIT.
020656     EXIT.
020658
020660******************************************************************
020662*    1350-LOAD-FINAL.  CUSTOMERS CLOSED TONIGHT BY ACCTCLOS.     *
020664******************************************************************
020666 1350-LOAD-FINAL.
020668     READ FINAL-STATEMENT-FILE
020670         AT END
020672             MOVE "Y" TO STM-FIN-EOF-SW
020674             GO TO 1350-EXIT
020676     END-READ.
020678     IF STM-FIN-COUNT >= STM-FIN-MAX
020680         DISPLAY "MYPROG: FINAL STATEMENT TABLE OVERFLOW"
020682         MOVE 12 TO RETURN-CODE
020684         STOP RUN.
020686     ADD 1 TO STM-FIN-COUNT.
020688     MOVE FS-CUST-NUMBER TO STM-FIN-CUST (STM-FIN-COUNT).
020690 1350-EXIT.
020692     EXIT.
020694
020700******************************************************************
020800*    2000-RELEASE-MASTER.  FEED THE SORT FROM THE MASTER.        *
020900******************************************************************
022102*    DORMANT CUSTOMERS GET NO STATEMENTS (DORMANCY SUPPRESSION)
022104     IF DORMANT
022106         GO TO 2100-EXIT.
022107*    A CLOSED CUSTOMER GETS EXACTLY ONE MORE STATEMENT, ON THE
022108*    NIGHT OF CLOSURE, WHATEVER THE STATEMENT CYCLE
022109     IF CLOSED
022110         PERFORM 2120-CHECK-FINAL THRU 2120-EXIT
022111         IF STM-FIN-FOUND
022112             GO TO 2110-BUILD-SORT-RECORD
022113         ELSE
022114             GO TO 2100-EXIT
022115         END-IF
022116     END-IF.
022117     MOVE STM-RUN-DATE TO SY-RUN-DATE.
022120     MOVE STMT-CYCLE TO SY-CYCLE.
022130     MOVE STMT-CYCLE-DAY TO SY-CYCLE-DAY.
022140     CALL "STMTCYC" USING STCY-PARM.
022150     IF NOT SY-DUE
022160         GO TO 2100-EXIT.
022180 2110-BUILD-SORT-RECORD.
022200     MOVE CUST-BRANCH TO SRT-BRANCH.
022300     MOVE CUST-NUMBER TO SRT-CUST-NUMBER.
022400     MOVE FIRSTNAME TO SRT-FIRSTNAME.
022864                 MOVE HX-HOUSEHOLD-ID TO SRT-HOUSE-KEY
022866                 MOVE "H" TO SRT-HOUSE-FLAG
022868         END-READ.
022874     PERFORM 2130-CHECK-ESTATE THRU 2130-EXIT.
022877     PERFORM 2140-GET-LANGUAGE THRU 2140-EXIT.
022880     PERFORM 2150-SET-REGION THRU 2150-EXIT.
022900     RELEASE SORT-RECORD.
023000 2100-EXIT.
023100     EXIT.
023101
023102 2120-CHECK-FINAL.
023103     MOVE "N" TO STM-FIN-FOUND-SW.
023104     MOVE ZERO TO STM-FIN-SUB.
023105     PERFORM 2125-SCAN-FINAL THRU 2125-EXIT
023106         UNTIL STM-FIN-FOUND
023107            OR STM-FIN-SUB >= STM-FIN-COUNT.
023108 2120-EXIT.
023109     EXIT.
023110
023111 2125-SCAN-FINAL.
023112     ADD 1 TO STM-FIN-SUB.
023113     IF STM-FIN-CUST (STM-FIN-SUB) = CUST-NUMBER
023114         MOVE "Y" TO STM-FIN-FOUND-SW.
023115 2125-EXIT.
023116     EXIT.
023117
023118******************************************************************
023119*    2130-CHECK-ESTATE.  WHILE AN ESTATE CASE IS OPEN THE        *
023120*    STATEMENT GOES ON PAPER TO THE EXECUTOR, IN ITS OWN         *
023121*    ENVELOPE.                                                   *
023122******************************************************************
023123 2130-CHECK-ESTATE.
023124     MOVE "N" TO SRT-ESTATE-FLAG.
023125     MOVE SPACES TO SRT-EXEC-NAME.
023126     IF NOT STM-EST-OPEN
023127         GO TO 2130-EXIT.
023128     MOVE CUST-NUMBER TO EC-CUST-NUMBER.
023129     READ ESTATE-REGISTER
023130         INVALID KEY GO TO 2130-EXIT
023131     END-READ.
023132     IF NOT EC-CASE-OPEN
023133         GO TO 2130-EXIT.
023134     MOVE "Y" TO SRT-ESTATE-FLAG.
023135     MOVE EC-EXECUTOR-NAME TO SRT-EXEC-NAME.
023136     MOVE EC-EXEC-STREET TO SRT-STREET.
023137     MOVE EC-EXEC-HOUSE-NUMBER TO SRT-HOUSE-NUMBER.
023138     MOVE EC-EXEC-ZIP TO SRT-ZIP.
023139     MOVE EC-EXEC-CITY TO SRT-CITY.
023140     MOVE "P" TO SRT-DELIVERY.
023141     MOVE "N" TO SRT-HOUSE-FLAG.
023142     MOVE CUST-NUMBER TO SRT-HOUSE-KEY.
023143 2130-EXIT.
023144     EXIT.
023145
023146******************************************************************
023147*    2150-SET-REGION.  REGION FOR THE CUSTOMER'S BRANCH FROM     *
023148*    THE BRANCH REFERENCE TABLE; "???" WHEN UNKNOWN SO A         *
023149*    PHANTOM BRANCH STILL SURFACES IN ITS OWN GROUP.             *
023150******************************************************************
023151 2150-SET-REGION.
023152     MOVE "???" TO SRT-REGION.
023153     MOVE "N" TO STM-BRM-FOUND-SW.
023154     MOVE ZERO TO STM-BRM-SUB.
023155     PERFORM 2160-SCAN-BRANCH-REF THRU 2160-EXIT
023156         UNTIL STM-BRM-FOUND
023157            OR STM-BRM-SUB >= STM-BRM-COUNT.
023158     IF STM-BRM-FOUND
023159         MOVE STM-BRM-REGION (STM-BRM-SUB) TO SRT-REGION.
023160 2150-EXIT.
023161     EXIT.
023162
023163 2160-SCAN-BRANCH-REF.
023164     ADD 1 TO STM-BRM-SUB.
023165     IF STM-BRM-CODE (STM-BRM-SUB) = CUST-BRANCH
023166         MOVE "Y" TO STM-BRM-FOUND-SW.
023167 2160-EXIT.
023168     EXIT.
023169
023170******************************************************************
023171*    2140-GET-LANGUAGE.  THE CUSTOMER'S PREFERRED LANGUAGE FROM  *
023172*    THE PREFERENCE REGISTER; SPACES FOR THE HOUSE DEFAULT.      *
023173******************************************************************
023174 2140-GET-LANGUAGE.
023175     MOVE SPACES TO SRT-LANGUAGE.
023176     IF NOT STM-PF-OPEN
023177         GO TO 2140-EXIT.
023178     MOVE CUST-NUMBER TO PF-CUST-NUMBER.
023179     READ CUSTOMER-PREFERENCE
023180         INVALID KEY GO TO 2140-EXIT
023181     END-READ.
023182     MOVE PF-LANGUAGE TO SRT-LANGUAGE.
023183 2140-EXIT.
023184     EXIT.
023200
023300******************************************************************
023400*    3000-PRINT-STATEMENTS.  PAGINATED PRINT, BRANCH BREAKS.     *
024924     MOVE STM-EXCEPT-COUNT TO STM-EXC-COUNT.
024926     WRITE PRINT-LINE FROM STM-EXCEPT-TOTAL-LINE
024928         AFTER ADVANCING 1 LINE.
024934     IF STM-PF-OPEN
024940         MOVE "STATEMENTS LANGUAGE DEFAULTED" TO STM-LNG-LABEL
024946         MOVE STM-LANG-DEFAULT-COUNT TO STM-LNG-COUNT
024952         WRITE PRINT-LINE FROM STM-LANG-TOTAL-LINE
024958             AFTER ADVANCING 1 LINE
024964         MOVE "CAMPAIGN TEXTS DEFAULTED" TO STM-LNG-LABEL
024970         MOVE STM-CMT-DEFAULT-COUNT TO STM-LNG-COUNT
024976         WRITE PRINT-LINE FROM STM-LANG-TOTAL-LINE
024982             AFTER ADVANCING 1 LINE.
024988     IF STM-EXCEPT-COUNT > ZERO
024994         MOVE 4 TO RETURN-CODE.
025000     MOVE SPACES TO STMT-CONTROL-RECORD.
025100     MOVE STM-RUN-DATE TO SC-RUN-DATE.
025200     MOVE STM-PAPER-COUNT TO SC-PAPER-COUNT.
030300     MOVE SRT-SALDO TO ES-BALANCE.
030400     MOVE SRT-CURRENCY TO ES-CURRENCY.
030500     MOVE SRT-BRANCH TO ES-BRANCH.
030505     MOVE SRT-LANGUAGE TO ES-LANGUAGE.
030510     PERFORM 3260-FIRST-CAMPAIGN THRU 3260-EXIT.
030600     WRITE ESTMT-RECORD.
030700 3250-EXIT.
030816*    THE CUSTOMER IN THE CURRENT SORT RECORD.                    *
030818******************************************************************
030820 3240-MATCH-CAMPAIGNS.
030821*    NO MARKETING TO THE ESTATE OF A DECEASED CUSTOMER
030822     IF SRT-ESTATE-FLAG = "Y"
030823         MOVE ALL "N" TO STM-CMP-MATCH-TABLE
030824         GO TO 3240-EXIT.
030825     MOVE ZERO TO STM-CMP-SUB.
030826     PERFORM 3245-MATCH-ONE THRU 3245-EXIT
030827         UNTIL STM-CMP-SUB >= STM-CMP-COUNT.
030828 3240-EXIT.
030830     EXIT.
030832
030878
030880******************************************************************
030882*    3260-FIRST-CAMPAIGN.  FIRST MATCHING CAMPAIGN RIDES THE     *
030884*    E-STATEMENT EXTRACT RECORD IN THE CUSTOMER'S LANGUAGE.      *
030886******************************************************************
030888 3260-FIRST-CAMPAIGN.
030890     MOVE ZERO TO STM-CMP-SUB.
030900     IF STM-CMP-MATCH-SW (STM-CMP-SUB) NOT = "Y"
030902         GO TO 3260-SCAN.
030904     MOVE STM-CMP-ID (STM-CMP-SUB) TO ES-CAMPAIGN-ID.
030906     MOVE SRT-LANGUAGE TO STM-TEXT-LANG.
030907     PERFORM 3265-CAMPAIGN-TEXT THRU 3265-EXIT.
030908     MOVE STM-CMP-TEXT-WORK TO ES-CAMPAIGN-TEXT.
030909 3260-EXIT.
030910     EXIT.
030912
030914******************************************************************
030916*    3265-CAMPAIGN-TEXT.  MESSAGE TEXT OF CAMPAIGN STM-CMP-SUB   *
030918*    IN LANGUAGE STM-TEXT-LANG.  WITH NO TRANSLATION HELD THE    *
030920*    DEFAULT TEXT IS USED AND COUNTED AT END OF RUN.             *
030922******************************************************************
030924 3265-CAMPAIGN-TEXT.
030926     MOVE STM-CMP-TEXT (STM-CMP-SUB) TO STM-CMP-TEXT-WORK.
030928     IF STM-TEXT-LANG = SPACES
030930         GO TO 3265-EXIT.
030932     MOVE "N" TO STM-CMT-FOUND-SW.
030934     MOVE ZERO TO STM-CMT-SUB.
030936     PERFORM 3266-SCAN-TRANSLATION THRU 3266-EXIT
030938         UNTIL STM-CMT-FOUND
030940            OR STM-CMT-SUB >= STM-CMT-COUNT.
030942     IF STM-CMT-FOUND
030944         MOVE STM-CMT-TEXT (STM-CMT-SUB) TO STM-CMP-TEXT-WORK
030946     ELSE
030948         ADD 1 TO STM-CMT-DEFAULT-COUNT.
030950 3265-EXIT.
030952     EXIT.
030954
030956 3266-SCAN-TRANSLATION.
030958     ADD 1 TO STM-CMT-SUB.
030960     IF STM-CMT-ID (STM-CMT-SUB) = STM-CMP-ID (STM-CMP-SUB)
030962      AND STM-CMT-LANG (STM-CMT-SUB) = STM-TEXT-LANG
030964         MOVE "Y" TO STM-CMT-FOUND-SW.
030966 3266-EXIT.
030968     EXIT.
030970
031000******************************************************************
031100*    3270-ARCHIVE-STMT.  ARCHIVE THE STATEMENT AS PRODUCED.      *
031200******************************************************************
033270         PERFORM 3280-PRINT-MEMBER THRU 3280-EXIT
033280         GO TO 3200-SET-PRIOR.
033300     ADD 1 TO STM-PAGE-COUNT.
033350     PERFORM 3205-SET-CAPTIONS THRU 3205-EXIT.
033400     MOVE SRT-BRANCH TO STM-HDG-BRANCH.
033500     MOVE STM-PAGE-COUNT TO STM-HDG-PAGE.
033600     WRITE PRINT-LINE FROM STM-STMT-HEADING
033700         AFTER ADVANCING PAGE.
033710     MOVE SRT-STREET TO STM-ADR-STREET.
033720     MOVE SRT-HOUSE-NUMBER TO STM-ADR-HOUSE.
033722     IF SRT-ESTATE-FLAG = "Y"
033724         MOVE SRT-EXEC-NAME TO STM-EXL-NAME
033726         WRITE PRINT-LINE FROM STM-EXEC-LINE
033728             AFTER ADVANCING 2 LINES
033730         WRITE PRINT-LINE FROM STM-ADDR-LINE-1
033732             AFTER ADVANCING 1 LINE
033734     ELSE
033736         WRITE PRINT-LINE FROM STM-ADDR-LINE-1
033738             AFTER ADVANCING 2 LINES
033740     END-IF.
033750     MOVE SRT-ZIP TO STM-ADR-ZIP.
033760     MOVE SRT-CITY TO STM-ADR-CITY.
033770     WRITE PRINT-LINE FROM STM-ADDR-LINE-2
033842     MOVE SRT-CURRENCY TO STM-DTL-CURRENCY.
033844     WRITE PRINT-LINE FROM STM-BALANCE-LINE
033846         AFTER ADVANCING 1 LINE.
033847     PERFORM 3300-LIST-ACCOUNTS THRU 3300-EXIT.
033848     IF STM-RUN-BALANCE NOT = SRT-SALDO
033850         ADD 1 TO STM-EXCEPT-COUNT
033852         WRITE PRINT-LINE FROM STM-EXCEPTION-LINE
033881
033883 3295-PRINT-CMP-ONE.
033885     ADD 1 TO STM-CMP-SUB.
033887     IF STM-CMP-MATCH-SW (STM-CMP-SUB) NOT = "Y"
033888         GO TO 3295-EXIT.
033889     MOVE STM-PAGE-LANG TO STM-TEXT-LANG.
033890     PERFORM 3265-CAMPAIGN-TEXT THRU 3265-EXIT.
033891     MOVE STM-CMP-TEXT-WORK TO STM-CPL-TEXT.
033892     WRITE PRINT-LINE FROM STM-CAMPAIGN-LINE
033893         AFTER ADVANCING 2 LINES.
033895 3295-EXIT.
033897     EXIT.
033921
033945******************************************************************
033969*    3205-SET-CAPTIONS.  HEADINGS AND CAPTIONS FOR A NEW         *
033993*    PAGE IN THE LANGUAGE OF ITS FIRST CUSTOMER; HOUSEHOLD       *
034017*    SECTIONS FOLLOW THE PAGE.  A LANGUAGE WITH NO CAPTION SET   *
034041*    FALLS BACK TO THE DEFAULT AND IS COUNTED AT END OF RUN.     *
034065******************************************************************
034089 3205-SET-CAPTIONS.
034113     MOVE SRT-LANGUAGE TO STM-PAGE-LANG.
034137     MOVE 1 TO STM-CAP-SUB.
034161     IF SRT-LANGUAGE = SPACES
034185         GO TO 3205-MOVE-CAPTIONS.
034209     PERFORM 3206-SCAN-CAPTIONS THRU 3206-EXIT
034233         UNTIL STM-CAP-LANG (STM-CAP-SUB) = SRT-LANGUAGE
034257            OR STM-CAP-SUB >= STM-CAP-MAX.
034281     IF STM-CAP-LANG (STM-CAP-SUB) NOT = SRT-LANGUAGE
034305         MOVE 1 TO STM-CAP-SUB
034329         ADD 1 TO STM-LANG-DEFAULT-COUNT.
034353 3205-MOVE-CAPTIONS.
034377     MOVE STM-CAP-TITLE (STM-CAP-SUB) TO STM-HDG-TITLE.
034401     MOVE STM-CAP-BRANCH (STM-CAP-SUB) TO STM-HDG-BR-CAPTION.
034425     MOVE STM-CAP-PAGE (STM-CAP-SUB) TO STM-HDG-PG-CAPTION.
034449     MOVE STM-CAP-CUSTOMER (STM-CAP-SUB) TO STM-DTL-CAPTION.
034473     MOVE STM-CAP-BALANCE (STM-CAP-SUB) TO STM-BAL-CAPTION.
034497     MOVE STM-CAP-OPENING (STM-CAP-SUB) TO STM-OPN-CAPTION.
034521     MOVE STM-CAP-ACCOUNT (STM-CAP-SUB) TO STM-ACL-CAPTION.
034545     MOVE STM-CAP-ACCT (STM-CAP-SUB) TO STM-PST-CAPTION.
034569     MOVE STM-CAP-EXECUTOR (STM-CAP-SUB) TO STM-EXL-CAPTION.
034593 3205-EXIT.
034617     EXIT.
034641
034665 3206-SCAN-CAPTIONS.
034689     ADD 1 TO STM-CAP-SUB.
034713 3206-EXIT.
034737     EXIT.
034761
034812******************************************************************
034814*    3210-FIND-PRIOR-STMT.  LATEST ARCHIVED STATEMENT BEFORE     *
034816*    TONIGHT GIVES THE OPENING BALANCE AND THE CUT-OFF DATE.     *
034820*    DERIVED BACKWARDS FROM THE MASTER BALANCE.                  *
034822******************************************************************
034824 3210-FIND-PRIOR-STMT.
034825     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
034826     MOVE "N" TO STM-PRIOR-FOUND-SW.
034828     MOVE "N" TO STM-ARCH-DONE-SW.
034830     MOVE ZERO TO STM-PRIOR-STMT-DATE.
034996         TO STM-PST-REFERENCE.
034998     MOVE STM-TBL-SOURCE (STM-HIST-SUB) TO STM-PST-SOURCE.
035000     MOVE STM-TBL-AMOUNT (STM-HIST-SUB) TO STM-PST-AMOUNT.
035001     MOVE STM-TBL-ACCT (STM-HIST-SUB) TO STM-PST-ACCT.
035002     MOVE STM-RUN-BALANCE TO STM-PST-BALANCE.
035004     WRITE PRINT-LINE FROM STM-POSTING-LINE
035006         AFTER ADVANCING 1 LINE.
035008 3225-EXIT.
035010     EXIT.
035012
035017******************************************************************
035022*    3300-LIST-ACCOUNTS.  ONE LINE PER ACCOUNT THE CUSTOMER      *
035027*    HOLDS, FROM THE ACCOUNT MASTER, UNDER THE CUSTOMER TOTAL.   *
035032*    A CLOSED ACCOUNT STILL PRINTS SO ITS CLOSURE IS SEEN.       *
035037******************************************************************
035042 3300-LIST-ACCOUNTS.
035047     MOVE "N" TO STM-ACCT-DONE-SW.
035052     MOVE SRT-CUST-NUMBER TO AC-CUST-NUMBER.
035057     MOVE ZERO TO AC-ACCT-SEQ.
035062     START ACCOUNT-MASTER
035067         KEY IS NOT LESS THAN AC-KEY
035072         INVALID KEY MOVE "Y" TO STM-ACCT-DONE-SW
035077     END-START.
035082     PERFORM 3310-LIST-ONE-ACCOUNT THRU 3310-EXIT
035087         UNTIL STM-ACCT-DONE.
035092 3300-EXIT.
035097     EXIT.
035102
035107 3310-LIST-ONE-ACCOUNT.
035112     READ ACCOUNT-MASTER NEXT RECORD
035117         AT END
035122             MOVE "Y" TO STM-ACCT-DONE-SW
035127             GO TO 3310-EXIT
035132     END-READ.
035137     IF AC-CUST-NUMBER NOT = SRT-CUST-NUMBER
035142         MOVE "Y" TO STM-ACCT-DONE-SW
035147         GO TO 3310-EXIT.
035152     MOVE AC-ACCT-SEQ TO STM-ACL-SEQ.
035157     IF AC-SAVINGS
035162         MOVE STM-CAP-SAVINGS (STM-CAP-SUB) TO STM-ACL-TYPE
035167     ELSE
035172         MOVE STM-CAP-CURRENT (STM-CAP-SUB) TO STM-ACL-TYPE
035177     END-IF.
035182     MOVE AC-SALDO TO STM-ACL-BALANCE.
035187     MOVE AC-CURRENCY-CODE TO STM-ACL-CURRENCY.
035192     IF AC-CLOSED
035197         MOVE STM-CAP-CLOSED (STM-CAP-SUB) TO STM-ACL-STATUS
035202     ELSE
035207         MOVE SPACES TO STM-ACL-STATUS
035212     END-IF.
035217     WRITE PRINT-LINE FROM STM-ACCOUNT-LINE
035222         AFTER ADVANCING 1 LINE.
035227 3310-EXIT.
035232     EXIT.
035237
035242******************************************************************
035247*    3500-BRANCH-SUBTOTAL.  CLOSE OUT ONE BRANCH SECTION.        *
035252******************************************************************
035300 3500-BRANCH-SUBTOTAL.
035400     MOVE STM-PRIOR-BRANCH TO STM-SUB-BRANCH.
035410     MOVE SPACES TO STM-SUB-BRNAME.
