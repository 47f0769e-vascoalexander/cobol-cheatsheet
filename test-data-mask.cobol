000100******************************************************************
000200* PROGRAM NAME:   TESTMASK                                       *
000300* ORIGINAL AUTHOR: H. KELLER                                     *
000400*                                                                *
000500* MASKED TEST-DATA EXTRACT.  BUILDS THE TEST-REGION COPY OF THE  *
000600* CUSTOMER MASTER AND ITS SATELLITE FILES FROM PRODUCTION WITH   *
000700* THE PERSONAL FIELDS REPLACED.  EVERY MASKED VALUE IS DERIVED   *
000800* FROM THE RECORD'S KEY ALONE (CUSTOMER NUMBER, OR APPLICANT ID  *
000900* ON THE LICENSING FILES), SO ONE CUSTOMER IS MASKED THE SAME    *
001000* WAY IN THE MASTER, THE STATEMENT ARCHIVE AND EVERY JOURNAL     *
001100* IMAGE, AND A JOURNAL CHAIN THAT PROVES IN PRODUCTION STILL     *
001200* PROVES UNDER JRNLVRFY IN TEST.  KEYS, BALANCES, AMOUNTS,       *
001300* BRANCHES, STATES AND DATES OTHER THAN THE BIRTH DATE ARE       *
001400* COPIED AS THEY STAND, SO LOOPS AND THE OTHER CONTROL-TOTAL     *
001500* PROOFS BALANCE.                                                *
001600*                                                                *
001700* MASKED:  FIRST AND LAST NAME, BIRTH DAY AND MONTH (THE YEAR    *
001800*          IS KEPT SO AGE-BASED RULES STILL APPLY), STREET AND   *
001900*          HOUSE NUMBER OF EVERY ADDRESS OCCURRENCE, CONTACT-LOG *
002000*          NOTE TEXT, APPLICANT AND LICENSE-HOLDER NAMES, THE    *
002033*          PAYEE NAME AND IBAN OF A STANDING ORDER (THE BIC      *
002066*          NAMES A BANK, NOT A PERSON, AND IS KEPT), THE MOBILE  *
002083*          NUMBER AND E-MAIL ADDRESS ON THE CHANNEL REGISTER.    *
002100* KEPT:    POSTAL CODE, CITY AND COUNTRY (POSTAL VALIDATION AND  *
002200*          REGIONAL REPORTING), EMPLOYMENT STATUS, THE PROMISE   *
002300*          AMOUNT AND DUE DATE OF A PROMISE-TO-PAY NOTE, ALERT   *
002350*          CONSENT, VERIFICATION DATE AND WARNING LEVEL.         *
002400* POSTHIST AND LICNOCTL CARRY NO PERSONAL FIELDS AND ARE COPIED  *
002500* UNCHANGED.  A SATELLITE FILE THAT IS NOT ALLOCATED IS          *
002600* REPORTED AND SKIPPED; THE MASTER IS REQUIRED.                  *
002700* THE CONTROL REPORT SHOWS RECORDS READ, WRITTEN AND MASKED PER  *
002800* FILE; ANY FILE WHOSE COUNTS DISAGREE ENDS THE STEP WITH RC=8.  *
002900*                                                                *
003000* MAINTENANCE LOG                                                *
003100* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
003200* --------- ------------  -------------------------------------- *
003300* 15/10/26  HK            CREATED - MASKED TEST-DATA EXTRACT     *
003333* 15/10/26  HK            STANDING ORDER WIDENED TO 140 BYTES;   *
003366*                         PAYEE NAME AND IBAN MASKED             *
003377* 15/10/26  HK            CONTACT-CHANNEL REGISTER CUSTCHAN      *
003388*                         COPIED WITH MOBILE AND E-MAIL MASKED   *
003392* 15/10/26  HK            LICENSE MASTER WIDENED TO 150 BYTES    *
003396*                         FOR THE PER-CLASS ENTRIES              *
003397* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 150   *
003398*                         BYTES; ORDER CREATED DATE HELD AS A    *
003399*                         DISPLAY DATE                           *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.  TESTMASK.
003700 AUTHOR. H. KELLER.
003800 INSTALLATION. COBOL DEVELOPMENT CENTER.
003900 DATE-WRITTEN. 15/10/26.
004000 DATE-COMPILED. 15/10/26.
004100 SECURITY. CONFIDENTIAL.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS MI-CUST-NUMBER
005000         FILE STATUS IS MSK-MAST-STATUS.
005100     SELECT TEST-MASTER ASSIGN TO TCUSTMST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS CUST-NUMBER
005500         FILE STATUS IS MSK-TMAST-STATUS.
005600     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS PH-KEY
006000         FILE STATUS IS MSK-HIST-STATUS.
006100     SELECT TEST-HISTORY ASSIGN TO TPOSTHST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS TH-KEY
006500         FILE STATUS IS MSK-THIST-STATUS.
006600     SELECT STANDING-ORDER-FILE ASSIGN TO STORDFIL
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS SO-KEY
007000         FILE STATUS IS MSK-ORD-STATUS.
007100     SELECT TEST-ORDER-FILE ASSIGN TO TSTORDFL
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS TO-KEY
007500         FILE STATUS IS MSK-TORD-STATUS.
007600     SELECT STMT-ARCHIVE ASSIGN TO STMTARCH
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS SA-KEY
008000         FILE STATUS IS MSK-ARC-STATUS.
008100     SELECT TEST-STMT-ARCHIVE ASSIGN TO TSTMTARC
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS TA-KEY
008500         FILE STATUS IS MSK-TARC-STATUS.
008600     SELECT CUSTOMER-JOURNAL ASSIGN TO CUSTJRNL
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS MSK-JRNL-STATUS.
008900     SELECT TEST-JOURNAL ASSIGN TO TCUSTJRN
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS MSK-TJRNL-STATUS.
009200     SELECT CONTACT-LOG ASSIGN TO CONTLOG
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS MSK-CONT-STATUS.
009500     SELECT TEST-CONTACT-LOG ASSIGN TO TCONTLOG
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS MSK-TCONT-STATUS.
009709     SELECT CONTACT-CHANNEL ASSIGN TO CUSTCHAN
009718         ORGANIZATION IS INDEXED
009727         ACCESS MODE IS SEQUENTIAL
009736         RECORD KEY IS CH-CUST-NUMBER
009745         FILE STATUS IS MSK-CHN-STATUS.
009754     SELECT TEST-CHANNEL ASSIGN TO TCUSTCHN
009763         ORGANIZATION IS INDEXED
009772         ACCESS MODE IS SEQUENTIAL
009781         RECORD KEY IS TN-KEY
009790         FILE STATUS IS MSK-TCHN-STATUS.
009800     SELECT LICENSE-MASTER ASSIGN TO LICMAST
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS LC-APPL-ID
010200         FILE STATUS IS MSK-LIC-STATUS.
010300     SELECT TEST-LICENSE-MASTER ASSIGN TO TLICMAST
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS TL-APPL-ID
010700         FILE STATUS IS MSK-TLIC-STATUS.
010800     SELECT NUMBER-CONTROL ASSIGN TO LICNOCTL
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS MSK-LNC-STATUS.
011100     SELECT TEST-NUMBER-CONTROL ASSIGN TO TLICNOCT
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS MSK-TLNC-STATUS.
011400     SELECT APPLICANT-FILE ASSIGN TO APPLFILE
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS MSK-APP-STATUS.
011700     SELECT TEST-APPLICANT-FILE ASSIGN TO TAPPLFIL
011800         ORGANIZATION IS SEQUENTIAL
011900         FILE STATUS IS MSK-TAPP-STATUS.
012000     SELECT DECISION-FILE ASSIGN TO ELIGOUT
012100         ORGANIZATION IS SEQUENTIAL
012200         FILE STATUS IS MSK-DEC-STATUS.
012300     SELECT TEST-DECISION-FILE ASSIGN TO TELIGOUT
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS MSK-TDEC-STATUS.
012600     SELECT CONTROL-REPORT ASSIGN TO MASKRPT
012700         ORGANIZATION IS SEQUENTIAL
012800         FILE STATUS IS MSK-RPT-STATUS.
012900
013000 DATA DIVISION.
013100 FILE SECTION.
013200*    THE PRODUCTION MASTER IS READ AS A WHOLE IMAGE; THE TEST
013300*    MASTER'S RECORD AREA CARRIES THE CUSTMAST LAYOUT AND IS THE
013400*    WORK AREA IN WHICH EVERY MASTER AND JOURNAL IMAGE IS MASKED
013500 FD  CUSTOMER-MASTER
013600     RECORD CONTAINS 273 CHARACTERS.
013700 01  MASTER-IN-RECORD.
013800     05  MI-CUST-NUMBER          PIC 9(06).
013900     05  FILLER                  PIC X(267).
014000
014100 FD  TEST-MASTER
014200     RECORD CONTAINS 273 CHARACTERS.
014300 COPY CUSTMAST.
014400
014500 FD  POSTING-HISTORY
014600     RECORD CONTAINS 100 CHARACTERS.
014700 COPY POSTHIST.
014800
014900 FD  TEST-HISTORY
015000     RECORD CONTAINS 100 CHARACTERS.
015100 01  TEST-HISTORY-RECORD.
015200     05  TH-KEY                  PIC X(27).
015300     05  FILLER                  PIC X(73).
015400
015500 FD  STANDING-ORDER-FILE
015600     RECORD CONTAINS 150 CHARACTERS.
015700 COPY STANDORD.
015800
015900 FD  TEST-ORDER-FILE
016000     RECORD CONTAINS 150 CHARACTERS.
016100 01  TEST-ORDER-RECORD.
016200     05  TO-KEY                  PIC X(08).
016300     05  FILLER                  PIC X(142).
016400
016500 FD  STMT-ARCHIVE
016600     RECORD CONTAINS 60 CHARACTERS.
016700 COPY STMTARCH.
016800
016900 FD  TEST-STMT-ARCHIVE
017000     RECORD CONTAINS 60 CHARACTERS.
017100 01  TEST-STMT-ARCHIVE-RECORD.
017200     05  TA-KEY                  PIC X(14).
017300     05  FILLER                  PIC X(46).
017400
017500 FD  CUSTOMER-JOURNAL
017600     RECORD CONTAINS 587 CHARACTERS.
017700 COPY JRNLREC.
017800
017900 FD  TEST-JOURNAL
018000     RECORD CONTAINS 587 CHARACTERS.
018100 01  TEST-JOURNAL-RECORD         PIC X(587).
018200
018300 FD  CONTACT-LOG
018400     RECORD CONTAINS 80 CHARACTERS.
018500 COPY CONTLOG.
018600
018700 FD  TEST-CONTACT-LOG
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  TEST-CONTACT-LOG-RECORD     PIC X(80).
018909
018918 FD  CONTACT-CHANNEL
018927     RECORD CONTAINS 120 CHARACTERS.
018936 COPY CUSTCHAN.
018945
018954 FD  TEST-CHANNEL
018963     RECORD CONTAINS 120 CHARACTERS.
018972 01  TEST-CHANNEL-RECORD.
018981     05  TN-KEY                  PIC X(06).
018990     05  FILLER                  PIC X(114).
019000
019100 FD  LICENSE-MASTER
019200     RECORD CONTAINS 150 CHARACTERS.
019300 COPY LICMAST.
019400
019500 FD  TEST-LICENSE-MASTER
019600     RECORD CONTAINS 150 CHARACTERS.
019700 01  TEST-LICENSE-RECORD.
019800     05  TL-APPL-ID              PIC 9(06).
019900     05  FILLER                  PIC X(144).
020000
020100 FD  NUMBER-CONTROL
020200     RECORD CONTAINS 20 CHARACTERS.
020300 COPY LICNOCTL.
020400
020500 FD  TEST-NUMBER-CONTROL
020600     RECORD CONTAINS 20 CHARACTERS.
020700 01  TEST-NUMBER-CONTROL-RECORD  PIC X(20).
020800
020900 FD  APPLICANT-FILE
021000     RECORD CONTAINS 40 CHARACTERS.
021100 COPY APPLREC.
021200
021300 FD  TEST-APPLICANT-FILE
021400     RECORD CONTAINS 40 CHARACTERS.
021500 01  TEST-APPLICANT-RECORD       PIC X(40).
021600
021700 FD  DECISION-FILE
021800     RECORD CONTAINS 60 CHARACTERS.
021900 COPY ELIGDEC.
022000
022100 FD  TEST-DECISION-FILE
022200     RECORD CONTAINS 60 CHARACTERS.
022300 01  TEST-DECISION-RECORD        PIC X(60).
022400
022500 FD  CONTROL-REPORT
022600     RECORD CONTAINS 132 CHARACTERS.
022700 01  REPORT-LINE                 PIC X(132).
022800
022900 WORKING-STORAGE SECTION.
023000 77  MSK-MAST-STATUS             PIC X(02).
023100 77  MSK-TMAST-STATUS            PIC X(02).
023200 77  MSK-HIST-STATUS             PIC X(02).
023300 77  MSK-THIST-STATUS            PIC X(02).
023400 77  MSK-ORD-STATUS              PIC X(02).
023500 77  MSK-TORD-STATUS             PIC X(02).
023600 77  MSK-ARC-STATUS              PIC X(02).
023700 77  MSK-TARC-STATUS             PIC X(02).
023800 77  MSK-JRNL-STATUS             PIC X(02).
023900 77  MSK-TJRNL-STATUS            PIC X(02).
024000 77  MSK-CONT-STATUS             PIC X(02).
024100 77  MSK-TCONT-STATUS            PIC X(02).
024133 77  MSK-CHN-STATUS              PIC X(02).
024166 77  MSK-TCHN-STATUS             PIC X(02).
024200 77  MSK-LIC-STATUS              PIC X(02).
024300 77  MSK-TLIC-STATUS             PIC X(02).
024400 77  MSK-LNC-STATUS              PIC X(02).
024500 77  MSK-TLNC-STATUS             PIC X(02).
024600 77  MSK-APP-STATUS              PIC X(02).
024700 77  MSK-TAPP-STATUS             PIC X(02).
024800 77  MSK-DEC-STATUS              PIC X(02).
024900 77  MSK-TDEC-STATUS             PIC X(02).
025000 77  MSK-RPT-STATUS              PIC X(02).
025100
025200 77  MSK-EOF-SW                  PIC X(01) VALUE "N".
025300     88  MSK-EOF                 VALUE "Y".
025400 77  MSK-BREAK-SW                PIC X(01) VALUE "N".
025500     88  MSK-COUNTS-BROKEN       VALUE "Y".
025600
025700* PER-FILE COUNTS, RESET AT THE START OF EACH FILE
025800 77  MSK-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
025900 77  MSK-WRITE-COUNT             PIC 9(09) COMP VALUE ZERO.
026000 77  MSK-MASK-COUNT              PIC 9(09) COMP VALUE ZERO.
026100 77  MSK-ADDR-SUB                PIC 9(01) COMP VALUE ZERO.
026200
026300* KEY-DERIVED MASK VALUES; 8100-DERIVE-MASK FILLS THEM FROM
026400* MSK-MASK-KEY AND NOTHING ELSE
026500 77  MSK-MASK-KEY                PIC 9(06) VALUE ZERO.
026600 77  MSK-QUOTIENT                PIC 9(06) COMP VALUE ZERO.
026700 77  MSK-NAME-SUB                PIC 9(02) COMP VALUE ZERO.
026800 77  MSK-MONTH                   PIC 9(02) COMP VALUE ZERO.
026900 77  MSK-DAY                     PIC 9(02) COMP VALUE ZERO.
027000 77  MSK-HOUSE-NUMBER            PIC 9(03) VALUE ZERO.
027100 77  MSK-FIRSTNAME               PIC X(10).
027200
027300 01  MSK-RUN-DATE                PIC 9(08).
027400
027500 01  MSK-LASTNAME.
027600     05  FILLER                  PIC X(08) VALUE "TESTNAME".
027700     05  MSK-LAST-KEY            PIC 9(06).
027800     05  FILLER                  PIC X(01) VALUE SPACE.
027900
028000 01  MSK-APPL-NAME.
028100     05  FILLER                  PIC X(15)
028200         VALUE "TEST APPLICANT ".
028300     05  MSK-APPL-KEY            PIC 9(06).
028400     05  FILLER                  PIC X(04) VALUE SPACES.
028407
028414 01  MSK-PAYEE-NAME.
028421     05  FILLER                  PIC X(11)
028428         VALUE "TEST PAYEE ".
028435     05  MSK-PAYEE-KEY           PIC 9(06).
028442     05  FILLER                  PIC X(13) VALUE SPACES.
028449
028456 01  MSK-PAYEE-IBAN.
028463     05  FILLER                  PIC X(08) VALUE "XX00TEST".
028470     05  MSK-IBAN-CUST           PIC 9(06).
028477     05  MSK-IBAN-SEQ            PIC 9(02).
028484     05  FILLER                  PIC X(18) VALUE SPACES.
028485
028486 01  MSK-MOBILE.
028487     05  FILLER                  PIC X(08) VALUE "+4900000".
028488     05  MSK-MOBILE-KEY          PIC 9(06).
028489     05  FILLER                  PIC X(02) VALUE SPACES.
028490
028491 01  MSK-EMAIL.
028492     05  FILLER                  PIC X(04) VALUE "TEST".
028493     05  MSK-EMAIL-KEY           PIC 9(06).
028494     05  FILLER                  PIC X(15)
028495         VALUE "@MASKED.INVALID".
028496     05  FILLER                  PIC X(35) VALUE SPACES.
028500
028600 01  MSK-BIRTH-DATE.
028700     05  MSK-BIRTH-YYYY          PIC 9(04).
028800     05  MSK-BIRTH-MM            PIC 9(02).
028900     05  MSK-BIRTH-DD            PIC 9(02).
029000 01  MSK-BIRTH-DATE-N REDEFINES MSK-BIRTH-DATE
029100                                 PIC 9(08).
029200
029300* TEST FIRST NAMES, PICKED BY KEY
029400 01  MSK-FIRST-NAMES.
029500     05  FILLER                  PIC X(10) VALUE "ANNA".
029600     05  FILLER                  PIC X(10) VALUE "BERND".
029700     05  FILLER                  PIC X(10) VALUE "CLARA".
029800     05  FILLER                  PIC X(10) VALUE "DIETER".
029900     05  FILLER                  PIC X(10) VALUE "EVA".
030000     05  FILLER                  PIC X(10) VALUE "FRANZ".
030100     05  FILLER                  PIC X(10) VALUE "GRETA".
030200     05  FILLER                  PIC X(10) VALUE "HANS".
030300     05  FILLER                  PIC X(10) VALUE "INGRID".
030400     05  FILLER                  PIC X(10) VALUE "JONAS".
030500 01  MSK-FIRST-NAME-TABLE REDEFINES MSK-FIRST-NAMES.
030600     05  MSK-FIRST-NAME          PIC X(10) OCCURS 10 TIMES.
030700
030800 01  MSK-HEADING-1.
030900     05  FILLER                  PIC X(09) VALUE "TESTMASK ".
031000     05  FILLER                  PIC X(35)
031100         VALUE "MASKED TEST-DATA EXTRACT CONTROL   ".
031200     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
031300     05  MSK-HDG-DATE            PIC 9(08).
031400     05  FILLER                  PIC X(70) VALUE SPACES.
031500
031600 01  MSK-HEADING-2.
031700     05  FILLER                  PIC X(10) VALUE "FILE".
031800     05  FILLER                  PIC X(12) VALUE "        READ".
031900     05  FILLER                  PIC X(12) VALUE "     WRITTEN".
032000     05  FILLER                  PIC X(12) VALUE "      MASKED".
032100     05  FILLER                  PIC X(03) VALUE SPACES.
032200     05  FILLER                  PIC X(06) VALUE "RESULT".
032300     05  FILLER                  PIC X(77) VALUE SPACES.
032400
032500 01  MSK-FILE-LINE.
032600     05  MSK-FL-FILE             PIC X(08).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  MSK-FL-READ             PIC Z(11)9.
032900     05  MSK-FL-WRITTEN          PIC Z(11)9.
033000     05  MSK-FL-MASKED           PIC Z(11)9.
033100     05  FILLER                  PIC X(03) VALUE SPACES.
033200     05  MSK-FL-RESULT           PIC X(30).
033300     05  FILLER                  PIC X(53) VALUE SPACES.
033400
033500 PROCEDURE DIVISION.
033600******************************************************************
033700*    0000-MAINLINE.  THE MASTER FIRST, THEN EACH SATELLITE.      *
033800******************************************************************
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034100     PERFORM 2000-MASK-MASTER THRU 2000-EXIT.
034200     PERFORM 2500-MASK-JOURNAL THRU 2500-EXIT.
034300     PERFORM 3000-COPY-HISTORY THRU 3000-EXIT.
034400     PERFORM 3500-COPY-ORDERS THRU 3500-EXIT.
034500     PERFORM 4000-MASK-STATEMENTS THRU 4000-EXIT.
034600     PERFORM 4500-MASK-CONTACTS THRU 4500-EXIT.
034650     PERFORM 4700-MASK-CHANNELS THRU 4700-EXIT.
034700     PERFORM 5000-MASK-LICENSES THRU 5000-EXIT.
034800     PERFORM 5300-COPY-NUMBER-CONTROL THRU 5300-EXIT.
034900     PERFORM 5500-MASK-APPLICANTS THRU 5500-EXIT.
035000     PERFORM 5800-MASK-DECISIONS THRU 5800-EXIT.
035100     CLOSE TEST-MASTER
035200           CONTROL-REPORT.
035300     IF MSK-COUNTS-BROKEN
035400         MOVE 8 TO RETURN-CODE.
035500     STOP RUN.
035600
035700******************************************************************
035800*    1000-INITIALIZE.  REPORT AND HEADINGS.  THE TEST MASTER IS  *
035900*    OPENED HERE AND KEPT OPEN: ITS RECORD AREA IS THE MASKING   *
036000*    WORK AREA FOR THE JOURNAL IMAGES AS WELL.                   *
036100******************************************************************
036200 1000-INITIALIZE.
036300     OPEN OUTPUT CONTROL-REPORT.
036400     IF MSK-RPT-STATUS NOT = "00"
036500         DISPLAY "TESTMASK: REPORT OPEN FAILED " MSK-RPT-STATUS
036600         MOVE 12 TO RETURN-CODE
036700         STOP RUN.
036800     OPEN OUTPUT TEST-MASTER.
036900     IF MSK-TMAST-STATUS NOT = "00"
037000         DISPLAY "TESTMASK: TEST MASTER OPEN FAILED "
037100             MSK-TMAST-STATUS
037200         MOVE 12 TO RETURN-CODE
037300         STOP RUN.
037400     ACCEPT MSK-RUN-DATE FROM DATE YYYYMMDD.
037500     MOVE MSK-RUN-DATE TO MSK-HDG-DATE.
037600     WRITE REPORT-LINE FROM MSK-HEADING-1
037700         AFTER ADVANCING PAGE.
037800     WRITE REPORT-LINE FROM MSK-HEADING-2
037900         AFTER ADVANCING 2 LINES.
038000 1000-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    2000-MASK-MASTER.  EVERY MASTER RECORD, MASKED, TO THE TEST *
038500*    MASTER IN KEY ORDER.  THE MASTER IS REQUIRED.               *
038600******************************************************************
038700 2000-MASK-MASTER.
038800     MOVE "CUSTMAST" TO MSK-FL-FILE.
038900     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
039000     OPEN INPUT CUSTOMER-MASTER.
039100     IF MSK-MAST-STATUS NOT = "00"
039200         DISPLAY "TESTMASK: MASTER OPEN FAILED " MSK-MAST-STATUS
039300         MOVE 12 TO RETURN-CODE
039400         STOP RUN.
039500     PERFORM 2100-MASTER-ONE THRU 2100-EXIT
039600         UNTIL MSK-EOF.
039700     CLOSE CUSTOMER-MASTER.
039800     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
039900 2000-EXIT.
040000     EXIT.
040100
040200 2100-MASTER-ONE.
040300     READ CUSTOMER-MASTER
040400         AT END
040500             MOVE "Y" TO MSK-EOF-SW
040600             GO TO 2100-EXIT
040700     END-READ.
040800     ADD 1 TO MSK-READ-COUNT.
040900     MOVE MASTER-IN-RECORD TO CUSTOMER-RECORD.
041000     PERFORM 8000-MASK-CUSTOMER THRU 8000-EXIT.
041100     WRITE CUSTOMER-RECORD.
041200     IF MSK-TMAST-STATUS NOT = "00"
041300         DISPLAY "TESTMASK: TEST MASTER WRITE FAILED "
041400             MSK-TMAST-STATUS
041500         MOVE 12 TO RETURN-CODE
041600         STOP RUN.
041700     ADD 1 TO MSK-WRITE-COUNT.
041800 2100-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200*    2500-MASK-JOURNAL.  BEFORE AND AFTER IMAGES ARE MASKED WITH *
042300*    THE MASTER'S RULES; AN EMPTY IMAGE (THE BEFORE IMAGE OF AN  *
042400*    ADD, THE AFTER IMAGE OF A DELETE) IS LEFT EMPTY.            *
042500******************************************************************
042600 2500-MASK-JOURNAL.
042700     MOVE "CUSTJRNL" TO MSK-FL-FILE.
042800     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
042900     OPEN INPUT CUSTOMER-JOURNAL.
043000     IF MSK-JRNL-STATUS NOT = "00"
043100         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
043200         GO TO 2500-EXIT.
043300     OPEN OUTPUT TEST-JOURNAL.
043400     IF MSK-TJRNL-STATUS NOT = "00"
043500         DISPLAY "TESTMASK: TEST JOURNAL OPEN FAILED "
043600             MSK-TJRNL-STATUS
043700         MOVE 12 TO RETURN-CODE
043800         STOP RUN.
043900     PERFORM 2600-JOURNAL-ONE THRU 2600-EXIT
044000         UNTIL MSK-EOF.
044100     CLOSE CUSTOMER-JOURNAL
044200           TEST-JOURNAL.
044300     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
044400 2500-EXIT.
044500     EXIT.
044600
044700 2600-JOURNAL-ONE.
044800     READ CUSTOMER-JOURNAL
044900         AT END
045000             MOVE "Y" TO MSK-EOF-SW
045100             GO TO 2600-EXIT
045200     END-READ.
045300     ADD 1 TO MSK-READ-COUNT.
045400     IF JR-BEFORE-IMAGE NOT = SPACES
045500      AND JR-BEFORE-IMAGE NOT = LOW-VALUES
045600         MOVE JR-BEFORE-IMAGE TO CUSTOMER-RECORD
045700         PERFORM 8000-MASK-CUSTOMER THRU 8000-EXIT
045800         MOVE CUSTOMER-RECORD TO JR-BEFORE-IMAGE.
045900     IF JR-AFTER-IMAGE NOT = SPACES
046000      AND JR-AFTER-IMAGE NOT = LOW-VALUES
046100         MOVE JR-AFTER-IMAGE TO CUSTOMER-RECORD
046200         PERFORM 8000-MASK-CUSTOMER THRU 8000-EXIT
046300         MOVE CUSTOMER-RECORD TO JR-AFTER-IMAGE.
046400     WRITE TEST-JOURNAL-RECORD FROM JOURNAL-RECORD.
046500     IF MSK-TJRNL-STATUS NOT = "00"
046600         DISPLAY "TESTMASK: TEST JOURNAL WRITE FAILED "
046700             MSK-TJRNL-STATUS
046800         MOVE 12 TO RETURN-CODE
046900         STOP RUN.
047000     ADD 1 TO MSK-WRITE-COUNT.
047100 2600-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500*    3000-COPY-HISTORY.  POSTING HISTORY COPIED UNCHANGED.       *
047600******************************************************************
047700 3000-COPY-HISTORY.
047800     MOVE "POSTHIST" TO MSK-FL-FILE.
047900     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
048000     OPEN INPUT POSTING-HISTORY.
048100     IF MSK-HIST-STATUS NOT = "00"
048200         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
048300         GO TO 3000-EXIT.
048400     OPEN OUTPUT TEST-HISTORY.
048500     IF MSK-THIST-STATUS NOT = "00"
048600         DISPLAY "TESTMASK: TEST HISTORY OPEN FAILED "
048700             MSK-THIST-STATUS
048800         MOVE 12 TO RETURN-CODE
048900         STOP RUN.
049000     PERFORM 3100-HISTORY-ONE THRU 3100-EXIT
049100         UNTIL MSK-EOF.
049200     CLOSE POSTING-HISTORY
049300           TEST-HISTORY.
049400     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
049500 3000-EXIT.
049600     EXIT.
049700
049800 3100-HISTORY-ONE.
049900     READ POSTING-HISTORY
050000         AT END
050100             MOVE "Y" TO MSK-EOF-SW
050200             GO TO 3100-EXIT
050300     END-READ.
050400     ADD 1 TO MSK-READ-COUNT.
050500     WRITE TEST-HISTORY-RECORD FROM POSTING-HISTORY-RECORD.
050600     IF MSK-THIST-STATUS NOT = "00"
050700         DISPLAY "TESTMASK: TEST HISTORY WRITE FAILED "
050800             MSK-THIST-STATUS
050900         MOVE 12 TO RETURN-CODE
051000         STOP RUN.
051100     ADD 1 TO MSK-WRITE-COUNT.
051200 3100-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    3500-COPY-ORDERS.  STANDING ORDERS, WITH THE PAYEE NAME AND *
051650*    IBAN OF AN EXTERNAL CREDIT TRANSFER MASKED BY ORDER KEY.    *
051700******************************************************************
051800 3500-COPY-ORDERS.
051900     MOVE "STORDFIL" TO MSK-FL-FILE.
052000     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
052100     OPEN INPUT STANDING-ORDER-FILE.
052200     IF MSK-ORD-STATUS NOT = "00"
052300         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
052400         GO TO 3500-EXIT.
052500     OPEN OUTPUT TEST-ORDER-FILE.
052600     IF MSK-TORD-STATUS NOT = "00"
052700         DISPLAY "TESTMASK: TEST ORDER FILE OPEN FAILED "
052800             MSK-TORD-STATUS
052900         MOVE 12 TO RETURN-CODE
053000         STOP RUN.
053100     PERFORM 3600-ORDER-ONE THRU 3600-EXIT
053200         UNTIL MSK-EOF.
053300     CLOSE STANDING-ORDER-FILE
053400           TEST-ORDER-FILE.
053500     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
053600 3500-EXIT.
053700     EXIT.
053800
053900 3600-ORDER-ONE.
054000     READ STANDING-ORDER-FILE
054100         AT END
054200             MOVE "Y" TO MSK-EOF-SW
054300             GO TO 3600-EXIT
054400     END-READ.
054500     ADD 1 TO MSK-READ-COUNT.
054512     IF NOT SO-NO-PAYEE
054524         MOVE SO-CUST-NUMBER TO MSK-PAYEE-KEY
054536                                MSK-IBAN-CUST
054548         MOVE SO-SEQUENCE TO MSK-IBAN-SEQ
054560         MOVE MSK-PAYEE-NAME TO SO-PAYEE-NAME
054572         MOVE MSK-PAYEE-IBAN TO SO-PAYEE-ACCOUNT
054584         ADD 1 TO MSK-MASK-COUNT.
054600     WRITE TEST-ORDER-RECORD FROM STANDING-ORDER-RECORD.
054700     IF MSK-TORD-STATUS NOT = "00"
054800         DISPLAY "TESTMASK: TEST ORDER FILE WRITE FAILED "
054900             MSK-TORD-STATUS
055000         MOVE 12 TO RETURN-CODE
055100         STOP RUN.
055200     ADD 1 TO MSK-WRITE-COUNT.
055300 3600-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*    4000-MASK-STATEMENTS.  THE ARCHIVED STATEMENT CARRIES THE   *
055800*    CUSTOMER'S NAME, MASKED TO MATCH THE TEST MASTER.           *
055900******************************************************************
056000 4000-MASK-STATEMENTS.
056100     MOVE "STMTARCH" TO MSK-FL-FILE.
056200     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
056300     OPEN INPUT STMT-ARCHIVE.
056400     IF MSK-ARC-STATUS NOT = "00"
056500         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
056600         GO TO 4000-EXIT.
056700     OPEN OUTPUT TEST-STMT-ARCHIVE.
056800     IF MSK-TARC-STATUS NOT = "00"
056900         DISPLAY "TESTMASK: TEST STATEMENT ARCHIVE OPEN FAILED "
057000             MSK-TARC-STATUS
057100         MOVE 12 TO RETURN-CODE
057200         STOP RUN.
057300     PERFORM 4100-STATEMENT-ONE THRU 4100-EXIT
057400         UNTIL MSK-EOF.
057500     CLOSE STMT-ARCHIVE
057600           TEST-STMT-ARCHIVE.
057700     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
057800 4000-EXIT.
057900     EXIT.
058000
058100 4100-STATEMENT-ONE.
058200     READ STMT-ARCHIVE
058300         AT END
058400             MOVE "Y" TO MSK-EOF-SW
058500             GO TO 4100-EXIT
058600     END-READ.
058700     ADD 1 TO MSK-READ-COUNT.
058800     MOVE SA-CUST-NUMBER TO MSK-MASK-KEY.
058900     PERFORM 8100-DERIVE-MASK THRU 8100-EXIT.
059000     MOVE MSK-FIRSTNAME TO SA-FIRSTNAME.
059100     MOVE MSK-LASTNAME TO SA-LASTNAME.
059200     ADD 1 TO MSK-MASK-COUNT.
059300     WRITE TEST-STMT-ARCHIVE-RECORD FROM STMT-ARCHIVE-RECORD.
059400     IF MSK-TARC-STATUS NOT = "00"
059500         DISPLAY "TESTMASK: TEST STATEMENT ARCHIVE WRITE FAILED "
059600             MSK-TARC-STATUS
059700         MOVE 12 TO RETURN-CODE
059800         STOP RUN.
059900     ADD 1 TO MSK-WRITE-COUNT.
060000 4100-EXIT.
060100     EXIT.
060200
060300******************************************************************
060400*    4500-MASK-CONTACTS.  THE FREE-TEXT NOTE IS REPLACED.  A     *
060500*    PROMISE TO PAY KEEPS ITS AMOUNT AND DUE DATE FOR PTPCHK AND *
060600*    LOSES ONLY ITS NOTE TEXT.                                   *
060700******************************************************************
060800 4500-MASK-CONTACTS.
060900     MOVE "CONTLOG " TO MSK-FL-FILE.
061000     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
061100     OPEN INPUT CONTACT-LOG.
061200     IF MSK-CONT-STATUS NOT = "00"
061300         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
061400         GO TO 4500-EXIT.
061500     OPEN OUTPUT TEST-CONTACT-LOG.
061600     IF MSK-TCONT-STATUS NOT = "00"
061700         DISPLAY "TESTMASK: TEST CONTACT LOG OPEN FAILED "
061800             MSK-TCONT-STATUS
061900         MOVE 12 TO RETURN-CODE
062000         STOP RUN.
062100     PERFORM 4600-CONTACT-ONE THRU 4600-EXIT
062200         UNTIL MSK-EOF.
062300     CLOSE CONTACT-LOG
062400           TEST-CONTACT-LOG.
062500     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
062600 4500-EXIT.
062700     EXIT.
062800
062900 4600-CONTACT-ONE.
063000     READ CONTACT-LOG
063100         AT END
063200             MOVE "Y" TO MSK-EOF-SW
063300             GO TO 4600-EXIT
063400     END-READ.
063500     ADD 1 TO MSK-READ-COUNT.
063600     IF (CL-PROMISE OR CL-PROMISE-BROKEN)
063700      AND CL-PROM-AMOUNT NUMERIC
063800         MOVE "MASKED NOTE" TO CL-PROM-NOTE
063900     ELSE
064000         MOVE "MASKED NOTE" TO CL-NOTE.
064100     ADD 1 TO MSK-MASK-COUNT.
064200     WRITE TEST-CONTACT-LOG-RECORD FROM CONTACT-LOG-RECORD.
064300     IF MSK-TCONT-STATUS NOT = "00"
064400         DISPLAY "TESTMASK: TEST CONTACT LOG WRITE FAILED "
064500             MSK-TCONT-STATUS
064600         MOVE 12 TO RETURN-CODE
064700         STOP RUN.
064800     ADD 1 TO MSK-WRITE-COUNT.
064900 4600-EXIT.
065000     EXIT.
065001
065002******************************************************************
065003*    4700-MASK-CHANNELS.  MOBILE NUMBER AND E-MAIL ADDRESS FROM  *
065004*    THE CUSTOMER NUMBER; A DETAIL NOT HELD STAYS BLANK SO THE   *
065005*    ALERT RUN'S CHANNEL CHOICE BEHAVES AS IN PRODUCTION.        *
065006******************************************************************
065007 4700-MASK-CHANNELS.
065008     MOVE "CUSTCHAN" TO MSK-FL-FILE.
065009     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
065010     OPEN INPUT CONTACT-CHANNEL.
065011     IF MSK-CHN-STATUS NOT = "00"
065012         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
065013         GO TO 4700-EXIT.
065014     OPEN OUTPUT TEST-CHANNEL.
065015     IF MSK-TCHN-STATUS NOT = "00"
065016         DISPLAY "TESTMASK: TEST CHANNEL REGISTER OPEN FAILED "
065017             MSK-TCHN-STATUS
065018         MOVE 12 TO RETURN-CODE
065019         STOP RUN.
065020     PERFORM 4800-CHANNEL-ONE THRU 4800-EXIT
065021         UNTIL MSK-EOF.
065022     CLOSE CONTACT-CHANNEL
065023           TEST-CHANNEL.
065024     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
065025 4700-EXIT.
065026     EXIT.
065027
065028 4800-CHANNEL-ONE.
065029     READ CONTACT-CHANNEL
065030         AT END
065031             MOVE "Y" TO MSK-EOF-SW
065032             GO TO 4800-EXIT
065033     END-READ.
065034     ADD 1 TO MSK-READ-COUNT.
065035     MOVE CH-CUST-NUMBER TO MSK-MOBILE-KEY
065036                            MSK-EMAIL-KEY.
065037     IF CH-MOBILE NOT = SPACES
065038         MOVE MSK-MOBILE TO CH-MOBILE.
065039     IF CH-EMAIL NOT = SPACES
065040         MOVE MSK-EMAIL TO CH-EMAIL.
065041     IF CH-MOBILE NOT = SPACES OR CH-EMAIL NOT = SPACES
065042         ADD 1 TO MSK-MASK-COUNT.
065043     WRITE TEST-CHANNEL-RECORD FROM CONTACT-CHANNEL-RECORD.
065044     IF MSK-TCHN-STATUS NOT = "00"
065045         DISPLAY "TESTMASK: TEST CHANNEL REGISTER WRITE FAILED "
065046             MSK-TCHN-STATUS
065047         MOVE 12 TO RETURN-CODE
065048         STOP RUN.
065049     ADD 1 TO MSK-WRITE-COUNT.
065050 4800-EXIT.
065051     EXIT.
065100
065200******************************************************************
065300*    5000-MASK-LICENSES.  LICENSE-HOLDER NAME FROM THE APPLICANT *
065400*    ID, THE SAME NAME THE APPLICANT AND DECISION FILES GET.     *
065500******************************************************************
065600 5000-MASK-LICENSES.
065700     MOVE "LICMAST " TO MSK-FL-FILE.
065800     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
065900     OPEN INPUT LICENSE-MASTER.
066000     IF MSK-LIC-STATUS NOT = "00"
066100         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
066200         GO TO 5000-EXIT.
066300     OPEN OUTPUT TEST-LICENSE-MASTER.
066400     IF MSK-TLIC-STATUS NOT = "00"
066500         DISPLAY "TESTMASK: TEST LICENSE MASTER OPEN FAILED "
066600             MSK-TLIC-STATUS
066700         MOVE 12 TO RETURN-CODE
066800         STOP RUN.
066900     PERFORM 5100-LICENSE-ONE THRU 5100-EXIT
067000         UNTIL MSK-EOF.
067100     CLOSE LICENSE-MASTER
067200           TEST-LICENSE-MASTER.
067300     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
067400 5000-EXIT.
067500     EXIT.
067600
067700 5100-LICENSE-ONE.
067800     READ LICENSE-MASTER
067900         AT END
068000             MOVE "Y" TO MSK-EOF-SW
068100             GO TO 5100-EXIT
068200     END-READ.
068300     ADD 1 TO MSK-READ-COUNT.
068400     MOVE LC-APPL-ID TO MSK-APPL-KEY.
068500     MOVE MSK-APPL-NAME TO LC-NAME.
068600     ADD 1 TO MSK-MASK-COUNT.
068700     WRITE TEST-LICENSE-RECORD FROM LICENSE-MASTER-RECORD.
068800     IF MSK-TLIC-STATUS NOT = "00"
068900         DISPLAY "TESTMASK: TEST LICENSE MASTER WRITE FAILED "
069000             MSK-TLIC-STATUS
069100         MOVE 12 TO RETURN-CODE
069200         STOP RUN.
069300     ADD 1 TO MSK-WRITE-COUNT.
069400 5100-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800*    5300-COPY-NUMBER-CONTROL.  LICNOCTL COPIED UNCHANGED.       *
069900******************************************************************
070000 5300-COPY-NUMBER-CONTROL.
070100     MOVE "LICNOCTL" TO MSK-FL-FILE.
070200     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
070300     OPEN INPUT NUMBER-CONTROL.
070400     IF MSK-LNC-STATUS NOT = "00"
070500         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
070600         GO TO 5300-EXIT.
070700     OPEN OUTPUT TEST-NUMBER-CONTROL.
070800     IF MSK-TLNC-STATUS NOT = "00"
070900         DISPLAY "TESTMASK: TEST LICNOCTL OPEN FAILED "
071000             MSK-TLNC-STATUS
071100         MOVE 12 TO RETURN-CODE
071200         STOP RUN.
071300     PERFORM 5400-NUMBER-ONE THRU 5400-EXIT
071400         UNTIL MSK-EOF.
071500     CLOSE NUMBER-CONTROL
071600           TEST-NUMBER-CONTROL.
071700     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
071800 5300-EXIT.
071900     EXIT.
072000
072100 5400-NUMBER-ONE.
072200     READ NUMBER-CONTROL
072300         AT END
072400             MOVE "Y" TO MSK-EOF-SW
072500             GO TO 5400-EXIT
072600     END-READ.
072700     ADD 1 TO MSK-READ-COUNT.
072800     WRITE TEST-NUMBER-CONTROL-RECORD FROM LICENSE-NUMBER-CONTROL.
072900     IF MSK-TLNC-STATUS NOT = "00"
073000         DISPLAY "TESTMASK: TEST LICNOCTL WRITE FAILED "
073100             MSK-TLNC-STATUS
073200         MOVE 12 TO RETURN-CODE
073300         STOP RUN.
073400     ADD 1 TO MSK-WRITE-COUNT.
073500 5400-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900*    5500-MASK-APPLICANTS.  APPLICANT NAME FROM THE APPLICANT ID;*
074000*    THE AGE IS KEPT FOR THE ELIGIBILITY RULES.                  *
074100******************************************************************
074200 5500-MASK-APPLICANTS.
074300     MOVE "APPLFILE" TO MSK-FL-FILE.
074400     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
074500     OPEN INPUT APPLICANT-FILE.
074600     IF MSK-APP-STATUS NOT = "00"
074700         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
074800         GO TO 5500-EXIT.
074900     OPEN OUTPUT TEST-APPLICANT-FILE.
075000     IF MSK-TAPP-STATUS NOT = "00"
075100         DISPLAY "TESTMASK: TEST APPLICANT FILE OPEN FAILED "
075200             MSK-TAPP-STATUS
075300         MOVE 12 TO RETURN-CODE
075400         STOP RUN.
075500     PERFORM 5600-APPLICANT-ONE THRU 5600-EXIT
075600         UNTIL MSK-EOF.
075700     CLOSE APPLICANT-FILE
075800           TEST-APPLICANT-FILE.
075900     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
076000 5500-EXIT.
076100     EXIT.
076200
076300 5600-APPLICANT-ONE.
076400     READ APPLICANT-FILE
076500         AT END
076600             MOVE "Y" TO MSK-EOF-SW
076700             GO TO 5600-EXIT
076800     END-READ.
076900     ADD 1 TO MSK-READ-COUNT.
077000     MOVE AP-APPL-ID TO MSK-APPL-KEY.
077100     MOVE MSK-APPL-NAME TO AP-NAME.
077200     ADD 1 TO MSK-MASK-COUNT.
077300     WRITE TEST-APPLICANT-RECORD FROM APPLICANT-RECORD.
077400     IF MSK-TAPP-STATUS NOT = "00"
077500         DISPLAY "TESTMASK: TEST APPLICANT FILE WRITE FAILED "
077600             MSK-TAPP-STATUS
077700         MOVE 12 TO RETURN-CODE
077800         STOP RUN.
077900     ADD 1 TO MSK-WRITE-COUNT.
078000 5600-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400*    5800-MASK-DECISIONS.  ELIGIBILITY DECISIONS FOR LICISSUE,   *
078500*    NAMED AS THE APPLICANT FILE IS.                             *
078600******************************************************************
078700 5800-MASK-DECISIONS.
078800     MOVE "ELIGOUT " TO MSK-FL-FILE.
078900     PERFORM 7000-RESET-COUNTS THRU 7000-EXIT.
079000     OPEN INPUT DECISION-FILE.
079100     IF MSK-DEC-STATUS NOT = "00"
079200         PERFORM 7200-NOT-PRESENT THRU 7200-EXIT
079300         GO TO 5800-EXIT.
079400     OPEN OUTPUT TEST-DECISION-FILE.
079500     IF MSK-TDEC-STATUS NOT = "00"
079600         DISPLAY "TESTMASK: TEST DECISION FILE OPEN FAILED "
079700             MSK-TDEC-STATUS
079800         MOVE 12 TO RETURN-CODE
079900         STOP RUN.
080000     PERFORM 5900-DECISION-ONE THRU 5900-EXIT
080100         UNTIL MSK-EOF.
080200     CLOSE DECISION-FILE
080300           TEST-DECISION-FILE.
080400     PERFORM 7100-REPORT-FILE THRU 7100-EXIT.
080500 5800-EXIT.
080600     EXIT.
080700
080800 5900-DECISION-ONE.
080900     READ DECISION-FILE
081000         AT END
081100             MOVE "Y" TO MSK-EOF-SW
081200             GO TO 5900-EXIT
081300     END-READ.
081400     ADD 1 TO MSK-READ-COUNT.
081500     MOVE EL-APPL-ID TO MSK-APPL-KEY.
081600     MOVE MSK-APPL-NAME TO EL-NAME.
081700     ADD 1 TO MSK-MASK-COUNT.
081800     WRITE TEST-DECISION-RECORD FROM ELIGIBILITY-DECISION.
081900     IF MSK-TDEC-STATUS NOT = "00"
082000         DISPLAY "TESTMASK: TEST DECISION FILE WRITE FAILED "
082100             MSK-TDEC-STATUS
082200         MOVE 12 TO RETURN-CODE
082300         STOP RUN.
082400     ADD 1 TO MSK-WRITE-COUNT.
082500 5900-EXIT.
082600     EXIT.
082700
082800******************************************************************
082900*    7000-RESET-COUNTS.  START OF ONE FILE.                      *
083000******************************************************************
083100 7000-RESET-COUNTS.
083200     MOVE ZERO TO MSK-READ-COUNT
083300                  MSK-WRITE-COUNT
083400                  MSK-MASK-COUNT.
083500     MOVE "N" TO MSK-EOF-SW.
083600 7000-EXIT.
083700     EXIT.
083800
083900******************************************************************
084000*    7100-REPORT-FILE.  ONE CONTROL LINE; READ MUST EQUAL        *
084100*    WRITTEN.                                                    *
084200******************************************************************
084300 7100-REPORT-FILE.
084400     MOVE MSK-READ-COUNT TO MSK-FL-READ.
084500     MOVE MSK-WRITE-COUNT TO MSK-FL-WRITTEN.
084600     MOVE MSK-MASK-COUNT TO MSK-FL-MASKED.
084700     IF MSK-READ-COUNT = MSK-WRITE-COUNT
084800         MOVE "COPIED" TO MSK-FL-RESULT
084900     ELSE
085000         MOVE "*** COUNTS DO NOT AGREE ***" TO MSK-FL-RESULT
085100         MOVE "Y" TO MSK-BREAK-SW.
085200     WRITE REPORT-LINE FROM MSK-FILE-LINE
085300         AFTER ADVANCING 1 LINE.
085400 7100-EXIT.
085500     EXIT.
085600
085700 7200-NOT-PRESENT.
085800     MOVE ZERO TO MSK-FL-READ
085900                  MSK-FL-WRITTEN
086000                  MSK-FL-MASKED.
086100     MOVE "NOT ALLOCATED - SKIPPED" TO MSK-FL-RESULT.
086200     WRITE REPORT-LINE FROM MSK-FILE-LINE
086300         AFTER ADVANCING 1 LINE.
086400 7200-EXIT.
086500     EXIT.
086600
086700******************************************************************
086800*    8000-MASK-CUSTOMER.  MASK THE CUSTMAST IMAGE IN THE TEST    *
086900*    MASTER'S RECORD AREA FROM ITS OWN CUSTOMER NUMBER.          *
087000******************************************************************
087100 8000-MASK-CUSTOMER.
087200     MOVE CUST-NUMBER TO MSK-MASK-KEY.
087300     PERFORM 8100-DERIVE-MASK THRU 8100-EXIT.
087400     MOVE MSK-FIRSTNAME TO FIRSTNAME.
087500     MOVE MSK-LASTNAME TO LASTNAME.
087600     IF BIRTH-DATE NUMERIC AND BIRTH-DATE NOT = ZERO
087700         MOVE BIRTH-DATE TO MSK-BIRTH-DATE-N
087800         MOVE MSK-MONTH TO MSK-BIRTH-MM
087900         MOVE MSK-DAY TO MSK-BIRTH-DD
088000         MOVE MSK-BIRTH-DATE-N TO BIRTH-DATE.
088100     MOVE ZERO TO MSK-ADDR-SUB.
088200     PERFORM 8010-MASK-ADDRESS THRU 8010-EXIT 3 TIMES.
088300     ADD 1 TO MSK-MASK-COUNT.
088400 8000-EXIT.
088500     EXIT.
088600
088700 8010-MASK-ADDRESS.
088800     ADD 1 TO MSK-ADDR-SUB.
088900     IF STREET (MSK-ADDR-SUB) = SPACES
089000         GO TO 8010-EXIT.
089100     MOVE "TEST STREET" TO STREET (MSK-ADDR-SUB).
089200     MOVE MSK-HOUSE-NUMBER TO HOUSE-NUMBER (MSK-ADDR-SUB).
089300 8010-EXIT.
089400     EXIT.
089500
089600******************************************************************
089700*    8100-DERIVE-MASK.  THE MASK VALUES FOR ONE CUSTOMER         *
089800*    NUMBER: FIRST NAME FROM THE TABLE, "TESTNAME" PLUS THE      *
089900*    NUMBER AS LAST NAME, BIRTH MONTH 1-12 AND DAY 1-28, HOUSE   *
090000*    NUMBER 1-199.                                               *
090100******************************************************************
090200 8100-DERIVE-MASK.
090300     DIVIDE MSK-MASK-KEY BY 10 GIVING MSK-QUOTIENT
090400         REMAINDER MSK-NAME-SUB.
090500     ADD 1 TO MSK-NAME-SUB.
090600     MOVE MSK-FIRST-NAME (MSK-NAME-SUB) TO MSK-FIRSTNAME.
090700     MOVE MSK-MASK-KEY TO MSK-LAST-KEY.
090800     DIVIDE MSK-MASK-KEY BY 12 GIVING MSK-QUOTIENT
090900         REMAINDER MSK-MONTH.
091000     ADD 1 TO MSK-MONTH.
091100     DIVIDE MSK-MASK-KEY BY 28 GIVING MSK-QUOTIENT
091200         REMAINDER MSK-DAY.
091300     ADD 1 TO MSK-DAY.
091400     DIVIDE MSK-MASK-KEY BY 199 GIVING MSK-QUOTIENT
091500         REMAINDER MSK-HOUSE-NUMBER.
091600     ADD 1 TO MSK-HOUSE-NUMBER.
091700 8100-EXIT.
091800     EXIT.
