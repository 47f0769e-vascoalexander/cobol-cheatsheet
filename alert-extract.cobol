000100******************************************************************
000200* PROGRAM NAME:   ALERTRUN                                       *
000300* ORIGINAL AUTHOR: M. SCHREIBER                                  *
000400*                                                                *
000500* NIGHTLY CUSTOMER ALERT EXTRACT.  READS THE ALERT EVENTS THE    *
000600* NIGHT'S STEPS APPENDED TO ALRTEVT (POSTRUN: LOW BALANCE AND    *
000700* OVERDRAFT REFERRAL; STANDORD AND DDRETLD: SUSPENDED STANDING   *
000800* ORDER; DUNNING: NEW DUNNING STAGE) AND TURNS EACH INTO A       *
000900* MESSAGE FOR THE SMS/E-MAIL GATEWAY (ALRTOUT, WITH A CONTROL    *
001000* TRAILER).  A CUSTOMER IS ONLY MESSAGED WHEN THE CONTACT-       *
001100* CHANNEL REGISTER (CUSTCHAN) HOLDS THE CUSTOMER'S CONSENT AND A *
001200* VERIFIED CONTACT DETAIL; THE PREFERRED CHANNEL IS USED,        *
001300* FALLING BACK TO THE OTHER ONE WHEN ONLY THAT IS HELD, AND      *
001400* "BOTH" SENDS ONE MESSAGE ON EACH.  THE TEMPLATE IS CHOSEN BY   *
001500* EVENT TYPE AND THE WORDING BY THE LANGUAGE ON CUSTPREF.  THE   *
001600* SAME EVENT RAISED TWICE IN ONE NIGHT IS SENT ONCE.  EVERY      *
001700* MESSAGE SENT IS LOGGED TO THE SHARED CONTACT LOG AS A TYPE "A" *
001800* CONTACT.  THE REPORT COUNTS EVENTS BY TYPE AND SKIPS BY REASON;*
001900* AN UNKNOWN EVENT TYPE IS LISTED AND ENDS THE STEP WITH         *
002000* RC=4.  OPERATIONS STARTS A NEW ALRTEVT GENERATION AFTER A GOOD *
002100* RUN.                                                           *
002200*                                                                *
002300* MAINTENANCE LOG                                                *
002400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
002500* --------- ------------  -------------------------------------- *
002600* 15/10/26  MS            CREATED - CUSTOMER ALERT EXTRACT       *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  ALERTRUN.
003000 AUTHOR. M. SCHREIBER.
003100 INSTALLATION. COBOL DEVELOPMENT CENTER.
003200 DATE-WRITTEN. 15/10/26.
003300 DATE-COMPILED. 15/10/26.
003400 SECURITY. NON-CONFIDENTIAL.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS ALR-AE-STATUS.
004200     SELECT CONTACT-CHANNEL ASSIGN TO CUSTCHAN
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CH-CUST-NUMBER
004600         FILE STATUS IS ALR-CH-STATUS.
004700     SELECT CUSTOMER-PREFERENCE ASSIGN TO CUSTPREF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS PF-CUST-NUMBER
005100         FILE STATUS IS ALR-PF-STATUS.
005200     SELECT ALERT-MESSAGE-FILE ASSIGN TO ALRTOUT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS ALR-AM-STATUS.
005500     SELECT CONTACT-LOG ASSIGN TO CONTLOG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS ALR-CONT-STATUS.
005800     SELECT ALERT-REPORT ASSIGN TO ALRTRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS ALR-RPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ALERT-EVENT-FILE
006500     RECORD CONTAINS 60 CHARACTERS.
006600 COPY ALRTEVNT.
006700
006800 FD  CONTACT-CHANNEL
006900     RECORD CONTAINS 120 CHARACTERS.
007000 COPY CUSTCHAN.
007100
007200 FD  CUSTOMER-PREFERENCE
007300     RECORD CONTAINS 100 CHARACTERS.
007400 COPY CUSTPREF.
007500
007600 FD  ALERT-MESSAGE-FILE
007700     RECORD CONTAINS 120 CHARACTERS.
007800 COPY ALRTMSG.
007900
008000 FD  CONTACT-LOG
008100     RECORD CONTAINS 80 CHARACTERS.
008200 COPY CONTLOG.
008300
008400 FD  ALERT-REPORT
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  REPORT-LINE                 PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 77  ALR-AE-STATUS               PIC X(02).
009000 77  ALR-CH-STATUS               PIC X(02).
009100 77  ALR-PF-STATUS               PIC X(02).
009200 77  ALR-AM-STATUS               PIC X(02).
009300 77  ALR-CONT-STATUS             PIC X(02).
009400 77  ALR-RPT-STATUS              PIC X(02).
009500
009600 77  ALR-AE-EOF-SW               PIC X(01) VALUE "N".
009700     88  ALR-AE-EOF              VALUE "Y".
009800 77  ALR-CH-OPEN-SW              PIC X(01) VALUE "N".
009900     88  ALR-CH-OPEN             VALUE "Y".
010000 77  ALR-PF-OPEN-SW              PIC X(01) VALUE "N".
010100     88  ALR-PF-OPEN             VALUE "Y".
010200 77  ALR-DUP-SW                  PIC X(01) VALUE "N".
010300     88  ALR-DUPLICATE           VALUE "Y".
010400
010500 77  ALR-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
010600 77  ALR-LB-COUNT                PIC 9(07) COMP VALUE ZERO.
010700 77  ALR-OR-COUNT                PIC 9(07) COMP VALUE ZERO.
010800 77  ALR-SS-COUNT                PIC 9(07) COMP VALUE ZERO.
010900 77  ALR-DS-COUNT                PIC 9(07) COMP VALUE ZERO.
011000 77  ALR-UNKNOWN-COUNT           PIC 9(07) COMP VALUE ZERO.
011100 77  ALR-DUP-COUNT               PIC 9(07) COMP VALUE ZERO.
011200 77  ALR-NO-CHANNEL-COUNT        PIC 9(07) COMP VALUE ZERO.
011300 77  ALR-NO-CONSENT-COUNT        PIC 9(07) COMP VALUE ZERO.
011400 77  ALR-UNVERIFIED-COUNT        PIC 9(07) COMP VALUE ZERO.
011500 77  ALR-SMS-COUNT               PIC 9(07) COMP VALUE ZERO.
011600 77  ALR-EMAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
011700 77  ALR-MSG-COUNT               PIC 9(07) COMP VALUE ZERO.
011800
011900 77  ALR-TAB-MAX                 PIC 9(04) COMP VALUE 5000.
012000 77  ALR-TAB-COUNT               PIC 9(04) COMP VALUE ZERO.
012100 77  ALR-TAB-SUB                 PIC 9(04) COMP VALUE ZERO.
012200
012300 01  ALR-RUN-DATE                PIC 9(08).
012400 01  ALR-TEMPLATE                PIC X(08).
012500 01  ALR-LANGUAGE                PIC X(02).
012600
012700* EVENTS ALREADY HANDLED THIS RUN: CUSTOMER, ACCOUNT, TYPE AND
012800* REFERENCE.  A STEP RERUN AFTER A FAILURE APPENDS ITS EVENTS A
012900* SECOND TIME; THE CUSTOMER HEARS ABOUT EACH ONE ONCE
013000 01  ALR-EVENT-KEY.
013100     05  ALR-KEY-CUST            PIC 9(06).
013200     05  ALR-KEY-ACCT            PIC 9(02).
013300     05  ALR-KEY-TYPE            PIC X(02).
013400     05  ALR-KEY-REF             PIC X(10).
013500 01  ALR-SEEN-TABLE.
013600     05  ALR-SEEN-KEY OCCURS 5000 TIMES
013700                                 PIC X(20).
013800
013900* CONTACT-LOG NOTE FOR A MESSAGE SENT
014000 01  ALR-NOTE-WORK.
014100     05  ALR-NOTE-CHANNEL        PIC X(07).
014200     05  ALR-NOTE-TEMPLATE       PIC X(08).
014300     05  FILLER                  PIC X(05) VALUE " ACC ".
014400     05  ALR-NOTE-ACCT           PIC 9(02).
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  ALR-NOTE-REF            PIC X(10).
014700     05  FILLER                  PIC X(07) VALUE SPACES.
014800
014900 01  ALR-HEADING-1.
015000     05  FILLER                  PIC X(09) VALUE "ALERTRUN ".
015100     05  FILLER                  PIC X(35)
015200         VALUE "CUSTOMER ALERT EXTRACT             ".
015300     05  FILLER                  PIC X(10) VALUE " RUN DATE:".
015400     05  ALR-HDG-DATE            PIC 9(08).
015500     05  FILLER                  PIC X(70) VALUE SPACES.
015600
015700 01  ALR-HEADING-2.
015800     05  FILLER                  PIC X(11) VALUE "CUSTOMER".
015900     05  FILLER                  PIC X(05) VALUE "ACC".
016000     05  FILLER                  PIC X(06) VALUE "TYPE".
016100     05  FILLER                  PIC X(11) VALUE "SOURCE".
016200     05  FILLER                  PIC X(13) VALUE "REFERENCE".
016300     05  FILLER                  PIC X(86) VALUE "EXCEPTION".
016400
016500 01  ALR-DETAIL-LINE.
016600     05  ALR-DTL-CUST            PIC 9(06).
016700     05  FILLER                  PIC X(05) VALUE SPACES.
016800     05  ALR-DTL-ACCT            PIC 9(02).
016900     05  FILLER                  PIC X(03) VALUE SPACES.
017000     05  ALR-DTL-TYPE            PIC X(02).
017100     05  FILLER                  PIC X(04) VALUE SPACES.
017200     05  ALR-DTL-SOURCE          PIC X(08).
017300     05  FILLER                  PIC X(03) VALUE SPACES.
017400     05  ALR-DTL-REF             PIC X(10).
017500     05  FILLER                  PIC X(03) VALUE SPACES.
017600     05  ALR-DTL-TEXT            PIC X(50).
017700     05  FILLER                  PIC X(36) VALUE SPACES.
017800
017900 01  ALR-TOTAL-LINE.
018000     05  FILLER                  PIC X(10) VALUE SPACES.
018100     05  ALR-TOT-LABEL           PIC X(30).
018200     05  ALR-TOT-COUNT           PIC Z(06)9.
018300     05  FILLER                  PIC X(85) VALUE SPACES.
018400
018500 PROCEDURE DIVISION.
018600******************************************************************
018700*    0000-MAINLINE.  CONTROLS THE OVERALL RUN.                   *
018800******************************************************************
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     PERFORM 2000-PROCESS-EVENT THRU 2000-EXIT
019200         UNTIL ALR-AE-EOF.
019300     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
019400     PERFORM 4000-TOTALS THRU 4000-EXIT.
019500     PERFORM 5000-WRAPUP THRU 5000-EXIT.
019600     STOP RUN.
019700
019800******************************************************************
019900*    1000-INITIALIZE.  OPEN FILES AND PRIME THE INPUT.  NO       *
020000*    CHANNEL REGISTER MEANS NO CUSTOMER CAN BE MESSAGED; NO      *
020100*    PREFERENCE REGISTER MEANS THE DEFAULT WORDING FOR ALL.      *
020200******************************************************************
020300 1000-INITIALIZE.
020400     OPEN INPUT  ALERT-EVENT-FILE
020500          OUTPUT ALERT-MESSAGE-FILE
020600          OUTPUT ALERT-REPORT.
020700     IF ALR-AE-STATUS NOT = "00"
020800         DISPLAY "ALERTRUN: EVENT FILE OPEN FAILED "
020900             ALR-AE-STATUS
021000         MOVE 12 TO RETURN-CODE
021100         STOP RUN.
021200     IF ALR-AM-STATUS NOT = "00"
021300         DISPLAY "ALERTRUN: MESSAGE FILE OPEN FAILED "
021400             ALR-AM-STATUS
021500         MOVE 12 TO RETURN-CODE
021600         STOP RUN.
021700     IF ALR-RPT-STATUS NOT = "00"
021800         DISPLAY "ALERTRUN: REPORT OPEN FAILED " ALR-RPT-STATUS
021900         MOVE 12 TO RETURN-CODE
022000         STOP RUN.
022100     OPEN EXTEND CONTACT-LOG.
022200     IF ALR-CONT-STATUS = "35"
022300         OPEN OUTPUT CONTACT-LOG.
022400     IF ALR-CONT-STATUS NOT = "00"
022500         DISPLAY "ALERTRUN: CONTACT LOG OPEN FAILED "
022600             ALR-CONT-STATUS
022700         MOVE 12 TO RETURN-CODE
022800         STOP RUN.
022900     OPEN INPUT CONTACT-CHANNEL.
023000     IF ALR-CH-STATUS = "00"
023100         MOVE "Y" TO ALR-CH-OPEN-SW.
023200     OPEN INPUT CUSTOMER-PREFERENCE.
023300     IF ALR-PF-STATUS = "00"
023400         MOVE "Y" TO ALR-PF-OPEN-SW.
023500     ACCEPT ALR-RUN-DATE FROM DATE YYYYMMDD.
023600     MOVE ALR-RUN-DATE TO ALR-HDG-DATE.
023700     WRITE REPORT-LINE FROM ALR-HEADING-1
023800         AFTER ADVANCING PAGE.
023900     WRITE REPORT-LINE FROM ALR-HEADING-2
024000         AFTER ADVANCING 2 LINES.
024100     PERFORM 2900-READ-EVENT THRU 2900-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*    2000-PROCESS-EVENT.  EDIT THE EVENT, DROP A REPEAT, CHECK   *
024700*    THE CUSTOMER'S CONSENT AND VERIFIED DETAILS, THEN SEND ON   *
024800*    THE CHANNEL OR CHANNELS THE CUSTOMER PREFERS.               *
024900******************************************************************
025000 2000-PROCESS-EVENT.
025100     ADD 1 TO ALR-READ-COUNT.
025200     MOVE AE-CUST-NUMBER TO ALR-DTL-CUST.
025300     MOVE AE-ACCT-SEQ TO ALR-DTL-ACCT.
025400     MOVE AE-EVENT-TYPE TO ALR-DTL-TYPE.
025500     MOVE AE-SOURCE TO ALR-DTL-SOURCE.
025600     MOVE AE-REFERENCE TO ALR-DTL-REF.
025700     EVALUATE TRUE
025800         WHEN AE-LOW-BALANCE
025900             ADD 1 TO ALR-LB-COUNT
026000             MOVE "ALLOWBAL" TO ALR-TEMPLATE
026100         WHEN AE-OD-REFERRAL
026200             ADD 1 TO ALR-OR-COUNT
026300             MOVE "ALODREF " TO ALR-TEMPLATE
026400         WHEN AE-SO-SUSPENDED
026500             ADD 1 TO ALR-SS-COUNT
026600             MOVE "ALSOSUSP" TO ALR-TEMPLATE
026700         WHEN AE-DUNNING-STAGE
026800             ADD 1 TO ALR-DS-COUNT
026900             MOVE "ALDUNSTG" TO ALR-TEMPLATE
027000         WHEN OTHER
027100             ADD 1 TO ALR-UNKNOWN-COUNT
027200             MOVE "UNKNOWN EVENT TYPE - NOT SENT" TO ALR-DTL-TEXT
027300             WRITE REPORT-LINE FROM ALR-DETAIL-LINE
027400                 AFTER ADVANCING 1 LINE
027500             GO TO 2000-READ-NEXT
027600     END-EVALUATE.
027700     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
027800     IF ALR-DUPLICATE
027900         ADD 1 TO ALR-DUP-COUNT
028000         GO TO 2000-READ-NEXT.
028100     IF NOT ALR-CH-OPEN
028200         ADD 1 TO ALR-NO-CHANNEL-COUNT
028300         GO TO 2000-READ-NEXT.
028400     MOVE AE-CUST-NUMBER TO CH-CUST-NUMBER.
028500     READ CONTACT-CHANNEL
028600         INVALID KEY
028700             ADD 1 TO ALR-NO-CHANNEL-COUNT
028800             GO TO 2000-READ-NEXT
028900     END-READ.
029000     IF NOT CH-CONSENT-GIVEN
029100         ADD 1 TO ALR-NO-CONSENT-COUNT
029200         GO TO 2000-READ-NEXT.
029300     IF CH-NOT-VERIFIED
029400         ADD 1 TO ALR-UNVERIFIED-COUNT
029500         GO TO 2000-READ-NEXT.
029600     PERFORM 2200-GET-LANGUAGE THRU 2200-EXIT.
029700     IF CH-MOBILE NOT = SPACES
029800      AND (CH-PREFER-SMS OR CH-PREFER-BOTH
029900           OR CH-EMAIL = SPACES)
030000         MOVE "S" TO AM-CHANNEL
030100         MOVE CH-MOBILE TO AM-ADDRESS
030200         PERFORM 2300-SEND-MESSAGE THRU 2300-EXIT.
030300     IF CH-EMAIL NOT = SPACES
030400      AND (CH-PREFER-EMAIL OR CH-PREFER-BOTH
030500           OR CH-MOBILE = SPACES)
030600         MOVE "E" TO AM-CHANNEL
030700         MOVE CH-EMAIL TO AM-ADDRESS
030800         PERFORM 2300-SEND-MESSAGE THRU 2300-EXIT.
030900 2000-READ-NEXT.
031000     PERFORM 2900-READ-EVENT THRU 2900-EXIT.
031100 2000-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*    2100-CHECK-DUPLICATE.  LOOK THE EVENT UP AMONG THOSE ALREADY*
031600*    HANDLED AND REMEMBER IT IF NEW.  A FULL TABLE STOPS THE     *
031700*    CHECK, NOT THE RUN.                                         *
031800******************************************************************
031900 2100-CHECK-DUPLICATE.
032000     MOVE "N" TO ALR-DUP-SW.
032100     MOVE AE-CUST-NUMBER TO ALR-KEY-CUST.
032200     MOVE AE-ACCT-SEQ TO ALR-KEY-ACCT.
032300     MOVE AE-EVENT-TYPE TO ALR-KEY-TYPE.
032400     MOVE AE-REFERENCE TO ALR-KEY-REF.
032500     MOVE ZERO TO ALR-TAB-SUB.
032600     PERFORM 2110-SCAN-SEEN THRU 2110-EXIT
032700         UNTIL ALR-DUPLICATE
032800            OR ALR-TAB-SUB >= ALR-TAB-COUNT.
032900     IF ALR-DUPLICATE
033000         GO TO 2100-EXIT.
033100     IF ALR-TAB-COUNT < ALR-TAB-MAX
033200         ADD 1 TO ALR-TAB-COUNT
033300         MOVE ALR-EVENT-KEY TO ALR-SEEN-KEY (ALR-TAB-COUNT).
033400 2100-EXIT.
033500     EXIT.
033600
033700 2110-SCAN-SEEN.
033800     ADD 1 TO ALR-TAB-SUB.
033900     IF ALR-SEEN-KEY (ALR-TAB-SUB) = ALR-EVENT-KEY
034000         MOVE "Y" TO ALR-DUP-SW.
034100 2110-EXIT.
034200     EXIT.
034300
034400******************************************************************
034500*    2200-GET-LANGUAGE.  THE CUSTOMER'S LANGUAGE, OR BLANK FOR   *
034600*    THE GATEWAY'S DEFAULT WORDING.                              *
034700******************************************************************
034800 2200-GET-LANGUAGE.
034900     MOVE SPACES TO ALR-LANGUAGE.
035000     IF NOT ALR-PF-OPEN
035100         GO TO 2200-EXIT.
035200     MOVE AE-CUST-NUMBER TO PF-CUST-NUMBER.
035300     READ CUSTOMER-PREFERENCE
035400         INVALID KEY
035500             GO TO 2200-EXIT
035600     END-READ.
035700     IF PF-LANG-VALID
035800         MOVE PF-LANGUAGE TO ALR-LANGUAGE.
035900 2200-EXIT.
036000     EXIT.
036100
036200******************************************************************
036300*    2300-SEND-MESSAGE.  ONE GATEWAY RECORD ON THE CHANNEL AND   *
036400*    ADDRESS ALREADY SET, AND ITS TYPE "A" CONTACT-LOG ENTRY.    *
036500******************************************************************
036600 2300-SEND-MESSAGE.
036700     MOVE "D" TO AM-REC-TYPE.
036800     MOVE AE-CUST-NUMBER TO AM-CUST-NUMBER.
036900     MOVE AE-ACCT-SEQ TO AM-ACCT-SEQ.
037000     MOVE ALR-TEMPLATE TO AM-TEMPLATE-ID.
037100     MOVE ALR-LANGUAGE TO AM-LANGUAGE.
037200     MOVE AE-EVENT-DATE TO AM-EVENT-DATE.
037300     MOVE AE-AMOUNT TO AM-AMOUNT.
037400     IF AE-LOW-BALANCE
037500         MOVE CH-LOW-BALANCE TO AM-THRESHOLD
037600     ELSE
037700         MOVE ZERO TO AM-THRESHOLD
037800     END-IF.
037900     MOVE AE-REFERENCE TO AM-REFERENCE.
038000     WRITE ALERT-MESSAGE-RECORD.
038100     IF ALR-AM-STATUS NOT = "00"
038200         DISPLAY "ALERTRUN: MESSAGE FILE WRITE FAILED "
038300             ALR-AM-STATUS
038400         MOVE 12 TO RETURN-CODE
038500         STOP RUN.
038600     ADD 1 TO ALR-MSG-COUNT.
038700     IF AM-SMS
038800         ADD 1 TO ALR-SMS-COUNT
038900         MOVE "SMS" TO ALR-NOTE-CHANNEL
039000     ELSE
039100         ADD 1 TO ALR-EMAIL-COUNT
039200         MOVE "E-MAIL" TO ALR-NOTE-CHANNEL
039300     END-IF.
039400     MOVE ALR-TEMPLATE TO ALR-NOTE-TEMPLATE.
039500     MOVE AE-ACCT-SEQ TO ALR-NOTE-ACCT.
039600     MOVE AE-REFERENCE TO ALR-NOTE-REF.
039700     MOVE SPACES TO CONTACT-LOG-RECORD.
039800     MOVE AE-CUST-NUMBER TO CL-CUST-NUMBER.
039900     MOVE ALR-RUN-DATE TO CL-CONTACT-DATE.
040000     MOVE "ALERTRUN" TO CL-OPERATOR.
040100     MOVE "A" TO CL-CONTACT-TYPE.
040200     MOVE ALR-NOTE-WORK TO CL-NOTE.
040300     WRITE CONTACT-LOG-RECORD.
040400     IF ALR-CONT-STATUS NOT = "00"
040500         DISPLAY "ALERTRUN: CONTACT LOG WRITE FAILED "
040600             ALR-CONT-STATUS
040700         MOVE 12 TO RETURN-CODE
040800         STOP RUN.
040900 2300-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300*    2900-READ-EVENT.  READ THE NEXT ALERT EVENT.                *
041400******************************************************************
041500 2900-READ-EVENT.
041600     READ ALERT-EVENT-FILE
041700         AT END
041800             MOVE "Y" TO ALR-AE-EOF-SW
041900     END-READ.
042000 2900-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    3000-WRITE-TRAILER.  CONTROL TRAILER FOR THE GATEWAY.       *
042500******************************************************************
042600 3000-WRITE-TRAILER.
042700     MOVE SPACES TO ALERT-MESSAGE-RECORD.
042800     MOVE "T" TO AM-REC-TYPE.
042900     MOVE ALR-MSG-COUNT TO AM-TRL-COUNT.
043000     MOVE ALR-RUN-DATE TO AM-TRL-RUN-DATE.
043100     WRITE ALERT-MESSAGE-RECORD.
043200     IF ALR-AM-STATUS NOT = "00"
043300         DISPLAY "ALERTRUN: MESSAGE TRAILER WRITE FAILED "
043400             ALR-AM-STATUS
043500         MOVE 12 TO RETURN-CODE
043600         STOP RUN.
043700 3000-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    4000-TOTALS.  EVENTS BY TYPE, SKIPS BY REASON, MESSAGES BY  *
044200*    CHANNEL.                                                    *
044300******************************************************************
044400 4000-TOTALS.
044500     MOVE "EVENTS READ" TO ALR-TOT-LABEL.
044600     MOVE ALR-READ-COUNT TO ALR-TOT-COUNT.
044700     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
044800         AFTER ADVANCING 2 LINES.
044900     MOVE "  LOW BALANCE" TO ALR-TOT-LABEL.
045000     MOVE ALR-LB-COUNT TO ALR-TOT-COUNT.
045100     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
045200         AFTER ADVANCING 1 LINE.
045300     MOVE "  OVERDRAFT REFERRAL" TO ALR-TOT-LABEL.
045400     MOVE ALR-OR-COUNT TO ALR-TOT-COUNT.
045500     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
045600         AFTER ADVANCING 1 LINE.
045700     MOVE "  STANDING ORDER SUSPENDED" TO ALR-TOT-LABEL.
045800     MOVE ALR-SS-COUNT TO ALR-TOT-COUNT.
045900     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
046000         AFTER ADVANCING 1 LINE.
046100     MOVE "  NEW DUNNING STAGE" TO ALR-TOT-LABEL.
046200     MOVE ALR-DS-COUNT TO ALR-TOT-COUNT.
046300     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
046400         AFTER ADVANCING 1 LINE.
046500     MOVE "  UNKNOWN TYPE" TO ALR-TOT-LABEL.
046600     MOVE ALR-UNKNOWN-COUNT TO ALR-TOT-COUNT.
046700     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
046800         AFTER ADVANCING 1 LINE.
046900     MOVE "SKIPPED - REPEATED EVENT" TO ALR-TOT-LABEL.
047000     MOVE ALR-DUP-COUNT TO ALR-TOT-COUNT.
047100     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
047200         AFTER ADVANCING 2 LINES.
047300     MOVE "SKIPPED - NO CONTACT CHANNEL" TO ALR-TOT-LABEL.
047400     MOVE ALR-NO-CHANNEL-COUNT TO ALR-TOT-COUNT.
047500     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
047600         AFTER ADVANCING 1 LINE.
047700     MOVE "SKIPPED - NO CONSENT" TO ALR-TOT-LABEL.
047800     MOVE ALR-NO-CONSENT-COUNT TO ALR-TOT-COUNT.
047900     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
048000         AFTER ADVANCING 1 LINE.
048100     MOVE "SKIPPED - NOT VERIFIED" TO ALR-TOT-LABEL.
048200     MOVE ALR-UNVERIFIED-COUNT TO ALR-TOT-COUNT.
048300     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
048400         AFTER ADVANCING 1 LINE.
048500     MOVE "SMS MESSAGES SENT" TO ALR-TOT-LABEL.
048600     MOVE ALR-SMS-COUNT TO ALR-TOT-COUNT.
048700     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
048800         AFTER ADVANCING 2 LINES.
048900     MOVE "E-MAIL MESSAGES SENT" TO ALR-TOT-LABEL.
049000     MOVE ALR-EMAIL-COUNT TO ALR-TOT-COUNT.
049100     WRITE REPORT-LINE FROM ALR-TOTAL-LINE
049200         AFTER ADVANCING 1 LINE.
049300 4000-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700*    5000-WRAPUP.  CLOSE EVERYTHING.  AN UNKNOWN EVENT TYPE      *
049800*    MEANS A SOURCE STEP IS OUT OF STEP WITH THIS ONE: RC=4.     *
049900******************************************************************
050000 5000-WRAPUP.
050100     CLOSE ALERT-EVENT-FILE
050200           ALERT-MESSAGE-FILE
050300           CONTACT-LOG
050400           ALERT-REPORT.
050500     IF ALR-CH-OPEN
050600         CLOSE CONTACT-CHANNEL.
050700     IF ALR-PF-OPEN
050800         CLOSE CUSTOMER-PREFERENCE.
050900     IF ALR-UNKNOWN-COUNT > ZERO
051000         MOVE 4 TO RETURN-CODE.
051100     DISPLAY "ALERTRUN: EVENTS READ " ALR-READ-COUNT
051200         " MESSAGES SENT " ALR-MSG-COUNT.
051300 5000-EXIT.
051400     EXIT.
