001200* STATUS-HISTORY ENTRIES AND A WELCOME LETTER QUEUED THROUGH     *
001300* LTRTRIG.  ACCEPTED AND REJECTED APPLICATIONS ARE REPORTED      *
001400* PER BRANCH, REJECTS WITH THE CLERK-ACTIONABLE REASON.          *
001410* EVERY APPLICANT THAT PASSES THE EDITS IS SCREENED AGAINST THE  *
001420* SANCTIONS WATCH LIST THROUGH SANMATCH BEFORE A NUMBER IS       *
001430* ASSIGNED; POSSIBLE HITS GO TO THE SANCHIT COMPLIANCE QUEUE     *
001440* WITH THE OPENING FORM AND NO CUSTOMER IS CREATED.              *
001455* THE PRODUCT APPLIED FOR (BLANK FOR BASIC CURRENT "BC") MUST BE *
001470* ACTIVE ON THE PRODCAT CATALOG; ITS ACCOUNT TYPE AND DEFAULT    *
001485* OVERDRAFT LIMIT ARE GIVEN TO THE PRIMARY ACCOUNT AND MASTER.   *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 02/09/26  MS            CREATED - BATCH ONBOARDING FEED        *
001933* 15/10/26  MS            OPENS THE PRIMARY ACCOUNT 01 ON THE    *
001966*                         ACCOUNT MASTER WITH EACH NEW CUSTOMER  *
001972* 15/10/26  MS            WATCH-LIST SCREENING BEFORE NUMBER     *
001978*                         ASSIGNMENT; POSSIBLE HITS REFERRED TO  *
001984*                         COMPLIANCE VIA THE SANCHIT QUEUE       *
001988* 15/10/26  MS            LANGUAGE ON THE OPENING FORM EDITED    *
001992*                         (DE, EN OR BLANK) AND WRITTEN TO THE   *
001996*                         CUSTPREF REGISTER WITH THE CUSTOMER    *
002013* 15/10/26  MS            PRODUCT ON THE OPENING FORM EDITED     *
002030*                         AGAINST PRODCAT (BLANK = BC); ACCOUNT  *
002047*                         01 OPENED WITH ITS TYPE AND DEFAULT    *
002064*                         OVERDRAFT LIMIT                        *
002069* 15/10/26  MS            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
002074*                         PRODUCT DATES HELD AS DISPLAY DATES    *
002076* 15/10/26  MS            CHARGE-OFF FIELDS ZEROED ON THE        *
002078*                         PRIMARY ACCOUNT                        *
002081******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  ONBOARD.
002300 AUTHOR. M. SCHREIBER.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CUST-NUMBER
003900         FILE STATUS IS ONB-MAST-STATUS.
003916     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
003932         ORGANIZATION IS INDEXED
003948         ACCESS MODE IS RANDOM
003964         RECORD KEY IS AC-KEY
003980         FILE STATUS IS ONB-ACCT-STATUS.
003983     SELECT CUSTOMER-PREFERENCE ASSIGN TO CUSTPREF
003986         ORGANIZATION IS INDEXED
003989         ACCESS MODE IS RANDOM
003992         RECORD KEY IS PF-CUST-NUMBER
003995         FILE STATUS IS ONB-PF-STATUS.
004000     SELECT POSTAL-FILE ASSIGN TO POSTLTAB
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS ONB-POSTAL-STATUS.
005500     SELECT ONBOARD-REPORT ASSIGN TO ONBRDRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS ONB-RPT-STATUS.
005710     SELECT SANCTION-QUEUE ASSIGN TO SANCHIT
005720         ORGANIZATION IS SEQUENTIAL
005730         FILE STATUS IS ONB-SANQ-STATUS.
005741     SELECT PRODUCT-CATALOG ASSIGN TO PRODCAT
005752         ORGANIZATION IS INDEXED
005763         ACCESS MODE IS RANDOM
005774         RECORD KEY IS PD-PRODUCT-CODE
005785         FILE STATUS IS ONB-PROD-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006500 FD  CUSTOMER-MASTER
006600     RECORD CONTAINS 273 CHARACTERS.
006700 COPY CUSTMAST.
006720
006740 FD  ACCOUNT-MASTER
006760     RECORD CONTAINS 100 CHARACTERS.
006780 COPY ACCTMAST.
006784
006788 FD  CUSTOMER-PREFERENCE
006792     RECORD CONTAINS 100 CHARACTERS.
006796 COPY CUSTPREF.
006800
006900 FD  POSTAL-FILE
007000     RECORD CONTAINS 30 CHARACTERS.
008900 FD  ONBOARD-REPORT
009000     RECORD CONTAINS 132 CHARACTERS.
009100 01  REPORT-LINE                 PIC X(132).
009110
009120 FD  SANCTION-QUEUE
009130     RECORD CONTAINS 240 CHARACTERS.
009140 COPY SANCHIT.
009152
009164 FD  PRODUCT-CATALOG
009176     RECORD CONTAINS 160 CHARACTERS.
009188 COPY PRODCAT.
009200
009300 WORKING-STORAGE SECTION.
009400 77  ONB-APP-STATUS              PIC X(02).
009900 77  ONB-STAT-STATUS             PIC X(02).
010000 77  ONB-TRG-STATUS              PIC X(02).
010100 77  ONB-RPT-STATUS              PIC X(02).
010150 77  ONB-ACCT-STATUS             PIC X(02).
010160 77  ONB-SANQ-STATUS             PIC X(02).
010180 77  ONB-PF-STATUS               PIC X(02).
010183 77  ONB-PROD-STATUS             PIC X(02).
010186 77  ONB-PROD-OPEN-SW            PIC X(01) VALUE "N".
010189     88  ONB-PROD-OPEN           VALUE "Y".
010192 77  ONB-PROD-SW                 PIC X(01) VALUE "N".
010195     88  ONB-PRODUCT-FOUND       VALUE "Y".
010200
010300 77  ONB-APP-EOF-SW              PIC X(01) VALUE "N".
010400     88  ONB-APP-EOF             VALUE "Y".
011700 77  ONB-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
011800 77  ONB-ACCEPT-COUNT            PIC 9(05) COMP VALUE ZERO.
011900 77  ONB-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
011910 77  ONB-REFER-COUNT             PIC 9(05) COMP VALUE ZERO.
011920 77  ONB-HIT-COUNT               PIC 9(03) COMP VALUE ZERO.
012000
012100 77  ONB-POSTAL-MAX              PIC 9(03) COMP VALUE 200.
012200 77  ONB-POSTAL-COUNT            PIC 9(03) COMP VALUE ZERO.
015100         10  ONB-BR-BRANCH       PIC X(03).
015200         10  ONB-BR-ACCEPTED     PIC 9(05).
015300         10  ONB-BR-REJECTED     PIC 9(05).
015310         10  ONB-BR-REFERRED     PIC 9(05).
015400
015500 COPY JRNLPARM.
015550 COPY SANMPARM.
015600
015700 01  ONB-TS-DATE                 PIC 9(08).
015800 01  ONB-TS-DATE-X REDEFINES ONB-TS-DATE.
020800     05  ONB-BRL-ACCEPTED        PIC Z(04)9.
020900     05  FILLER                  PIC X(11) VALUE "  REJECTED ".
021000     05  ONB-BRL-REJECTED        PIC Z(04)9.
021010     05  FILLER                  PIC X(11) VALUE "  REFERRED ".
021020     05  ONB-BRL-REFERRED        PIC Z(04)9.
021100     05  FILLER                  PIC X(74) VALUE SPACES.
021200
021300 01  ONB-TOTAL-LINE.
021400     05  FILLER                  PIC X(10) VALUE SPACES.
026000             ONB-BRM-STATUS
026100         MOVE 12 TO RETURN-CODE
026200         STOP RUN.
026209     OPEN I-O ACCOUNT-MASTER.
026218     IF ONB-ACCT-STATUS = "35"
026227         OPEN OUTPUT ACCOUNT-MASTER
026236         CLOSE ACCOUNT-MASTER
026245         OPEN I-O ACCOUNT-MASTER.
026254     IF ONB-ACCT-STATUS NOT = "00"
026263         DISPLAY "ONBOARD: ACCOUNT MASTER OPEN FAILED "
026272             ONB-ACCT-STATUS
026281         MOVE 12 TO RETURN-CODE
026290         STOP RUN.
026299     OPEN I-O CUSTOMER-PREFERENCE.
026308     IF ONB-PF-STATUS = "35"
026317         OPEN OUTPUT CUSTOMER-PREFERENCE
026326         CLOSE CUSTOMER-PREFERENCE
026335         OPEN I-O CUSTOMER-PREFERENCE.
026344     IF ONB-PF-STATUS NOT = "00"
026353         DISPLAY "ONBOARD: PREFERENCE REGISTER OPEN FAILED "
026362             ONB-PF-STATUS
026371         MOVE 12 TO RETURN-CODE
026380         STOP RUN.
026381*    NO CATALOG YET MEANS NO PRODUCTS: A BLANK PRODUCT OPENS
026382*    WITHOUT ONE, A NAMED PRODUCT IS REJECTED
026383     OPEN INPUT PRODUCT-CATALOG.
026384     IF ONB-PROD-STATUS = "00"
026385         MOVE "Y" TO ONB-PROD-OPEN-SW
026386     ELSE
026387         IF ONB-PROD-STATUS NOT = "35"
026388             DISPLAY "ONBOARD: PRODUCT CATALOG OPEN FAILED "
026389                 ONB-PROD-STATUS
026390             MOVE 12 TO RETURN-CODE
026391             STOP RUN.
026392     PERFORM 1100-LOAD-POSTAL THRU 1100-EXIT
026400         UNTIL ONB-POSTAL-EOF.
026500     CLOSE POSTAL-FILE.
026600     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT
028200             ONB-TRG-STATUS
028300         MOVE 12 TO RETURN-CODE
028400         STOP RUN.
028410     OPEN EXTEND SANCTION-QUEUE.
028420     IF ONB-SANQ-STATUS = "35"
028430         OPEN OUTPUT SANCTION-QUEUE.
028440     IF ONB-SANQ-STATUS NOT = "00"
028450         DISPLAY "ONBOARD: SANCTIONS QUEUE OPEN FAILED "
028460             ONB-SANQ-STATUS
028470         MOVE 12 TO RETURN-CODE
028480         STOP RUN.
028500     OPEN INPUT NUMBER-CONTROL.
028600     IF ONB-CTL-STATUS = "00"
028700         READ NUMBER-CONTROL
033300     EXIT.
033400
033500******************************************************************
033600*    2000-PROCESS-ONE.  ONE APPLICATION: EDIT, SCREEN, THEN      *
033650*    CREATE.                                                     *
033700******************************************************************
033800 2000-PROCESS-ONE.
033900     ADD 1 TO ONB-READ-COUNT.
034000     PERFORM 2100-EDIT-APPLICATION THRU 2100-EXIT.
034100     IF ONB-REASON NOT = SPACES
034200         PERFORM 3500-REJECT-APPLICATION THRU 3500-EXIT
034300         GO TO 2000-READ-NEXT.
034320     PERFORM 2500-SCREEN-APPLICANT THRU 2500-EXIT.
034340     IF ONB-HIT-COUNT > ZERO
034360         PERFORM 3700-REFER-APPLICATION THRU 3700-EXIT
034380     ELSE
034400         PERFORM 3000-CREATE-CUSTOMER THRU 3000-EXIT
034500     END-IF.
034550 2000-READ-NEXT.
034600     PERFORM 2900-READ-APPLICATION THRU 2900-EXIT.
034700 2000-EXIT.
034800     EXIT.
038400     IF OB-DELIVERY-PREF NOT = "P"
038500      AND OB-DELIVERY-PREF NOT = "E"
038600      AND OB-DELIVERY-PREF NOT = "B"
038700         MOVE "DELIVERY MUST BE P, E OR B" TO ONB-REASON
038720         GO TO 2100-EXIT.
038740     MOVE OB-LANGUAGE TO PF-LANGUAGE.
038760     IF NOT PF-LANG-VALID
038780         MOVE "LANGUAGE MUST BE DE, EN OR BLANK" TO ONB-REASON
038786         GO TO 2100-EXIT.
038792     PERFORM 2400-EDIT-PRODUCT THRU 2400-EXIT.
038800 2100-EXIT.
038900     EXIT.
039000
042000         MOVE "Y" TO ONB-FOUND-SW.
042100 2310-EXIT.
042200     EXIT.
042201
042202******************************************************************
042203*    2400-EDIT-PRODUCT.  THE PRODUCT MUST BE ON THE CATALOG AND  *
042204*    ON SALE.  A BLANK PRODUCT TAKES BASIC CURRENT "BC" WHEN     *
042205*    THE CATALOG CARRIES IT, ELSE THE ACCOUNT HAS NO PRODUCT.    *
042206*    THE PRODUCT RECORD IS LEFT IN THE BUFFER FOR THE CREATE.    *
042207******************************************************************
042208 2400-EDIT-PRODUCT.
042209     MOVE "N" TO ONB-PROD-SW.
042210     IF OB-PRODUCT-CODE = SPACES
042211         IF NOT ONB-PROD-OPEN
042212             GO TO 2400-EXIT
042213         ELSE
042214             MOVE "BC" TO PD-PRODUCT-CODE
042215             READ PRODUCT-CATALOG
042216                 INVALID KEY GO TO 2400-EXIT
042217             END-READ
042218             IF PD-ACTIVE
042219                 MOVE "Y" TO ONB-PROD-SW
042220             END-IF
042221             GO TO 2400-EXIT.
042222     IF NOT ONB-PROD-OPEN
042223         MOVE "PRODUCT NOT ON PRODUCT CATALOG" TO ONB-REASON
042224         GO TO 2400-EXIT.
042225     MOVE OB-PRODUCT-CODE TO PD-PRODUCT-CODE.
042226     READ PRODUCT-CATALOG
042227         INVALID KEY
042228             MOVE "PRODUCT NOT ON PRODUCT CATALOG" TO ONB-REASON
042229             GO TO 2400-EXIT
042230     END-READ.
042231     IF NOT PD-ACTIVE
042232         MOVE "PRODUCT IS WITHDRAWN FROM SALE" TO ONB-REASON
042233         GO TO 2400-EXIT.
042234     MOVE "Y" TO ONB-PROD-SW.
042235 2400-EXIT.
042236     EXIT.
042237
042238******************************************************************
042239*    2500-SCREEN-APPLICANT.  THE APPLICANT AGAINST THE WATCH     *
042240*    LIST.  EVERY HIT AT OR ABOVE THE SANMATCH THRESHOLD GOES    *
042250*    ONTO THE COMPLIANCE QUEUE WITH THE OPENING FORM, SO A       *
042260*    CLEARED APPLICANT CAN BE RELEASED BACK TO ONBOARDING.       *
042270******************************************************************
042280 2500-SCREEN-APPLICANT.
042290     MOVE ZERO TO ONB-HIT-COUNT.
042300     MOVE OB-LASTNAME TO SM-LASTNAME.
042310     MOVE OB-FIRSTNAME TO SM-FIRSTNAME.
042320     IF OB-BIRTH-DATE NUMERIC
042330         MOVE OB-BIRTH-DATE TO SM-BIRTH-DATE
042340     ELSE
042350         MOVE ZERO TO SM-BIRTH-DATE
042360     END-IF.
042370     MOVE "F" TO SM-ACTION.
042380     CALL "SANMATCH" USING SANMATCH-PARM.
042390     PERFORM 2510-QUEUE-HIT THRU 2510-EXIT
042400         UNTIL NOT SM-HIT-FOUND.
042410 2500-EXIT.
042420     EXIT.
042430
042440 2510-QUEUE-HIT.
042450     MOVE SPACES TO SANCTION-HIT-RECORD.
042460     MOVE "P" TO SQ-HIT-STATUS.
042470     MOVE "O" TO SQ-SOURCE.
042480     MOVE ZERO TO SQ-CUST-NUMBER.
042490     MOVE OB-LASTNAME TO SQ-LASTNAME.
042500     MOVE OB-FIRSTNAME TO SQ-FIRSTNAME.
042510     MOVE SM-BIRTH-DATE TO SQ-BIRTH-DATE.
042520     MOVE OB-BRANCH TO SQ-BRANCH.
042530     MOVE SM-ENTRY-ID TO SQ-ENTRY-ID.
042540     MOVE SM-WL-NAME TO SQ-WL-NAME.
042550     MOVE SM-WL-COUNTRY TO SQ-WL-COUNTRY.
042560     MOVE SM-MATCH-SCORE TO SQ-MATCH-SCORE.
042570     MOVE SM-LIST-VERSION TO SQ-LIST-VERSION.
042580     MOVE ONB-TS-DATE TO SQ-HIT-DATE.
042590     MOVE ZERO TO SQ-DECISION-DATE.
042600     MOVE ONBOARD-RECORD TO SQ-APPLICATION.
042610     WRITE SANCTION-HIT-RECORD.
042620     IF ONB-SANQ-STATUS NOT = "00"
042630         DISPLAY "ONBOARD: SANCTIONS QUEUE WRITE FAILED "
042640             ONB-SANQ-STATUS
042650         MOVE 12 TO RETURN-CODE
042660         STOP RUN.
042670     ADD 1 TO ONB-HIT-COUNT.
042680     MOVE "N" TO SM-ACTION.
042690     CALL "SANMATCH" USING SANMATCH-PARM.
042700 2510-EXIT.
042710     EXIT.
042720
042730******************************************************************
042740*    3000-CREATE-CUSTOMER.  NUMBER, MASTER, PRIMARY ACCOUNT,     *
042750*    JOURNAL, HISTORY, WELCOME LETTER, REPORT LINE.              *
042760******************************************************************
042800 3000-CREATE-CUSTOMER.
042900     PERFORM 3100-ASSIGN-NUMBER THRU 3100-EXIT.
043000     MOVE SPACES TO CUSTOMER-RECORD.
044700     MOVE "D" TO STMT-CYCLE.
044800     MOVE ZERO TO STMT-CYCLE-DAY.
044900     MOVE ZERO TO OVERDRAFT-LIMIT.
044933     IF ONB-PRODUCT-FOUND
044966         MOVE PD-OD-LIMIT TO OVERDRAFT-LIMIT.
045000     MOVE "R" TO OVERDRAFT-ACTION.
045100     PERFORM 3200-STAMP-RECORD THRU 3200-EXIT.
045200     WRITE CUSTOMER-RECORD
046200     MOVE SPACES TO JP-BEFORE-IMAGE.
046300     MOVE CUSTOMER-RECORD TO JP-AFTER-IMAGE.
046400     CALL "JRNLWRT" USING JRNL-PARM.
046450     PERFORM 3050-OPEN-PRIMARY-ACCOUNT THRU 3050-EXIT.
046466     IF OB-LANGUAGE NOT = SPACES
046482         PERFORM 3060-WRITE-PREFERENCE THRU 3060-EXIT.
046500     MOVE SPACES TO STATUS-HISTORY-RECORD.
046600     MOVE CUST-NUMBER TO SH-CUST-NUMBER.
046700     MOVE STATE TO SH-STATE.
048900 3000-EXIT.
049000     EXIT.
049100
049103******************************************************************
049106*    3050-OPEN-PRIMARY-ACCOUNT.  ACCOUNT 01 ON THE ACCOUNT       *
049109*    MASTER, IN THE CUSTOMER'S CURRENCY, ZERO BALANCE, UNDER     *
049112*    THE PRODUCT EDITED - ITS TYPE AND THE MASTER'S OVERDRAFT    *
049113*    TERMS, WHICH ARE THE PRODUCT DEFAULT.                       *
049115******************************************************************
049118 3050-OPEN-PRIMARY-ACCOUNT.
049121     MOVE SPACES TO ACCOUNT-RECORD.
049124     MOVE CUST-NUMBER TO AC-CUST-NUMBER.
049127     MOVE 1 TO AC-ACCT-SEQ.
049130     MOVE "C" TO AC-ACCT-TYPE.
049133     MOVE ZERO TO AC-SALDO.
049136     MOVE CURRENCY-CODE TO AC-CURRENCY-CODE.
049139     MOVE OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT.
049142     MOVE "R" TO AC-OVERDRAFT-ACTION.
049145     MOVE "O" TO AC-STATUS.
049148     MOVE ONB-TS-DATE TO AC-OPEN-DATE.
049151     MOVE ZERO TO AC-CLOSE-DATE.
049152     MOVE ZERO TO AC-CHGOFF-DATE AC-CHGOFF-AMOUNT.
049153     MOVE ZERO TO AC-PRODUCT-DATE
049154                  AC-PENDING-DATE.
049155     IF ONB-PRODUCT-FOUND
049156         MOVE PD-ACCT-TYPE TO AC-ACCT-TYPE
049157         MOVE PD-PRODUCT-CODE TO AC-PRODUCT-CODE
049158         MOVE ONB-TS-DATE TO AC-PRODUCT-DATE.
049159     WRITE ACCOUNT-RECORD
049160         INVALID KEY
049161             DISPLAY "ONBOARD: ACCOUNT WRITE FAILED "
049163                 ONB-ACCT-STATUS
049166             MOVE 12 TO RETURN-CODE
049169             STOP RUN
049172     END-WRITE.
049175 3050-EXIT.
049178     EXIT.
049183
049188******************************************************************
049193*    3060-WRITE-PREFERENCE.  THE LANGUAGE ASKED FOR ON THE       *
049198*    OPENING FORM ONTO THE PREFERENCE REGISTER.  A BLANK         *
049203*    LANGUAGE (HOUSE DEFAULT) NEEDS NO RECORD.                   *
049208******************************************************************
049213 3060-WRITE-PREFERENCE.
049218     MOVE SPACES TO CUSTOMER-PREFERENCE-RECORD.
049223     MOVE CUST-NUMBER TO PF-CUST-NUMBER.
049228     MOVE OB-LANGUAGE TO PF-LANGUAGE.
049233     MOVE ONB-TS-DATE TO PF-UPDATED-DATE.
049238     MOVE "ONBOARD " TO PF-UPDATED-BY.
049243     WRITE CUSTOMER-PREFERENCE-RECORD
049248         INVALID KEY
049253             DISPLAY "ONBOARD: PREFERENCE WRITE FAILED "
049258                 ONB-PF-STATUS
049263             MOVE 12 TO RETURN-CODE
049268             STOP RUN
049273     END-WRITE.
049278 3060-EXIT.
049283     EXIT.
049288
049293******************************************************************
049300*    3100-ASSIGN-NUMBER.  NEXT NUMBER FROM THE CONTROL,          *
049400*    VERIFIED FREE ON THE MASTER - NO MORE PAPER-LOG             *
049500*    COLLISIONS.                                                 *
054600         AFTER ADVANCING 1 LINE.
054700 3500-EXIT.
054800     EXIT.
054810
054820******************************************************************
054830*    3700-REFER-APPLICATION.  POSSIBLE WATCH-LIST HIT: NO        *
054840*    NUMBER, NO MASTER - THE FORM WAITS ON THE COMPLIANCE        *
054850*    QUEUE FOR SANREVW.                                          *
054860******************************************************************
054870 3700-REFER-APPLICATION.
054880     ADD 1 TO ONB-REFER-COUNT.
054890     PERFORM 3600-FIND-BRANCH-SLOT THRU 3600-EXIT.
054900     ADD 1 TO ONB-BR-REFERRED (ONB-BR-SUB).
054910     PERFORM 3900-BUILD-NAME THRU 3900-EXIT.
054920     MOVE ONB-NAME-WORK TO ONB-DTL-NAME.
054930     MOVE OB-BRANCH TO ONB-DTL-BRANCH.
054940     MOVE ZERO TO ONB-DTL-CUST.
054950     MOVE "REFERRED TO COMPLIANCE - POSSIBLE WATCH-LIST HIT"
054960         TO ONB-DTL-TEXT.
054970     WRITE REPORT-LINE FROM ONB-DETAIL-LINE
054980         AFTER ADVANCING 1 LINE.
054990 3700-EXIT.
054995     EXIT.
054997
055000 3600-FIND-BRANCH-SLOT.
055100     MOVE "N" TO ONB-FOUND-SW.
055200     MOVE ZERO TO ONB-BR-SUB.
062600     MOVE ONB-REJECT-COUNT TO ONB-TOT-COUNT.
062700     WRITE REPORT-LINE FROM ONB-TOTAL-LINE
062800         AFTER ADVANCING 1 LINE.
062810     MOVE "REFERRED TO COMPLIANCE" TO ONB-TOT-LABEL.
062820     MOVE ONB-REFER-COUNT TO ONB-TOT-COUNT.
062830     WRITE REPORT-LINE FROM ONB-TOTAL-LINE
062840         AFTER ADVANCING 1 LINE.
062900 4500-EXIT.
063000     EXIT.
063100
063400     MOVE ONB-BR-BRANCH (ONB-BR-SUB) TO ONB-BRL-BRANCH.
063500     MOVE ONB-BR-ACCEPTED (ONB-BR-SUB) TO ONB-BRL-ACCEPTED.
063600     MOVE ONB-BR-REJECTED (ONB-BR-SUB) TO ONB-BRL-REJECTED.
063650     MOVE ONB-BR-REFERRED (ONB-BR-SUB) TO ONB-BRL-REFERRED.
063700     WRITE REPORT-LINE FROM ONB-BRANCH-LINE
063800         AFTER ADVANCING 1 LINE.
063900 4600-EXIT.
064500 5000-WRAPUP.
064600     MOVE "X" TO JP-ACTION.
064700     CALL "JRNLWRT" USING JRNL-PARM.
064710     MOVE "X" TO SM-ACTION.
064720     CALL "SANMATCH" USING SANMATCH-PARM.
064800     CLOSE ONBOARD-FILE
064900           CUSTOMER-MASTER
064950           ACCOUNT-MASTER
064975           CUSTOMER-PREFERENCE
065000           STATUS-HISTORY
065100           TRIGGER-FILE
065200           ONBOARD-REPORT
065250           SANCTION-QUEUE.
065266     IF ONB-PROD-OPEN
065282         CLOSE PRODUCT-CATALOG.
065300 5000-EXIT.
065400     EXIT.
