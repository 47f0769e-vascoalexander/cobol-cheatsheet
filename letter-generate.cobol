000600* FILE, READS THE TRIGGER FILE NIGHTLY STEPS APPEND TO, AND      *
000700* GENERATES ONE LETTER PER TRIGGER: TEMPLATE LINES MERGED        *
000800* WITH THE CUSTOMER'S MASTER DATA THROUGH THE SUBSTITUTION       *
000900* VARIABLES &NAME, &STREET, &CITY, &BALANCE, &LIMIT (THE         *
000950* OVERDRAFT LIMIT) AND &DATE.                                    *
001000* PRINTS A PER-TEMPLATE COUNT REPORT.  TRIGGERS FOR UNKNOWN      *
001100* TEMPLATES OR CUSTOMERS ARE REPORTED, NOT DROPPED SILENTLY.     *
001200*                                                                *
001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001500* --------- ------------  -------------------------------------- *
001600* 23/08/26  HK            CREATED - CORRESPONDENCE ENGINE        *
001625* 15/10/26  HK            OPEN ESTATE CASE (ESTATREG): LETTERS   *
001650*                         GO TO THE EXECUTOR'S ADDRESS; NEW      *
001675*                         VARIABLE &EXECUTOR                     *
001680* 15/10/26  HK            LETTERS IN THE CUSTOMER'S LANGUAGE     *
001685*                         (CUSTPREF) WHEN LTRTMPL HOLDS IT;      *
001690*                         ELSE THE DEFAULT VERSION WITH A        *
001695*                         WARNING LINE AND RETURN CODE 4         *
001696* 15/10/26  HK            NEW VARIABLE &LIMIT - THE OVERDRAFT    *
001697*                         LIMIT, FOR THE ODREVMNT NOTICES        *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  LETTRGEN.
004300     SELECT COUNT-REPORT ASSIGN TO LETTRRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS LTR-RPT-STATUS.
004516     SELECT ESTATE-REGISTER ASSIGN TO ESTATREG
004532         ORGANIZATION IS INDEXED
004548         ACCESS MODE IS RANDOM
004564         RECORD KEY IS EC-CUST-NUMBER
004580         FILE STATUS IS LTR-EST-STATUS.
004583     SELECT CUSTOMER-PREFERENCE ASSIGN TO CUSTPREF
004586         ORGANIZATION IS INDEXED
004589         ACCESS MODE IS RANDOM
004592         RECORD KEY IS PF-CUST-NUMBER
004595         FILE STATUS IS LTR-PF-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
006500 FD  COUNT-REPORT
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  REPORT-LINE                 PIC X(132).
006720
006740 FD  ESTATE-REGISTER
006760     RECORD CONTAINS 400 CHARACTERS.
006780 COPY ESTATE.
006784
006788 FD  CUSTOMER-PREFERENCE
006792     RECORD CONTAINS 100 CHARACTERS.
006796 COPY CUSTPREF.
006800
006900 WORKING-STORAGE SECTION.
007000 77  LTR-TPL-STATUS              PIC X(02).
007200 77  LTR-MAST-STATUS             PIC X(02).
007300 77  LTR-OUT-STATUS              PIC X(02).
007400 77  LTR-RPT-STATUS              PIC X(02).
007425 77  LTR-EST-STATUS              PIC X(02).
007450 77  LTR-EST-OPEN-SW             PIC X(01) VALUE "N".
007475     88  LTR-EST-OPEN            VALUE "Y".
007481 77  LTR-PF-STATUS               PIC X(02).
007487 77  LTR-PF-OPEN-SW              PIC X(01) VALUE "N".
007493     88  LTR-PF-OPEN             VALUE "Y".
007500
007600 77  LTR-TPL-EOF-SW              PIC X(01) VALUE "N".
007700     88  LTR-TPL-EOF             VALUE "Y".
008500 77  LTR-CNT-COUNT               PIC 9(02) COMP VALUE ZERO.
008600 77  LTR-CNT-SUB                 PIC 9(02) COMP VALUE ZERO.
008700 77  LTR-ERROR-COUNT             PIC 9(05) COMP VALUE ZERO.
008750 77  LTR-WARN-COUNT              PIC 9(05) COMP VALUE ZERO.
008800 77  LTR-FOUND-SW                PIC X(01) VALUE "N".
008900     88  LTR-FOUND               VALUE "Y".
009000 77  LTR-CNT-FOUND-SW            PIC X(01) VALUE "N".
009400 77  LTR-VAR-LEN                 PIC 9(02) COMP VALUE ZERO.
009500
009600 01  LTR-RUN-DATE                PIC 9(08).
009625
009650* LANGUAGE OF THIS LETTER, SPACES FOR THE HOUSE DEFAULT
009675 01  LTR-LANGUAGE                PIC X(02).
009700
009800 01  LTR-NAME-WORK               PIC X(26).
009900 01  LTR-STREET-WORK             PIC X(24).
010000 01  LTR-CITY-WORK               PIC X(26).
010050 01  LTR-EXEC-WORK               PIC X(30).
010100 01  LTR-BALANCE-WORK            PIC X(13).
010200 01  LTR-BALANCE-EDIT            PIC -(08)9.99.
010233 01  LTR-LIMIT-WORK              PIC X(08).
010266 01  LTR-LIMIT-EDIT              PIC Z(04)9.99.
010300 01  LTR-DATE-WORK               PIC X(08).
010400
010500* EIGHT SPARE BYTES SO THE VARIABLE-NAME COMPARES NEAR THE
011100 01  LTR-TEMPLATE-TABLE.
011200     05  LTR-TPL-ENTRY OCCURS 400 TIMES.
011300         10  LTR-TBL-ID          PIC X(08).
011350         10  LTR-TBL-LANG        PIC X(02).
011400         10  LTR-TBL-TEXT        PIC X(60).
011500
011600* PER-TEMPLATE LETTER COUNTS
014700           CUSTOMER-MASTER
014800           LETTER-PRINT
014900           COUNT-REPORT.
014933     IF LTR-EST-OPEN
014966         CLOSE ESTATE-REGISTER.
014977     IF LTR-PF-OPEN
014988         CLOSE CUSTOMER-PREFERENCE.
015000     STOP RUN.
015100
015200******************************************************************
017030             LTR-MAST-STATUS
017040         MOVE 12 TO RETURN-CODE
017050         STOP RUN.
017060*    NO ESTATE REGISTER MEANS NO BEREAVEMENT NOTICE TAKEN IN
017070     OPEN INPUT ESTATE-REGISTER.
017080     IF LTR-EST-STATUS = "00"
017090         MOVE "Y" TO LTR-EST-OPEN-SW.
017092*    NO PREFERENCE REGISTER MEANS EVERY LETTER IN THE DEFAULT
017094     OPEN INPUT CUSTOMER-PREFERENCE.
017096     IF LTR-PF-STATUS = "00"
017098         MOVE "Y" TO LTR-PF-OPEN-SW.
017100     ACCEPT LTR-RUN-DATE FROM DATE YYYYMMDD.
017200     MOVE LTR-RUN-DATE TO LTR-DATE-WORK.
017300     PERFORM 1900-READ-TEMPLATE THRU 1900-EXIT.
018200         STOP RUN.
018300     ADD 1 TO LTR-LINE-COUNT.
018400     MOVE TPL-TEMPLATE-ID TO LTR-TBL-ID (LTR-LINE-COUNT).
018450     MOVE TPL-LANGUAGE TO LTR-TBL-LANG (LTR-LINE-COUNT).
018500     MOVE TPL-TEXT TO LTR-TBL-TEXT (LTR-LINE-COUNT).
018600     PERFORM 1900-READ-TEMPLATE THRU 1900-EXIT.
018700 1100-EXIT.
021200             GO TO 2000-READ-NEXT
021300     END-READ.
021400     PERFORM 2100-BUILD-VALUES THRU 2100-EXIT.
021450     PERFORM 2050-CHOOSE-LANGUAGE THRU 2050-EXIT.
021500     MOVE "N" TO LTR-FOUND-SW.
021600     MOVE ZERO TO LTR-SUB.
021700     PERFORM 2200-EMIT-LINE THRU 2200-EXIT
023100     PERFORM 2900-READ-TRIGGER THRU 2900-EXIT.
023200 2000-EXIT.
023300     EXIT.
023302
023304******************************************************************
023306*    2050-CHOOSE-LANGUAGE.  THE CUSTOMER'S PREFERRED LANGUAGE IF *
023308*    THE TEMPLATE IS HELD IN IT; OTHERWISE THE DEFAULT VERSION   *
023310*    GOES OUT AND A WARNING LINE IS REPORTED.                    *
023312******************************************************************
023314 2050-CHOOSE-LANGUAGE.
023316     MOVE SPACES TO LTR-LANGUAGE.
023318     IF NOT LTR-PF-OPEN
023320         GO TO 2050-EXIT.
023322     MOVE CUST-NUMBER TO PF-CUST-NUMBER.
023324     READ CUSTOMER-PREFERENCE
023326         INVALID KEY GO TO 2050-EXIT
023328     END-READ.
023330     IF PF-LANG-DEFAULT
023332         GO TO 2050-EXIT.
023334     MOVE PF-LANGUAGE TO LTR-LANGUAGE.
023336     MOVE "N" TO LTR-FOUND-SW.
023338     MOVE ZERO TO LTR-SUB.
023340     PERFORM 2060-SCAN-LANGUAGE THRU 2060-EXIT
023342         UNTIL LTR-FOUND
023344            OR LTR-SUB >= LTR-LINE-COUNT.
023346     IF LTR-FOUND
023348         GO TO 2050-EXIT.
023350     ADD 1 TO LTR-WARN-COUNT.
023352     MOVE SPACES TO LTR-MSG-TEXT.
023354     STRING "TEMPLATE " DELIMITED BY SIZE
023356            TG-TEMPLATE-ID DELIMITED BY SIZE
023358            " NOT HELD IN " DELIMITED BY SIZE
023360            LTR-LANGUAGE DELIMITED BY SIZE
023362            " - DEFAULT SENT" DELIMITED BY SIZE
023364         INTO LTR-MSG-TEXT.
023366     WRITE REPORT-LINE FROM LTR-MESSAGE-LINE
023368         AFTER ADVANCING 1 LINE.
023370     MOVE SPACES TO LTR-LANGUAGE.
023372 2050-EXIT.
023374     EXIT.
023376
023378 2060-SCAN-LANGUAGE.
023380     ADD 1 TO LTR-SUB.
023382     IF LTR-TBL-ID (LTR-SUB) = TG-TEMPLATE-ID
023384      AND LTR-TBL-LANG (LTR-SUB) = LTR-LANGUAGE
023386         MOVE "Y" TO LTR-FOUND-SW.
023388 2060-EXIT.
023390     EXIT.
023400
023500******************************************************************
023600*    2100-BUILD-VALUES.  SUBSTITUTION VALUES FOR THIS LETTER.    *
025300         INTO LTR-CITY-WORK.
025400     MOVE SALDO TO LTR-BALANCE-EDIT.
025500     MOVE LTR-BALANCE-EDIT TO LTR-BALANCE-WORK.
025516     MOVE OVERDRAFT-LIMIT TO LTR-LIMIT-EDIT.
025532     MOVE LTR-LIMIT-EDIT TO LTR-LIMIT-WORK.
025550     PERFORM 2150-ESTATE-ADDRESS THRU 2150-EXIT.
025600 2100-EXIT.
025700     EXIT.
025703
025706******************************************************************
025709*    2150-ESTATE-ADDRESS.  WHILE AN ESTATE CASE IS OPEN EVERY    *
025712*    LETTER GOES TO THE EXECUTOR: &STREET AND &CITY ARE THE      *
025715*    EXECUTOR'S ADDRESS AND &EXECUTOR IS THE EXECUTOR'S NAME.    *
025718*    &NAME STAYS THE DECEASED CUSTOMER.                          *
025721******************************************************************
025724 2150-ESTATE-ADDRESS.
025727     MOVE SPACES TO LTR-EXEC-WORK.
025730     IF NOT LTR-EST-OPEN
025733         GO TO 2150-EXIT.
025736     MOVE CUST-NUMBER TO EC-CUST-NUMBER.
025739     READ ESTATE-REGISTER
025742         INVALID KEY GO TO 2150-EXIT
025745     END-READ.
025748     IF NOT EC-CASE-OPEN
025751         GO TO 2150-EXIT.
025754     MOVE EC-EXECUTOR-NAME TO LTR-EXEC-WORK.
025757     MOVE SPACES TO LTR-STREET-WORK.
025760     STRING EC-EXEC-STREET DELIMITED BY "  "
025763            " " DELIMITED BY SIZE
025766            EC-EXEC-HOUSE-NUMBER DELIMITED BY SIZE
025769         INTO LTR-STREET-WORK.
025772     MOVE SPACES TO LTR-CITY-WORK.
025775     STRING EC-EXEC-ZIP DELIMITED BY SIZE
025778            " " DELIMITED BY SIZE
025781            EC-EXEC-CITY DELIMITED BY SIZE
025784         INTO LTR-CITY-WORK.
025787 2150-EXIT.
025790     EXIT.
025800
025900******************************************************************
026000*    2200-EMIT-LINE.  ONE TEMPLATE LINE IF IT BELONGS TO THE     *
026100*    TRIGGERED TEMPLATE IN THE CHOSEN LANGUAGE, VARIABLES        *
026150*    SUBSTITUTED.                                                *
026200******************************************************************
026300 2200-EMIT-LINE.
026400     ADD 1 TO LTR-SUB.
026500     IF LTR-TBL-ID (LTR-SUB) NOT = TG-TEMPLATE-ID
026550      OR LTR-TBL-LANG (LTR-SUB) NOT = LTR-LANGUAGE
026600         GO TO 2200-EXIT.
026700     IF NOT LTR-FOUND
026800         MOVE "Y" TO LTR-FOUND-SW
032300             STRING LTR-BALANCE-WORK DELIMITED BY SIZE
032400                 INTO LTR-LINE-OUT
032500                 WITH POINTER LTR-OUT-PTR
032516         WHEN LTR-LINE-IN (LTR-IN-PTR:9) = "&EXECUTOR"
032532             MOVE 9 TO LTR-VAR-LEN
032548             STRING LTR-EXEC-WORK DELIMITED BY "  "
032564                 INTO LTR-LINE-OUT
032580                 WITH POINTER LTR-OUT-PTR
032583         WHEN LTR-LINE-IN (LTR-IN-PTR:6) = "&LIMIT"
032586             MOVE 6 TO LTR-VAR-LEN
032589             STRING LTR-LIMIT-WORK DELIMITED BY SIZE
032592                 INTO LTR-LINE-OUT
032595                 WITH POINTER LTR-OUT-PTR
032600         WHEN LTR-LINE-IN (LTR-IN-PTR:5) = "&DATE"
032700             MOVE 5 TO LTR-VAR-LEN
032800             STRING LTR-DATE-WORK DELIMITED BY SIZE
038100     PERFORM 4100-REPORT-ONE THRU 4100-EXIT
038200         UNTIL LTR-CNT-SUB >= LTR-CNT-COUNT.
038300     IF LTR-ERROR-COUNT > ZERO
038350      OR LTR-WARN-COUNT > ZERO
038400         MOVE 4 TO RETURN-CODE.
038500 4000-EXIT.
038600     EXIT.
