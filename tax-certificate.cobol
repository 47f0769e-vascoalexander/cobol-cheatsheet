001000* OCCURRENCE, IN THE HOUSE LETTER STYLE.  A CONTROL LISTING      *
001100* TOTALLED BY BRANCH LETS FINANCE TIE THE CERTIFICATES BACK      *
001200* TO THE ACCRUAL REGISTERS.                                      *
001225* POSTINGS HISTARCH HAS MOVED OFF THE ON-LINE FILE ARE READ      *
001250* FIRST FROM THE ARCHIVE GENERATIONS CONCATENATED UNDER          *
001275* POSTHARC; A RUN WITH NO ARCHIVE ALLOCATED READS POSTHIST ONLY. *
001300*                                                                *
001400* MAINTENANCE LOG                                                *
001500* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001600* --------- ------------  -------------------------------------- *
001700* 28/08/26  HK            CREATED - TAX SEASON CERTIFICATES      *
001733* 15/10/26  HK            CERTIFICATE BREAKS THE CUSTOMER TOTALS *
001766*                         DOWN BY ACCOUNT FROM PH-ACCT-SEQ       *
001774* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
001782*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001790*                         AND AMOUNT OF CONVERTED ITEMS          *
001792* 15/10/26  HK            POSTING HISTORY IS KEYED; THE YEAR     *
001794*                         ALSO TAKES IN THE HISTARCH ARCHIVE     *
001796*                         GENERATIONS (POSTHARC) WHEN GIVEN      *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  TAXCERT.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003100         ORGANIZATION IS INDEXED
003133         ACCESS MODE IS SEQUENTIAL
003166         RECORD KEY IS PH-KEY
003200         FILE STATUS IS TAX-HIST-STATUS.
003225     SELECT HISTORY-ARCHIVE ASSIGN TO POSTHARC
003250         ORGANIZATION IS SEQUENTIAL
003275         FILE STATUS IS TAX-ARC-STATUS.
003300     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  POSTING-HISTORY
004800     RECORD CONTAINS 100 CHARACTERS.
004900 COPY POSTHIST.
004920
004940 FD  HISTORY-ARCHIVE
004960     RECORD CONTAINS 100 CHARACTERS.
004980 01  HISTORY-ARCHIVE-RECORD      PIC X(100).
005000
005100 FD  CUSTOMER-MASTER
005200     RECORD CONTAINS 273 CHARACTERS.
006200
006300 WORKING-STORAGE SECTION.
006400 77  TAX-HIST-STATUS             PIC X(02).
006450 77  TAX-ARC-STATUS              PIC X(02).
006500 77  TAX-MAST-STATUS             PIC X(02).
006600 77  TAX-CRT-STATUS              PIC X(02).
006700 77  TAX-RPT-STATUS              PIC X(02).
006800
006900 77  TAX-HIST-EOF-SW             PIC X(01) VALUE "N".
007000     88  TAX-HIST-EOF            VALUE "Y".
007033 77  TAX-ARC-EOF-SW              PIC X(01) VALUE "Y".
007066     88  TAX-ARC-EOF             VALUE "Y".
007100 77  TAX-FOUND-SW                PIC X(01) VALUE "N".
007200     88  TAX-ITEM-FOUND          VALUE "Y".
007300
007800 77  TAX-BR-MAX                  PIC 9(02) COMP VALUE 10.
007900 77  TAX-BR-COUNT                PIC 9(02) COMP VALUE ZERO.
008000 77  TAX-BR-SUB                  PIC 9(02) COMP VALUE ZERO.
008014 77  TAX-AC-MAX                  PIC 9(04) COMP VALUE 4000.
008028 77  TAX-AC-COUNT                PIC 9(04) COMP VALUE ZERO.
008042 77  TAX-AC-SUB                  PIC 9(04) COMP VALUE ZERO.
008056 77  TAX-AC-FOUND-SW             PIC X(01) VALUE "N".
008070     88  TAX-AC-FOUND            VALUE "Y".
008084 77  TAX-WORK-ACCT               PIC 9(02) VALUE ZERO.
008100 77  TAX-CERT-COUNT              PIC 9(05) COMP VALUE ZERO.
008200 77  TAX-SKIP-COUNT              PIC 9(05) COMP VALUE ZERO.
008300
009200         10  TAX-TBL-CUST        PIC 9(06).
009300         10  TAX-TBL-CREDIT      PIC 9(09)V9(02).
009400         10  TAX-TBL-DEBIT       PIC 9(09)V9(02).
009411
009422* THE SAME POSTINGS SUMMED PER CUSTOMER ACCOUNT
009433 01  TAX-ACCT-TABLE.
009444     05  TAX-ACCT-ENTRY OCCURS 4000 TIMES.
009455         10  TAX-AC-CUST         PIC 9(06).
009466         10  TAX-AC-ACCT         PIC 9(02).
009477         10  TAX-AC-CREDIT       PIC 9(09)V9(02).
009488         10  TAX-AC-DEBIT        PIC 9(09)V9(02).
009500
009600 01  TAX-BRANCH-TABLE.
009700     05  TAX-BR-ENTRY OCCURS 10 TIMES.
010300 01  TAX-NAME-WORK               PIC X(26).
010400 01  TAX-LTR-WORK                PIC X(80).
010500 01  TAX-AMT-EDIT                PIC -(08)9.99.
010550 01  TAX-AMT-EDIT-2              PIC -(08)9.99.
010600
010700 01  TAX-HEADING-1.
010800     05  FILLER                  PIC X(08) VALUE "TAXCERT ".
016300             TAX-HIST-STATUS
016400         MOVE 12 TO RETURN-CODE
016500         STOP RUN.
016525     OPEN INPUT HISTORY-ARCHIVE.
016550     IF TAX-ARC-STATUS = "00"
016575         MOVE "N" TO TAX-ARC-EOF-SW.
016600     IF TAX-MAST-STATUS NOT = "00"
016700         DISPLAY "TAXCERT: MASTER OPEN FAILED "
016800             TAX-MAST-STATUS
019400     ELSE
019500         ADD PH-AMOUNT TO TAX-TBL-DEBIT (TAX-TAB-SUB)
019600     END-IF.
019614     PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT.
019628     IF PH-CREDIT
019642         ADD PH-AMOUNT TO TAX-AC-CREDIT (TAX-AC-SUB)
019656     ELSE
019670         ADD PH-AMOUNT TO TAX-AC-DEBIT (TAX-AC-SUB)
019684     END-IF.
019700 2000-READ-NEXT.
019800     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
019900 2000-EXIT.
022500         MOVE "Y" TO TAX-FOUND-SW.
022600 2110-EXIT.
022700     EXIT.
022702
022704******************************************************************
022706*    2200-FIND-ACCOUNT.  SLOT FOR THE POSTING'S ACCOUNT.  A      *
022708*    POSTING WRITTEN BEFORE ACCOUNTS WERE SEPARATED CARRIES NO   *
022710*    SEQUENCE AND BELONGS TO THE PRIMARY ACCOUNT 01.             *
022712******************************************************************
022714 2200-FIND-ACCOUNT.
022716     IF PH-ACCT-SEQ NUMERIC AND PH-ACCT-SEQ NOT = ZERO
022718         MOVE PH-ACCT-SEQ TO TAX-WORK-ACCT
022720     ELSE
022722         MOVE 1 TO TAX-WORK-ACCT
022724     END-IF.
022726     MOVE "N" TO TAX-AC-FOUND-SW.
022728     MOVE ZERO TO TAX-AC-SUB.
022730     PERFORM 2210-SCAN-ACCOUNT THRU 2210-EXIT
022732         UNTIL TAX-AC-FOUND
022734            OR TAX-AC-SUB >= TAX-AC-COUNT.
022736     IF TAX-AC-FOUND
022738         GO TO 2200-EXIT.
022740     IF TAX-AC-COUNT >= TAX-AC-MAX
022742         DISPLAY "TAXCERT: ACCOUNT TABLE OVERFLOW"
022744         MOVE 12 TO RETURN-CODE
022746         STOP RUN.
022748     ADD 1 TO TAX-AC-COUNT.
022750     MOVE TAX-AC-COUNT TO TAX-AC-SUB.
022752     MOVE PH-CUST-NUMBER TO TAX-AC-CUST (TAX-AC-SUB).
022754     MOVE TAX-WORK-ACCT TO TAX-AC-ACCT (TAX-AC-SUB).
022756     MOVE ZERO TO TAX-AC-CREDIT (TAX-AC-SUB).
022758     MOVE ZERO TO TAX-AC-DEBIT (TAX-AC-SUB).
022760 2200-EXIT.
022762     EXIT.
022764
022766 2210-SCAN-ACCOUNT.
022768     ADD 1 TO TAX-AC-SUB.
022770     IF TAX-AC-CUST (TAX-AC-SUB) = PH-CUST-NUMBER
022772      AND TAX-AC-ACCT (TAX-AC-SUB) = TAX-WORK-ACCT
022774         MOVE "Y" TO TAX-AC-FOUND-SW.
022776 2210-EXIT.
022778     EXIT.
022800
022833*    THE ARCHIVE GENERATIONS ARE READ TO THE END BEFORE THE
022866*    ON-LINE FILE; THE ARCHIVE RECORD IS IN THE POSTHIST LAYOUT
022900 2900-READ-HISTORY.
022909     IF TAX-ARC-EOF
022918         GO TO 2900-READ-ONLINE.
022927     READ HISTORY-ARCHIVE INTO POSTING-HISTORY-RECORD
022936         AT END
022945             MOVE "Y" TO TAX-ARC-EOF-SW
022954             CLOSE HISTORY-ARCHIVE
022963             GO TO 2900-READ-ONLINE
022972     END-READ.
022981     GO TO 2900-EXIT.
022990 2900-READ-ONLINE.
023000     READ POSTING-HISTORY
023100         AT END MOVE "Y" TO TAX-HIST-EOF-SW
023200     END-READ.
030100         INTO TAX-LTR-WORK.
030200     WRITE LETTER-LINE FROM TAX-LTR-WORK
030300         AFTER ADVANCING 1 LINE.
030311     MOVE SPACES TO LETTER-LINE.
030322     WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
030333     MOVE "BY ACCOUNT:          CREDIT PAID    DEBIT CHARGED"
030344         TO LETTER-LINE.
030355     WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
030366     MOVE ZERO TO TAX-AC-SUB.
030377     PERFORM 3100-PRINT-ACCOUNT THRU 3100-EXIT
030388         UNTIL TAX-AC-SUB >= TAX-AC-COUNT.
030400     ADD 1 TO TAX-CERT-COUNT.
030500     PERFORM 3500-ROLL-BRANCH THRU 3500-EXIT.
030600 3000-EXIT.
030700     EXIT.
030800
030805 3100-PRINT-ACCOUNT.
030810     ADD 1 TO TAX-AC-SUB.
030815     IF TAX-AC-CUST (TAX-AC-SUB) NOT = CUST-NUMBER
030820         GO TO 3100-EXIT.
030825     MOVE TAX-AC-CREDIT (TAX-AC-SUB) TO TAX-AMT-EDIT.
030830     MOVE TAX-AC-DEBIT (TAX-AC-SUB) TO TAX-AMT-EDIT-2.
030835     MOVE SPACES TO TAX-LTR-WORK.
030840     STRING "  ACCOUNT " DELIMITED BY SIZE
030845            TAX-AC-ACCT (TAX-AC-SUB) DELIMITED BY SIZE
030850            "      " DELIMITED BY SIZE
030855            TAX-AMT-EDIT DELIMITED BY SIZE
030860            "     " DELIMITED BY SIZE
030865            TAX-AMT-EDIT-2 DELIMITED BY SIZE
030870         INTO TAX-LTR-WORK.
030875     WRITE LETTER-LINE FROM TAX-LTR-WORK
030880         AFTER ADVANCING 1 LINE.
030885 3100-EXIT.
030890     EXIT.
030895
030900******************************************************************
031000*    3500-ROLL-BRANCH.  CERTIFICATE INTO THE BRANCH TOTALS.      *
031100******************************************************************
