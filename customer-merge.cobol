001850*                         PAIRS IN ONE RUN, HISTORY RE-POINTED   *
001860*                         ONCE AT THE END); WITHOUT THE FILE     *
001870*                         THE SINGLE-PAIR KEYED MODE REMAINS     *
001877* 15/10/26  MS            DUPLICATE'S ACCOUNTS MOVE TO THE       *
001884*                         SURVIVOR UNDER ITS NEXT FREE SEQUENCES *
001891*                         WITH OFFSET POSTINGS PER ACCOUNT       *
001892* 15/10/26  MS            POSTING HISTORY RECORD WIDENED TO      *
001893*                         100 BYTES; ITEMS WRITTEN HERE ARE IN   *
001894*                         THE ACCOUNT CURRENCY, SO THE ORIGINAL  *
001895*                         CURRENCY FIELDS ARE LEFT EMPTY         *
001896* 15/10/26  MS            POSTING HISTORY IS KEYED (CUSTOMER,    *
001897*                         DATE, REFERENCE); A POSTING THAT       *
001898*                         REPEATS A KEY TAKES THE NEXT KEY       *
001899*                         SEQUENCE                               *
001924* 15/10/26  MS            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
001949*                         PRODUCT DATES HELD AS DISPLAY DATES    *
001974******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  CUSTMERG.
002200 AUTHOR. M. SCHREIBER.
003400         RECORD KEY IS CUST-NUMBER
003500         FILE STATUS IS MRG-MAST-STATUS.
003600     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003700         ORGANIZATION IS INDEXED
003733         ACCESS MODE IS RANDOM
003766         RECORD KEY IS PH-KEY
003800         FILE STATUS IS MRG-HIST-STATUS.
003816     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
003832         ORGANIZATION IS INDEXED
003848         ACCESS MODE IS DYNAMIC
003864         RECORD KEY IS AC-KEY
003880         FILE STATUS IS MRG-ACCT-STATUS.
003900     SELECT STATUS-HISTORY-IN ASSIGN TO STATHSTI
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS MRG-STAT-IN-STATUS.
005900 COPY CUSTMAST.
006000
006100 FD  POSTING-HISTORY
006200     RECORD CONTAINS 100 CHARACTERS.
006300 COPY POSTHIST.
006320
006340 FD  ACCOUNT-MASTER
006360     RECORD CONTAINS 100 CHARACTERS.
006380 COPY ACCTMAST.
006400
006500 FD  STATUS-HISTORY-IN
006600     RECORD CONTAINS 30 CHARACTERS.
009000 77  MRG-CLAS-IN-STATUS          PIC X(02).
009100 77  MRG-CLAS-OUT-STATUS         PIC X(02).
009200 77  MRG-RPT-STATUS              PIC X(02).
009250 77  MRG-ACCT-STATUS             PIC X(02).
009300
009400 77  MRG-STAT-EOF-SW             PIC X(01) VALUE "N".
009500     88  MRG-STAT-EOF            VALUE "Y".
009600 77  MRG-CLAS-EOF-SW             PIC X(01) VALUE "N".
009700     88  MRG-CLAS-EOF            VALUE "Y".
009733 77  MRG-ACCT-DONE-SW            PIC X(01) VALUE "N".
009766     88  MRG-ACCT-DONE           VALUE "Y".
009800
009900 77  MRG-SURVIVOR-KEY            PIC 9(06) VALUE ZERO.
010000 77  MRG-DUPLICATE-KEY           PIC 9(06) VALUE ZERO.
010902 77  MRG-PAIR-SUB                PIC 9(03) COMP VALUE ZERO.
010903 77  MRG-LOOKUP-KEY              PIC 9(06) VALUE ZERO.
010904 77  MRG-LOOKUP-SURV             PIC 9(06) VALUE ZERO.
010907 77  MRG-SCAN-KEY                PIC 9(06) VALUE ZERO.
010910 77  MRG-SURV-HIGH-SEQ           PIC 9(02) VALUE ZERO.
010913 77  MRG-OLD-SEQ                 PIC 9(02) VALUE ZERO.
010916 77  MRG-ACCT-CNT                PIC 9(03) COMP VALUE ZERO.
010919 77  MRG-ACCT-SUB                PIC 9(03) COMP VALUE ZERO.
010922 77  MRG-ACCT-ROOM               PIC 9(03) COMP VALUE ZERO.
010925
010928* DUPLICATE-TO-SURVIVOR PAIRS MERGED THIS RUN; THE HISTORY
010931* RE-POINT PASSES RUN ONCE AT THE END OVER THIS TABLE
010934 01  MRG-PAIR-TABLE.
010937     05  MRG-PAIR-ENTRY OCCURS 200 TIMES.
010940         10  MRG-PAIR-DUP        PIC 9(06).
010943         10  MRG-PAIR-SURV       PIC 9(06).
010946
010949* THE DUPLICATE'S ACCOUNT SEQUENCES, COLLECTED BEFORE ANY MOVES
010952 01  MRG-ACCT-TABLE.
010955     05  MRG-ACCT-ENTRY OCCURS 99 TIMES.
010958         10  MRG-ACCT-DUP-SEQ    PIC 9(02).
010961
010964 01  MRG-ACCT-MOVE-TEXT.
010967     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
010970     05  MRG-MOVE-OLD            PIC 9(02).
010973     05  FILLER                  PIC X(28)
010976         VALUE " MOVED TO SURVIVOR ACCOUNT ".
010979     05  MRG-MOVE-NEW            PIC 9(02).
010982     05  FILLER                  PIC X(30) VALUE SPACES.
010985
011000 01  MRG-SURVIVOR-REC            PIC X(273).
011100 01  MRG-DUPLICATE-REC           PIC X(273).
011200
018516             MRG-CLAS-IN-STATUS
018518         MOVE 12 TO RETURN-CODE
018520         STOP RUN.
018522     OPEN I-O POSTING-HISTORY.
018524     IF MRG-HIST-STATUS = "35"
018526         OPEN OUTPUT POSTING-HISTORY
018527         CLOSE POSTING-HISTORY
018528         OPEN I-O POSTING-HISTORY.
018529     IF MRG-HIST-STATUS NOT = "00"
018530         DISPLAY "CUSTMERG: POSTING HISTORY OPEN FAILED "
018532             MRG-HIST-STATUS
018534         MOVE 12 TO RETURN-CODE
018536         STOP RUN.
018602     OPEN I-O ACCOUNT-MASTER.
018668     IF MRG-ACCT-STATUS NOT = "00"
018734         DISPLAY "CUSTMERG: ACCOUNT MASTER OPEN FAILED "
018800             MRG-ACCT-STATUS
018866         MOVE 12 TO RETURN-CODE
018932         STOP RUN.
019000 1000-EXIT.
019100     EXIT.
019102
026800
026900******************************************************************
027000*    3500-CONSOLIDATE-SALDO.  OFFSETTING POSTINGS, NET TO        *
027100*    SURVIVOR.  EACH OF THE DUPLICATE'S ACCOUNTS MOVES TO THE    *
027200*    SURVIVOR UNDER ITS NEXT FREE SEQUENCE, AND A NON-ZERO       *
027225*    BALANCE IS BROUGHT TO ZERO ON THE OLD ACCOUNT AND TAKEN     *
027250*    UP ON THE NEW ONE ON THE POSTING HISTORY, SO THE TRAIL      *
027275*    SHOWS WHERE THE MONEY WENT.                                 *
027300******************************************************************
027400 3500-CONSOLIDATE-SALDO.
027500     COMPUTE MRG-NEW-SALDO = SALDO + MRG-DUP-SALDO.
027800         DISPLAY "CUSTMERG: COMBINED SALDO OVERFLOWS - ABORT"
027900         MOVE 12 TO RETURN-CODE
028000         STOP RUN.
028227     PERFORM 3600-LOAD-ACCOUNTS THRU 3600-EXIT.
028454     COMPUTE MRG-ACCT-ROOM = 99 - MRG-SURV-HIGH-SEQ.
028681     IF MRG-ACCT-CNT > MRG-ACCT-ROOM
028908         DISPLAY "CUSTMERG: SURVIVOR HAS NO ROOM FOR THE "
029135             "DUPLICATE'S ACCOUNTS - ABORT"
029362         MOVE 12 TO RETURN-CODE
029589         STOP RUN.
029816     MOVE ZERO TO MRG-ACCT-SUB.
030043     PERFORM 3700-MOVE-ONE-ACCOUNT THRU 3700-EXIT
030270         MRG-ACCT-CNT TIMES.
030500     MOVE "SALDO CONSOLIDATED TO SURVIVOR VIA OFFSET POSTINGS"
030600         TO MRG-AUD-TEXT.
030700     WRITE REPORT-LINE FROM MRG-AUDIT-LINE
030800         AFTER ADVANCING 1 LINE.
030900 3500-EXIT.
031000     EXIT.
031001
031002******************************************************************
031003*    3600-LOAD-ACCOUNTS.  THE SURVIVOR'S HIGHEST SEQUENCE AND    *
031004*    THE DUPLICATE'S SEQUENCES, OPEN AND CLOSED.                 *
031005******************************************************************
031006 3600-LOAD-ACCOUNTS.
031007     MOVE ZERO TO MRG-SURV-HIGH-SEQ.
031008     MOVE ZERO TO MRG-ACCT-CNT.
031009     MOVE MRG-SURVIVOR-KEY TO MRG-SCAN-KEY.
031010     PERFORM 3650-START-SCAN THRU 3650-EXIT.
031011     PERFORM 3610-SCAN-SURVIVOR THRU 3610-EXIT
031012         UNTIL MRG-ACCT-DONE.
031013     MOVE MRG-DUPLICATE-KEY TO MRG-SCAN-KEY.
031014     PERFORM 3650-START-SCAN THRU 3650-EXIT.
031015     PERFORM 3620-SCAN-DUPLICATE THRU 3620-EXIT
031016         UNTIL MRG-ACCT-DONE.
031017 3600-EXIT.
031018     EXIT.
031019
031020 3610-SCAN-SURVIVOR.
031021     READ ACCOUNT-MASTER NEXT RECORD
031022         AT END
031023             MOVE "Y" TO MRG-ACCT-DONE-SW
031024             GO TO 3610-EXIT
031025     END-READ.
031026     IF AC-CUST-NUMBER NOT = MRG-SCAN-KEY
031027         MOVE "Y" TO MRG-ACCT-DONE-SW
031028         GO TO 3610-EXIT.
031029     MOVE AC-ACCT-SEQ TO MRG-SURV-HIGH-SEQ.
031030 3610-EXIT.
031031     EXIT.
031032
031033 3620-SCAN-DUPLICATE.
031034     READ ACCOUNT-MASTER NEXT RECORD
031035         AT END
031036             MOVE "Y" TO MRG-ACCT-DONE-SW
031037             GO TO 3620-EXIT
031038     END-READ.
031039     IF AC-CUST-NUMBER NOT = MRG-SCAN-KEY
031040         MOVE "Y" TO MRG-ACCT-DONE-SW
031041         GO TO 3620-EXIT.
031042     ADD 1 TO MRG-ACCT-CNT.
031043     MOVE AC-ACCT-SEQ TO MRG-ACCT-DUP-SEQ (MRG-ACCT-CNT).
031044 3620-EXIT.
031045     EXIT.
031046
031047 3650-START-SCAN.
031048     MOVE "N" TO MRG-ACCT-DONE-SW.
031049     MOVE MRG-SCAN-KEY TO AC-CUST-NUMBER.
031050     MOVE ZERO TO AC-ACCT-SEQ.
031051     START ACCOUNT-MASTER
031052         KEY IS NOT LESS THAN AC-KEY
031053         INVALID KEY MOVE "Y" TO MRG-ACCT-DONE-SW
031054     END-START.
031055 3650-EXIT.
031056     EXIT.
031057
031058******************************************************************
031059*    3700-MOVE-ONE-ACCOUNT.  WRITE UNDER THE SURVIVOR FIRST,     *
031060*    THEN DELETE THE DUPLICATE'S RECORD, THEN THE OFFSETS.       *
031061******************************************************************
031062 3700-MOVE-ONE-ACCOUNT.
031063     ADD 1 TO MRG-ACCT-SUB.
031064     MOVE MRG-DUPLICATE-KEY TO AC-CUST-NUMBER.
031065     MOVE MRG-ACCT-DUP-SEQ (MRG-ACCT-SUB) TO AC-ACCT-SEQ.
031066     READ ACCOUNT-MASTER
031067         INVALID KEY
031068             DISPLAY "CUSTMERG: DUPLICATE ACCOUNT VANISHED "
031069                 AC-KEY
031070             MOVE 12 TO RETURN-CODE
031071             STOP RUN
031072     END-READ.
031073     MOVE AC-ACCT-SEQ TO MRG-OLD-SEQ.
031074     ADD 1 TO MRG-SURV-HIGH-SEQ.
031075     MOVE MRG-SURVIVOR-KEY TO AC-CUST-NUMBER.
031076     MOVE MRG-SURV-HIGH-SEQ TO AC-ACCT-SEQ.
031077     WRITE ACCOUNT-RECORD.
031078     IF MRG-ACCT-STATUS NOT = "00"
031079         DISPLAY "CUSTMERG: SURVIVOR ACCOUNT WRITE FAILED "
031080             MRG-ACCT-STATUS
031081         MOVE 12 TO RETURN-CODE
031082         STOP RUN.
031083     MOVE MRG-DUPLICATE-KEY TO AC-CUST-NUMBER.
031084     MOVE MRG-OLD-SEQ TO AC-ACCT-SEQ.
031085     DELETE ACCOUNT-MASTER RECORD.
031086     IF MRG-ACCT-STATUS NOT = "00"
031087         DISPLAY "CUSTMERG: DUPLICATE ACCOUNT DELETE FAILED "
031088             MRG-ACCT-STATUS
031089         MOVE 12 TO RETURN-CODE
031090         STOP RUN.
031091     MOVE MRG-OLD-SEQ TO MRG-MOVE-OLD.
031092     MOVE MRG-SURV-HIGH-SEQ TO MRG-MOVE-NEW.
031093     MOVE MRG-ACCT-MOVE-TEXT TO MRG-AUD-TEXT.
031094     WRITE REPORT-LINE FROM MRG-AUDIT-LINE
031095         AFTER ADVANCING 1 LINE.
031096     IF AC-SALDO = ZERO
031097         GO TO 3700-EXIT.
031098     MOVE MRG-DUPLICATE-KEY TO PH-CUST-NUMBER.
031099     MOVE MRG-OLD-SEQ TO PH-ACCT-SEQ.
031100     MOVE MRG-RUN-DATE TO PH-POST-DATE.
031101     IF AC-SALDO >= ZERO
031102         MOVE "D" TO PH-TXN-TYPE
031103         MOVE AC-SALDO TO PH-AMOUNT
031104     ELSE
031105         MOVE "C" TO PH-TXN-TYPE
031106         COMPUTE PH-AMOUNT = ZERO - AC-SALDO
031107     END-IF.
031108     MOVE ZERO TO PH-BALANCE-AFTER.
031109     MOVE "MERGE-OUT" TO PH-REFERENCE.
031110     MOVE "CUSTMERG" TO PH-SOURCE.
031111     MOVE CUST-BRANCH TO PH-BRANCH.
031112     MOVE MRG-RUN-DATE TO PH-PROC-DATE.
031113     MOVE ZERO TO PH-ADJ-PERIOD.
031116     MOVE SPACES TO PH-ORIG-CURRENCY.
031119     MOVE ZERO TO PH-ORIG-AMOUNT PH-FX-RATE.
031122     PERFORM 3750-WRITE-HISTORY THRU 3750-EXIT.
031140     MOVE MRG-SURVIVOR-KEY TO PH-CUST-NUMBER.
031143     MOVE MRG-SURV-HIGH-SEQ TO PH-ACCT-SEQ.
031146     IF AC-SALDO >= ZERO
031149         MOVE "C" TO PH-TXN-TYPE
031152     ELSE
031155         MOVE "D" TO PH-TXN-TYPE
031158     END-IF.
031161     MOVE AC-SALDO TO PH-BALANCE-AFTER.
031164     MOVE "MERGE-IN " TO PH-REFERENCE.
031167     PERFORM 3750-WRITE-HISTORY THRU 3750-EXIT.
031185 3700-EXIT.
031188     EXIT.
031191
031200******************************************************************
031300*    4000-REPOINT-STATUS.  STATUS HISTORY OLD-TO-NEW COPY.       *
031400******************************************************************
040750     IF MRG-BATCH-MODE
040760         CLOSE MERGE-CONFIRM-FILE.
040800     CLOSE CUSTOMER-MASTER
040850           ACCOUNT-MASTER
040900           POSTING-HISTORY
041000           STATUS-HISTORY-IN
041100           STATUS-HISTORY-OUT
041400           MERGE-REPORT.
041500 6000-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900*    3750-WRITE-HISTORY.  ADD ONE MERGE OFFSET POSTING.  A       *
042000*    CUSTOMER MERGED TWICE IN A DAY, OR WITH SEVERAL ACCOUNTS    *
042100*    MOVING, REPEATS THE KEY AND TAKES THE NEXT KEY SEQUENCE.    *
042200******************************************************************
042300 3750-WRITE-HISTORY.
042400     MOVE ZERO TO PH-KEY-SEQ.
042500 3750-WRITE-TRY.
042600     WRITE POSTING-HISTORY-RECORD.
042700     IF MRG-HIST-STATUS = "22" AND PH-KEY-SEQ < 999
042800         ADD 1 TO PH-KEY-SEQ
042900         GO TO 3750-WRITE-TRY.
043000     IF MRG-HIST-STATUS NOT = "00"
043100         DISPLAY "CUSTMERG: HISTORY WRITE FAILED "
043200             MRG-HIST-STATUS
043300         MOVE 12 TO RETURN-CODE
043400         STOP RUN.
043500 3750-EXIT.
043600     EXIT.
