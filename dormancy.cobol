001200* ON THE ESCHEATMENT REMITTANCE REPORT OF BALANCES OWED TO       *
001300* THE AUTHORITY.  STATEMENT SUPPRESSION FOR DORMANT              *
001400* CUSTOMERS SITS IN THE STATEMENT RUN ITSELF.                    *
001416* EVERY CUSTOMER ON THE REMITTANCE REPORT IS ALSO WRITTEN TO     *
001432* THE CANDIDATE FILE ESCHCAND FOR THE ESCHREMT REMITTANCE STEP.  *
001448* ONLY A CREDIT BALANCE IS OWED TO THE AUTHORITY, SO A ZERO OR   *
001464* NEGATIVE BALANCE (INCLUDING ONE ALREADY REMITTED) IS NOT       *
001480* LISTED.                                                        *
001500*                                                                *
001600* MAINTENANCE LOG                                                *
001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 29/08/26  MS            CREATED - DORMANCY AND ESCHEATMENT     *
001925* 15/10/26  MS            POSTING HISTORY RECORD WIDENED TO      *
001950*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001975*                         AND AMOUNT OF CONVERTED ITEMS          *
001981* 15/10/26  MS            ESCHEATMENT CANDIDATE FILE (ESCHCAND)  *
001987*                         FOR THE ESCHREMT REMITTANCE STEP;      *
001993*                         CREDIT BALANCES ONLY ON THE REPORT     *
001994* 15/10/26  MS            LAST POSTING PER CUSTOMER READ BY      *
001995*                         KEY FROM THE KEYED POSTING HISTORY;    *
001996*                         THE IN-STORAGE ACTIVITY TABLE IS       *
001997*                         RETIRED                                *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  DORMANT.
003500         RECORD KEY IS CUST-NUMBER
003600         FILE STATUS IS DRM-MAST-STATUS.
003700     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003800         ORGANIZATION IS INDEXED
003833         ACCESS MODE IS DYNAMIC
003866         RECORD KEY IS PH-KEY
003900         FILE STATUS IS DRM-HIST-STATUS.
004000     SELECT STATUS-HISTORY-IN ASSIGN TO STATHSTI
004100         ORGANIZATION IS SEQUENTIAL
005200     SELECT ESCHEAT-REPORT ASSIGN TO ESCHRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS DRM-ESC-STATUS.
005425     SELECT ESCHEAT-CANDIDATES ASSIGN TO ESCHCAND
005450         ORGANIZATION IS SEQUENTIAL
005475         FILE STATUS IS DRM-CND-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
006000 COPY CUSTMAST.
006100
006200 FD  POSTING-HISTORY
006300     RECORD CONTAINS 100 CHARACTERS.
006400 COPY POSTHIST.
006500
006600 FD  STATUS-HISTORY-IN
008600 FD  ESCHEAT-REPORT
008700     RECORD CONTAINS 132 CHARACTERS.
008800 01  ESCHEAT-LINE                PIC X(132).
008820
008840 FD  ESCHEAT-CANDIDATES
008860     RECORD CONTAINS 20 CHARACTERS.
008880 COPY ESCHCAND.
008900
009000 WORKING-STORAGE SECTION.
009100 77  DRM-MAST-STATUS             PIC X(02).
009500 77  DRM-TRG-STATUS              PIC X(02).
009600 77  DRM-RPT-STATUS              PIC X(02).
009700 77  DRM-ESC-STATUS              PIC X(02).
009750 77  DRM-CND-STATUS              PIC X(02).
009800
009900 77  DRM-MAST-EOF-SW             PIC X(01) VALUE "N".
010000     88  DRM-MAST-EOF            VALUE "Y".
010100 77  DRM-HIST-EOF-SW             PIC X(01) VALUE "N".
010200     88  DRM-HIST-EOF            VALUE "Y".
010233 77  DRM-HIST-OPEN-SW            PIC X(01) VALUE "N".
010266     88  DRM-HIST-OPEN           VALUE "Y".
010300 77  DRM-STI-EOF-SW              PIC X(01) VALUE "N".
010400     88  DRM-STI-EOF             VALUE "Y".
010500 77  DRM-FOUND-SW                PIC X(01) VALUE "N".
011500 77  DRM-ESCHEAT-COUNT           PIC 9(05) COMP VALUE ZERO.
011600 77  DRM-ESCHEAT-TOTAL           PIC S9(11)V9(02) VALUE ZERO.
011700
012100 77  DRM-DRM-MAX                 PIC 9(04) COMP VALUE 2000.
012200 77  DRM-DRM-COUNT               PIC 9(04) COMP VALUE ZERO.
012300 77  DRM-DRM-SUB                 PIC 9(04) COMP VALUE ZERO.
015200 01  DRM-TS-DATE-N REDEFINES DRM-TS-DATE
015300                                 PIC 9(08).
015400
016100* DATE EACH CUSTOMER WAS LAST MARKED DORMANT, FROM STATHIST
016200 01  DRM-DORMANT-TABLE.
016300     05  DRM-DRM-ENTRY OCCURS 2000 TIMES.
024200          INPUT  POSTING-HISTORY
024300          INPUT  STATUS-HISTORY-IN
024400          OUTPUT DORMANCY-REPORT
024500          OUTPUT ESCHEAT-REPORT
024550          OUTPUT ESCHEAT-CANDIDATES.
024600     IF DRM-MAST-STATUS NOT = "00"
024700         DISPLAY "DORMANT: MASTER OPEN FAILED " DRM-MAST-STATUS
024800         MOVE 12 TO RETURN-CODE
024900         STOP RUN.
025000     IF DRM-HIST-STATUS = "00"
025100         MOVE "Y" TO DRM-HIST-OPEN-SW.
025200     IF DRM-STI-STATUS NOT = "00"
025300         MOVE "Y" TO DRM-STI-EOF-SW.
025316     IF DRM-CND-STATUS NOT = "00"
025332         DISPLAY "DORMANT: CANDIDATE FILE OPEN FAILED "
025348             DRM-CND-STATUS
025364         MOVE 12 TO RETURN-CODE
025380         STOP RUN.
025400     OPEN EXTEND STATUS-HISTORY-OUT.
025500     IF DRM-STO-STATUS = "35"
025600         OPEN OUTPUT STATUS-HISTORY-OUT.
027800         AFTER ADVANCING PAGE.
027900     WRITE ESCHEAT-LINE FROM DRM-ESCH-HEADING
028000         AFTER ADVANCING PAGE.
028300     PERFORM 1200-LOAD-DORMANT-DATES THRU 1200-EXIT
028400         UNTIL DRM-STI-EOF.
028500     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800
032500******************************************************************
032600*    1200-LOAD-DORMANT-DATES.  LATEST "D" STATUS DATE PER        *
032700*    CUSTOMER, FOR THE STATUTORY-PERIOD TEST.                    *
038300
038400******************************************************************
038500*    3100-LAST-ACTIVITY.  LATER OF THE LAST POSTING AND THE      *
038600*    LAST MAINTENANCE STAMP.  THE CUSTOMER'S POSTINGS ARE READ   *
038650*    FROM THE START OF ITS KEY RANGE IN POSTING HISTORY.         *
038700******************************************************************
038800 3100-LAST-ACTIVITY.
038900     MOVE ZERO TO DRM-LAST-ACTIVITY.
039000     IF NOT DRM-HIST-OPEN
039100         GO TO 3100-MAINT-STAMP.
039200     MOVE CUST-NUMBER TO PH-CUST-NUMBER.
039300     MOVE ZERO TO PH-POST-DATE.
039400     MOVE LOW-VALUES TO PH-REFERENCE.
039500     MOVE ZERO TO PH-KEY-SEQ.
039600     MOVE "N" TO DRM-HIST-EOF-SW.
039612     START POSTING-HISTORY KEY IS NOT LESS THAN PH-KEY
039624         INVALID KEY
039636             GO TO 3100-MAINT-STAMP
039648     END-START.
039660     PERFORM 3110-SCAN-CUST THRU 3110-EXIT
039672         UNTIL DRM-HIST-EOF.
039684 3100-MAINT-STAMP.
039700     MOVE LAST-MAINT-TS TO DRM-TS-WORK.
039800     MOVE DRM-TS-YYYY TO DRM-TSD-YYYY.
039900     MOVE DRM-TS-MM TO DRM-TSD-MM.
040500     EXIT.
040600
040700 3110-SCAN-CUST.
040800     READ POSTING-HISTORY NEXT RECORD
040900         AT END
041000             MOVE "Y" TO DRM-HIST-EOF-SW
041012             GO TO 3110-EXIT
041024     END-READ.
041036     IF PH-CUST-NUMBER NOT = CUST-NUMBER
041048         MOVE "Y" TO DRM-HIST-EOF-SW
041060         GO TO 3110-EXIT.
041072     IF PH-PROC-DATE > DRM-LAST-ACTIVITY
041084         MOVE PH-PROC-DATE TO DRM-LAST-ACTIVITY.
041100 3110-EXIT.
041200     EXIT.
041300
045600
045700******************************************************************
045800*    3500-CHECK-ESCHEAT.  A DORMANT ACCOUNT PAST THE STATUTORY   *
045900*    PERIOD GOES ON THE REMITTANCE REPORT AND THE CANDIDATE      *
045950*    FILE, PROVIDED IT HOLDS A CREDIT BALANCE.                   *
046000******************************************************************
046100 3500-CHECK-ESCHEAT.
046133     IF SALDO NOT > ZERO
046166         GO TO 3500-EXIT.
046200     MOVE "N" TO DRM-FOUND-SW.
046300     MOVE ZERO TO DRM-DRM-SUB.
046400     PERFORM 3510-SCAN-SINCE THRU 3510-EXIT
047800         AFTER ADVANCING 1 LINE.
047900     ADD 1 TO DRM-ESCHEAT-COUNT.
048000     ADD SALDO TO DRM-ESCHEAT-TOTAL.
048020     MOVE SPACES TO ESCHEAT-CANDIDATE-RECORD.
048040     MOVE CUST-NUMBER TO EK-CUST-NUMBER.
048060     MOVE DRM-DRM-DATE (DRM-DRM-SUB) TO EK-DORMANT-SINCE.
048080     WRITE ESCHEAT-CANDIDATE-RECORD.
048100 3500-EXIT.
048200     EXIT.
048300
053700           STATUS-HISTORY-OUT
053800           TRIGGER-FILE
053900           DORMANCY-REPORT
054000           ESCHEAT-REPORT
054050           ESCHEAT-CANDIDATES.
054100 5000-EXIT.
054200     EXIT.
