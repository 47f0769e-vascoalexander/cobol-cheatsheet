001100* ON.  A CASE CAN ONLY BE OPENED AGAINST A STATEMENT THAT IS     *
001200* ACTUALLY IN THE ARCHIVE, WHICH ALSO SUPPLIES THE BRANCH        *
001300* FOR THE DISPAGE AGING REPORT.                                  *
001316* A CASE OPENED WITH A DISPUTED AMOUNT QUEUES A PROVISIONAL      *
001332* CREDIT, WHICH DISPAGE WRITES INTO THE POSTING INPUT.  THE      *
001348* RESOLUTION DECIDES ITS FATE: FOR THE CUSTOMER IT IS CONFIRMED  *
001364* AS FINAL, AGAINST THE CUSTOMER IT IS REVERSED (OR CANCELLED    *
001380* IF IT WAS NEVER ISSUED).                                       *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 26/08/26  MS            CREATED - DISPUTE CASE TRACKING        *
001833* 15/10/26  MS            PROVISIONAL CREDIT ON THE DISPUTED     *
001866*                         AMOUNT, SETTLED AT RESOLUTION          *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  DISPMNT.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  DISPUTE-FILE
004500     RECORD CONTAINS 160 CHARACTERS.
004600 COPY STMTDISP.
004700
004800 FD  STMT-ARCHIVE
006300 77  DSP-CLERK-IN                PIC X(20) VALUE SPACES.
006400 77  DSP-NOTES-IN                PIC X(60) VALUE SPACES.
006500 77  DSP-RUN-DATE                PIC 9(08) VALUE ZERO.
006507 77  DSP-VIEW-AMOUNT             PIC Z(06)9.99.
006514 77  DSP-PC-MSG                  PIC X(60) VALUE SPACES.
006521
006528 01  DSP-AMOUNT-IN               PIC X(09).
006535 01  DSP-AMOUNT-IN-N REDEFINES DSP-AMOUNT-IN
006542                                 PIC 9(07)V9(02).
006549
006556* PROVISIONAL CREDIT REFERENCE - ONE PER CASE, SO THE REVERSAL
006563* FINDS EXACTLY THE CREDIT IT BACKS OUT
006570 01  DSP-PC-REF.
006577     05  FILLER                  PIC X(02) VALUE "PC".
006584     05  DSP-PC-REF-DATE         PIC 9(08).
006600
006700 PROCEDURE DIVISION.
006800******************************************************************
015000         GO TO 3000-EXIT.
015100     DISPLAY "NOTES: ".
015200     ACCEPT DSP-NOTES-IN.
015214     DISPLAY "DISPUTED AMOUNT (9 DIGITS 7V2, 0 = NONE): ".
015228     MOVE SPACES TO DSP-AMOUNT-IN.
015242     ACCEPT DSP-AMOUNT-IN.
015256     IF DSP-AMOUNT-IN NOT NUMERIC
015270         DISPLAY "REJECT: AMOUNT MUST BE NUMERIC"
015284         GO TO 3000-EXIT.
015300     MOVE SPACES TO DISPUTE-CASE-RECORD.
015400     MOVE DSP-CUST-IN TO DP-CUST-NUMBER.
015500     MOVE DSP-DATE-IN TO DP-STMT-DATE.
015900     MOVE DSP-RUN-DATE TO DP-OPENED-DATE.
016000     MOVE DSP-RUN-DATE TO DP-STATUS-DATE.
016100     MOVE DSP-NOTES-IN TO DP-NOTES.
016112     MOVE DSP-AMOUNT-IN-N TO DP-DISPUTED-AMOUNT.
016124     MOVE ZERO TO DP-PC-ISSUED-DATE
016136                  DP-PC-SETTLED-DATE.
016148     IF DP-DISPUTED-AMOUNT > ZERO
016160         MOVE "P" TO DP-PC-STATUS
016172         MOVE DP-STMT-DATE TO DSP-PC-REF-DATE
016184         MOVE DSP-PC-REF TO DP-PC-REFERENCE.
016200     WRITE DISPUTE-CASE-RECORD
016300         INVALID KEY
016400             DISPLAY "CASE WRITE FAILED " DSP-DISP-STATUS
016600     END-WRITE.
016700     DISPLAY "CASE OPENED FOR " DP-CUST-NUMBER
016800         " STATEMENT " DP-STMT-DATE.
016820     IF DP-PC-PENDING
016840         MOVE DP-DISPUTED-AMOUNT TO DSP-VIEW-AMOUNT
016860         DISPLAY "PROVISIONAL CREDIT " DSP-VIEW-AMOUNT
016880             " QUEUED FOR THE NEXT POSTING RUN".
016900 3000-EXIT.
017000     EXIT.
017100
021500         MOVE DSP-NOTES-IN TO DP-NOTES.
021600     MOVE DSP-STATUS-IN TO DP-STATUS.
021700     MOVE DSP-RUN-DATE TO DP-STATUS-DATE.
021750     PERFORM 3600-SETTLE-CREDIT THRU 3600-EXIT.
021800     REWRITE DISPUTE-CASE-RECORD.
021900     IF DSP-DISP-STATUS = "00"
022000         DISPLAY "CASE " DP-CUST-NUMBER "/" DP-STMT-DATE
022100             " NOW STATUS " DP-STATUS
022125         IF DSP-PC-MSG NOT = SPACES
022150             DISPLAY DSP-PC-MSG
022175         END-IF
022200     ELSE
022300         DISPLAY "REWRITE FAILED - STATUS " DSP-DISP-STATUS
022400     END-IF.
022500 3500-EXIT.
022600     EXIT.
022602
022604******************************************************************
022606*    3600-SETTLE-CREDIT.  A RESOLUTION DECIDES THE PROVISIONAL   *
022608*    CREDIT.  FOR THE CUSTOMER AN ISSUED CREDIT IS FINAL AT      *
022610*    ONCE; ONE STILL PENDING IS ISSUED AS FINAL BY DISPAGE.      *
022612*    AGAINST THE CUSTOMER A PENDING CREDIT IS CANCELLED, AN      *
022614*    ISSUED ONE IS LEFT FOR DISPAGE TO REVERSE.  THE OUTCOME IS  *
022616*    KEPT IN DP-RESOLVED-AS SO IT SURVIVES THE CLOSE.            *
022618******************************************************************
022620 3600-SETTLE-CREDIT.
022622     MOVE SPACES TO DSP-PC-MSG.
022624     IF DSP-STATUS-IN NOT = "F" AND DSP-STATUS-IN NOT = "A"
022626         GO TO 3600-EXIT.
022628     MOVE DSP-STATUS-IN TO DP-RESOLVED-AS.
022630     IF NOT DP-PC-PENDING AND NOT DP-PC-ISSUED
022632         GO TO 3600-EXIT.
022634     EVALUATE TRUE
022636         WHEN DP-FOUND-FOR AND DP-PC-ISSUED
022638             MOVE "F" TO DP-PC-STATUS
022640             MOVE DSP-RUN-DATE TO DP-PC-SETTLED-DATE
022642             MOVE "PROVISIONAL CREDIT CONFIRMED AS FINAL"
022644                 TO DSP-PC-MSG
022646         WHEN DP-FOUND-FOR
022648             MOVE "PROVISIONAL CREDIT WILL BE ISSUED AS FINAL"
022650                 TO DSP-PC-MSG
022652         WHEN DP-PC-PENDING
022654             MOVE "X" TO DP-PC-STATUS
022656             MOVE DSP-RUN-DATE TO DP-PC-SETTLED-DATE
022658             MOVE "PROVISIONAL CREDIT NOT YET ISSUED - CANCELLED"
022660                 TO DSP-PC-MSG
022662         WHEN OTHER
022664             MOVE "PROVISIONAL CREDIT REVERSAL QUEUED FOR POSTING"
022666                 TO DSP-PC-MSG
022668     END-EVALUATE.
022670 3600-EXIT.
022672     EXIT.
022700
022800******************************************************************
022900*    3800-INQUIRE-CASE.  SHOW ONE CASE.                          *
024300         " OPENED " DP-OPENED-DATE.
024400     DISPLAY "CLERK  " DP-CLERK.
024500     DISPLAY "NOTES  " DP-NOTES.
024514     MOVE DP-DISPUTED-AMOUNT TO DSP-VIEW-AMOUNT.
024528     DISPLAY "AMOUNT " DSP-VIEW-AMOUNT
024542         "  PROVISIONAL CREDIT " DP-PC-STATUS
024556         " REF " DP-PC-REFERENCE.
024570     DISPLAY "CREDIT ISSUED " DP-PC-ISSUED-DATE
024584         " SETTLED " DP-PC-SETTLED-DATE.
024600 3800-EXIT.
024700     EXIT.
