000800* (WITH BALANCING TRAILER) FOR THE POSTRUN STEP, AND ADVANCES    *
000900* EACH ORDER'S NEXT-DUE DATE BY ITS FREQUENCY.  ORDERS THAT      *
001000* NEEDED CATCH-UP GENERATION OR THAT HAVE PASSED THEIR EXPIRY    *
001100* DATE ARE LISTED ON THE EXCEPTIONS REPORT.  A DEBIT ORDER THAT  *
001120* NAMES A PAYEE IS AN EXTERNAL CREDIT TRANSFER: EACH DEBIT IT    *
001140* RAISES ALSO GOES TO THE OUTBOUND PAYMENT INSTRUCTION FILE      *
001160* (SOPAYOUT) WITH A CONTROL TRAILER, FOR PAYRECON TO PROVE       *
001180* AGAINST THE POSTED DEBITS.  AN ORDER SUSPENDED UNFUNDED ALSO   *
001190* RAISES AN ALERT EVENT ON ALRTEVT FOR THE ALERTRUN STEP.        *
001200*                                                                *
001300* MAINTENANCE LOG                                                *
001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001680*                         THE RETRY LIMIT, THE ORDER IS          *
001690*                         SUSPENDED WITH REASON, LETTERED VIA    *
001692*                         LTRTRIG AND LISTED ON THE EXCEPTIONS   *
001693* 15/10/26  HK            ORDERS RUN AGAINST THE ACCOUNT NAMED   *
001694*                         BY SO-ACCT-SEQ: FUNDING IS CHECKED ON  *
001695*                         THE ACCOUNT MASTER AND THE POSTING IS  *
001696*                         STAGED FOR THAT ACCOUNT                *
001697* 15/10/26  HK            RETRIES COUNTED FOR DEBITS RETURNED    *
001698*                         REFUSED BY DDRETLD ARE KEPT ACROSS     *
001699*                         FUNDED NIGHTS                          *
001713* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 140   *
001727*                         BYTES FOR THE PAYEE.  A DEBIT ORDER    *
001741*                         WITH A PAYEE ALSO WRITES A CREDIT      *
001755*                         TRANSFER TO THE OUTBOUND PAYMENT FILE  *
001769*                         (SOPAYOUT) WITH A CONTROL TRAILER      *
001773* 15/10/26  HK            AN ORDER SUSPENDED UNFUNDED RAISES AN  *
001777*                         ALRTEVT EVENT FOR THE ALERTRUN STEP    *
001778* 15/10/26  HK            ACCOUNT RECORD WIDENED TO 100 BYTES;   *
001779*                         PRODUCT DATES HELD AS DISPLAY DATES    *
001780* 15/10/26  HK            STANDING-ORDER RECORD WIDENED TO 150   *
001781*                         BYTES; ORDER CREATED DATE HELD AS A    *
001782*                         DISPLAY DATE                           *
001783******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  STANDORD.
002000 AUTHOR. H. KELLER.
003910     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS STO-RUN-STATUS.
003940     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS RANDOM
003970         RECORD KEY IS AC-KEY
003980         FILE STATUS IS STO-MAST-STATUS.
003990     SELECT TRIGGER-FILE ASSIGN TO LTRTRIG
003992         ORGANIZATION IS SEQUENTIAL
003994         FILE STATUS IS STO-TRG-STATUS.
003995     SELECT PAYMENT-FILE ASSIGN TO SOPAYOUT
003996         ORGANIZATION IS SEQUENTIAL
003997         FILE STATUS IS STO-PAY-STATUS.
004017     SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVT
004037         ORGANIZATION IS SEQUENTIAL
004057         FILE STATUS IS STO-AE-STATUS.
004077
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  STANDING-ORDER-FILE
004400     RECORD CONTAINS 150 CHARACTERS.
004500 COPY STANDORD.
004600
004700 FD  GENERATED-TXN-FILE
004800     RECORD CONTAINS 60 CHARACTERS.
004900 COPY POSTTXN.
005000
005100 FD  EXCEPTION-REPORT
005330     RECORD CONTAINS 60 CHARACTERS.
005340 COPY RUNHIST.
005350
005352 FD  ACCOUNT-MASTER
005354     RECORD CONTAINS 100 CHARACTERS.
005356 COPY ACCTMAST.
005358
005360 FD  TRIGGER-FILE
005362     RECORD CONTAINS 40 CHARACTERS.
005364 COPY LTRTRIG.
005371
005378 FD  PAYMENT-FILE
005385     RECORD CONTAINS 150 CHARACTERS.
005392 COPY PAYXFER.
005393
005394 FD  ALERT-EVENT-FILE
005395     RECORD CONTAINS 60 CHARACTERS.
005396 COPY ALRTEVNT.
005400
005500 WORKING-STORAGE SECTION.
005600 77  STO-ORD-STATUS              PIC X(02).
006928 77  STO-SUSPENDED-COUNT         PIC 9(05) COMP VALUE ZERO.
006930 77  STO-WORK-LIMIT              PIC 9(05)V9(02) VALUE ZERO.
006932 77  STO-AVAILABLE               PIC S9(09)V9(02) VALUE ZERO.
006966 77  STO-WORK-ACCT               PIC 9(02) VALUE ZERO.
006972 77  STO-WORK-CCY                PIC X(03) VALUE SPACES.
006978 77  STO-PAY-STATUS              PIC X(02).
006984 77  STO-PAY-COUNT               PIC 9(07) COMP VALUE ZERO.
006990 77  STO-PAY-AMOUNT              PIC 9(11)V9(02) VALUE ZERO.
006995 77  STO-AE-STATUS               PIC X(02).
007000
007100 01  STO-RUN-DATE                PIC 9(08).
007110
011800******************************************************************
011900 1000-INITIALIZE.
012000     OPEN I-O    STANDING-ORDER-FILE
012050          INPUT  ACCOUNT-MASTER
012100          OUTPUT GENERATED-TXN-FILE
012200          OUTPUT EXCEPTION-REPORT.
012300     IF STO-ORD-STATUS NOT = "00"
012500         MOVE 12 TO RETURN-CODE
012600         STOP RUN.
012610     IF STO-MAST-STATUS NOT = "00"
012620         DISPLAY "STANDORD ABEND: ACCOUNT MASTER OPEN FAILED"
012630         MOVE 12 TO RETURN-CODE
012640         STOP RUN.
012650     OPEN EXTEND TRIGGER-FILE.
012690         DISPLAY "STANDORD ABEND: TRIGGER FILE OPEN FAILED"
012692         MOVE 12 TO RETURN-CODE
012694         STOP RUN.
012695     OPEN OUTPUT PAYMENT-FILE.
012696     IF STO-PAY-STATUS NOT = "00"
012697         DISPLAY "STANDORD ABEND: PAYMENT FILE OPEN FAILED"
012698         MOVE 12 TO RETURN-CODE
012699         STOP RUN.
012710     OPEN EXTEND ALERT-EVENT-FILE.
012721     IF STO-AE-STATUS = "35"
012732         OPEN OUTPUT ALERT-EVENT-FILE.
012743     IF STO-AE-STATUS NOT = "00"
012754         DISPLAY "STANDORD ABEND: ALERT EVENT FILE OPEN FAILED"
012765         MOVE 12 TO RETURN-CODE
012776         STOP RUN.
012787     ACCEPT STO-RUN-DATE FROM DATE YYYYMMDD.
012800     MOVE STO-RUN-DATE TO STO-HDG-DATE.
012900     WRITE REPORT-LINE FROM STO-HEADING-1
013000         AFTER ADVANCING PAGE.
017000     EXIT.
017002
017004******************************************************************
017006*    2050-CHECK-FUNDING.  CAN THE ACCOUNT COVER THE DEBIT?       *
017008*    AVAILABLE = THE BALANCE OF THE ORDER'S ACCOUNT PLUS THAT    *
017009*    ACCOUNT'S OVERDRAFT FACILITY LIMIT.  AN                     *
017010*    UNCOVERED DEBIT IS NOT GENERATED: THE ORDER WAITS (NEXT-    *
017012*    DUE UNCHANGED) AND IS RETRIED NEXT NIGHT, UP TO THE         *
017014*    RETRY LIMIT, THEN SUSPENDED WITH REASON AND LETTERED.       *
017016******************************************************************
017018 2050-CHECK-FUNDING.
017020     MOVE "Y" TO STO-FUNDED-SW.
017022     MOVE SO-CUST-NUMBER TO AC-CUST-NUMBER.
017023     PERFORM 2070-SET-ACCOUNT THRU 2070-EXIT.
017024     MOVE STO-WORK-ACCT TO AC-ACCT-SEQ.
017025     MOVE SPACES TO STO-WORK-CCY.
017026     READ ACCOUNT-MASTER
017027         INVALID KEY
017028*            NO ACCOUNT: LET THE POSTING RUN REJECT IT WITH
017030*            ITS OWN REASON - NOT A FUNDING MATTER
017032             GO TO 2050-EXIT
017034     END-READ.
017035     MOVE AC-CURRENCY-CODE TO STO-WORK-CCY.
017036     IF AC-OVERDRAFT-LIMIT NUMERIC
017038         MOVE AC-OVERDRAFT-LIMIT TO STO-WORK-LIMIT
017040     ELSE
017042         MOVE ZERO TO STO-WORK-LIMIT
017044     END-IF.
017046     COMPUTE STO-AVAILABLE = AC-SALDO + STO-WORK-LIMIT.
017048     IF SO-AMOUNT NOT > STO-AVAILABLE
017049*        A COUNT OF DEBITS RETURNED REFUSED (DDRETLD) IS NOT
017050*        CLEARED BY A FUNDED NIGHT - ONLY BY REINSTATEMENT
017051         IF SO-SUSPEND-REASON = "REFUSED "
017052             GO TO 2050-EXIT
017053         END-IF
017054         IF SO-RETRY-COUNT NOT NUMERIC
017055          OR SO-RETRY-COUNT NOT = ZERO
017056             MOVE ZERO TO SO-RETRY-COUNT
017057             MOVE SPACES TO SO-SUSPEND-REASON
017058             REWRITE STANDING-ORDER-RECORD
017060         END-IF
017062         GO TO 2050-EXIT.
017104         MOVE STO-RUN-DATE TO TG-REQUEST-DATE
017106         MOVE "STANDORD" TO TG-SOURCE
017108         WRITE LETTER-TRIGGER-RECORD
017109         MOVE SPACES TO ALERT-EVENT-RECORD
017110         MOVE SO-CUST-NUMBER TO AE-CUST-NUMBER
017111         MOVE SO-ACCT-SEQ TO AE-ACCT-SEQ
017112         MOVE "SS" TO AE-EVENT-TYPE
017113         MOVE STO-RUN-DATE TO AE-EVENT-DATE
017114         MOVE "STANDORD" TO AE-SOURCE
017115         MOVE SO-AMOUNT TO AE-AMOUNT
017116         MOVE SO-REFERENCE TO AE-REFERENCE
017117         WRITE ALERT-EVENT-RECORD
017118         MOVE "UNFUNDED PAST RETRY LIMIT - ORDER SUSPENDED"
017119             TO STO-EXC-TEXT
017120     ELSE
017121         MOVE "UNFUNDED - HELD FOR RETRY NEXT NIGHT"
017122             TO STO-EXC-TEXT
017123     END-IF.
017124     WRITE REPORT-LINE FROM STO-EXCEPTION-LINE
017125         AFTER ADVANCING 1 LINE.
017126     REWRITE STANDING-ORDER-RECORD.
017128     IF STO-ORD-STATUS NOT = "00"
017130         DISPLAY "STANDORD ABEND: ORDER REWRITE FAILED"
017136 2060-EXIT.
017138     EXIT.
017140
017144******************************************************************
017148*    2070-SET-ACCOUNT.  ORDERS SET UP BEFORE ACCOUNTS WERE       *
017152*    SEPARATED CARRY NO SEQUENCE AND RUN AGAINST ACCOUNT 01.     *
017156******************************************************************
017160 2070-SET-ACCOUNT.
017164     IF SO-ACCT-SEQ NUMERIC AND SO-ACCT-SEQ NOT = ZERO
017168         MOVE SO-ACCT-SEQ TO STO-WORK-ACCT
017172     ELSE
017176         MOVE 1 TO STO-WORK-ACCT
017180     END-IF.
017184 2070-EXIT.
017188     EXIT.
017192
017200******************************************************************
017300*    2100-GENERATE-DUE.  ONE POSTING FOR THE CURRENT DUE DATE.   *
017400******************************************************************
017600     MOVE SPACES TO POSTING-TRANSACTION.
017700     MOVE SO-TXN-TYPE TO TXN-REC-TYPE.
017800     MOVE SO-CUST-NUMBER TO TXN-CUST-NUMBER.
017833     PERFORM 2070-SET-ACCOUNT THRU 2070-EXIT.
017866     MOVE STO-WORK-ACCT TO TXN-ACCT-SEQ.
017900     MOVE "N" TO BD-FUNCTION.
017910     MOVE SO-NEXT-DUE TO BD-DATE-IN.
017920     CALL "BUSDAY" USING BUSD-PARM.
018100     MOVE SO-REFERENCE TO TXN-REFERENCE.
018200     MOVE "STANDORD" TO TXN-SOURCE.
018300     WRITE POSTING-TRANSACTION.
018333     IF SO-DEBIT AND NOT SO-NO-PAYEE
018366         PERFORM 2150-WRITE-PAYMENT THRU 2150-EXIT.
018400     ADD 1 TO STO-GEN-COUNT.
018500     ADD 1 TO STO-ITEM-GEN-COUNT.
018600     ADD SO-AMOUNT TO STO-HASH-AMOUNT.
018700     PERFORM 2200-ADVANCE-DUE-DATE THRU 2200-EXIT.
018800 2100-EXIT.
018900     EXIT.
018903
018906******************************************************************
018909*    2150-WRITE-PAYMENT.  THE CREDIT TRANSFER TO THE PAYEE FOR   *
018912*    THE DEBIT JUST STAGED: SAME CUSTOMER, ACCOUNT, VALUE DATE,  *
018915*    REFERENCE AND AMOUNT, IN THE CURRENCY OF THE ACCOUNT.       *
018918******************************************************************
018921 2150-WRITE-PAYMENT.
018924     MOVE SPACES TO PAYMENT-TRANSFER-RECORD.
018927     MOVE "D" TO PX-REC-TYPE.
018930     MOVE SO-CUST-NUMBER TO PX-CUST-NUMBER.
018933     MOVE SO-SEQUENCE TO PX-SO-SEQUENCE.
018936     MOVE TXN-ACCT-SEQ TO PX-ACCT-SEQ.
018939     MOVE SO-AMOUNT TO PX-AMOUNT.
018942     MOVE STO-WORK-CCY TO PX-CURRENCY.
018945     MOVE SO-PAYEE-NAME TO PX-PAYEE-NAME.
018948     MOVE SO-PAYEE-ACCOUNT TO PX-PAYEE-ACCOUNT.
018951     MOVE SO-PAYEE-BANK TO PX-PAYEE-BANK.
018954     MOVE TXN-POST-DATE TO PX-VALUE-DATE.
018957     MOVE SO-REFERENCE TO PX-REFERENCE.
018960     WRITE PAYMENT-TRANSFER-RECORD.
018963     IF STO-PAY-STATUS NOT = "00"
018966         DISPLAY "STANDORD ABEND: PAYMENT FILE WRITE FAILED"
018969         MOVE 12 TO RETURN-CODE
018972         STOP RUN.
018975     ADD 1 TO STO-PAY-COUNT.
018978     ADD SO-AMOUNT TO STO-PAY-AMOUNT.
018981 2150-EXIT.
018984     EXIT.
019000
019100******************************************************************
019200*    2200-ADVANCE-DUE-DATE.  ROLL NEXT-DUE BY THE FREQUENCY.     *
025300     MOVE STO-GEN-COUNT TO TXN-TRL-COUNT.
025400     MOVE STO-HASH-AMOUNT TO TXN-TRL-AMOUNT.
025500     WRITE POSTING-TRANSACTION.
025514     MOVE SPACES TO PAYMENT-TRANSFER-RECORD.
025528     MOVE "T" TO PX-REC-TYPE.
025542     MOVE STO-PAY-COUNT TO PX-TRL-COUNT.
025556     MOVE STO-PAY-AMOUNT TO PX-TRL-AMOUNT.
025570     MOVE STO-RUN-DATE TO PX-TRL-RUN-DATE.
025584     WRITE PAYMENT-TRANSFER-RECORD.
025600     MOVE "ORDERS READ" TO STO-TOT-LABEL.
025700     MOVE STO-ORDER-COUNT TO STO-TOT-COUNT.
025800     WRITE REPORT-LINE FROM STO-TOTAL-LINE
027160     MOVE STO-SUSPENDED-COUNT TO STO-TOT-COUNT.
027170     WRITE REPORT-LINE FROM STO-TOTAL-LINE
027180         AFTER ADVANCING 1 LINE.
027184     MOVE "CREDIT TRANSFERS INSTRUCTED" TO STO-TOT-LABEL.
027188     MOVE STO-PAY-COUNT TO STO-TOT-COUNT.
027192     WRITE REPORT-LINE FROM STO-TOTAL-LINE
027196         AFTER ADVANCING 1 LINE.
027200 4000-EXIT.
027300     EXIT.
027400
027700******************************************************************
027800 5000-WRAPUP.
027900     CLOSE STANDING-ORDER-FILE
027950           ACCOUNT-MASTER
028000           GENERATED-TXN-FILE
028050           TRIGGER-FILE
028075           PAYMENT-FILE
028087           ALERT-EVENT-FILE
028100           EXCEPTION-REPORT.
028200 5000-EXIT.
028300     EXIT.
