001920*                         VALIDATED AGAINST THE BRANCH           *
001930*                         REFERENCE MASTER, MATCHING THE         *
001940*                         POSTRUN EDIT                           *
001960* 15/10/26  HK            60-BYTE POSTTXN LAYOUT; THE ACCOUNT    *
001980*                         SEQUENCE IS SHOWN AND CAN BE RE-KEYED  *
001985* 15/10/26  HK            TRANSACTION CURRENCY IS SHOWN AND CAN  *
001990*                         BE RE-KEYED; "*" CLEARS IT SO THE      *
001995*                         ITEM POSTS IN THE ACCOUNT CURRENCY     *
001996* 15/10/26  HK            A DEBIT REFERRED FOR A HIGH RISK       *
001997*                         GRADE ASKS FOR THE CREDIT              *
001998*                         TEAM RELEASE, CARRIED ON THE ITEM      *
001999*                         SO POSTRUN PAYS IT ON RESUBMISSION     *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  REJRPAIR.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  REJECT-FILE
005100     RECORD CONTAINS 85 CHARACTERS.
005200 01  REJECT-RECORD.
005300     05  REJ-TXN-IMAGE           PIC X(60).
005400     05  REJ-REASON              PIC X(25).
005500
005600 FD  RESUBMIT-FILE
005700     RECORD CONTAINS 60 CHARACTERS.
005800 COPY POSTTXN.
005900
006000 FD  HOLD-FILE
006100     RECORD CONTAINS 85 CHARACTERS.
006200 01  HOLD-RECORD.
006300     05  HLD-TXN-IMAGE           PIC X(60).
006400     05  HLD-REASON              PIC X(25).
006500
006600 FD  AUDIT-REPORT
011300                                 PIC 9(07)V9(02).
011400 01  RRP-REF-IN                  PIC X(10).
011410 01  RRP-BRANCH-IN               PIC X(03).
011455 01  RRP-ACCT-IN                 PIC X(02).
011477 01  RRP-CCY-IN                  PIC X(03).
011488 01  RRP-RELEASE-IN              PIC X(01).
011500
011600 01  RRP-HEADING-1.
011700     05  FILLER                  PIC X(09) VALUE "REJRPAIR ".
019500         " AMOUNT " TXN-AMOUNT.
019600     DISPLAY "REF  " TXN-REFERENCE
019700         " SOURCE " TXN-SOURCE
019800         " BRANCH " TXN-BRANCH
019850         " ACCOUNT " TXN-ACCT-SEQ
019875         " CURRENCY " TXN-CURRENCY.
019900     DISPLAY "ACTION (R=REPAIR H=HOLD W=WRITE OFF X=EXIT): ".
020000     ACCEPT RRP-ACTION.
020100     EVALUATE RRP-ACTION
024130     ACCEPT RRP-BRANCH-IN.
024140     IF RRP-BRANCH-IN NOT = SPACES
024150         MOVE RRP-BRANCH-IN TO TXN-BRANCH.
024158     DISPLAY "NEW ACCOUNT SEQ (2 DIGITS, BLANK=KEEP): ".
024166     MOVE SPACES TO RRP-ACCT-IN.
024174     ACCEPT RRP-ACCT-IN.
024182     IF RRP-ACCT-IN NOT = SPACES
024190         MOVE RRP-ACCT-IN TO TXN-ACCT-SEQ.
024199     DISPLAY "NEW CURRENCY (3 CHARS, *=ACCOUNT, BLANK=KEEP): ".
024208     MOVE SPACES TO RRP-CCY-IN.
024217     ACCEPT RRP-CCY-IN.
024226     IF RRP-CCY-IN = "*"
024235         MOVE SPACES TO TXN-CURRENCY
024244     ELSE
024253         IF RRP-CCY-IN NOT = SPACES
024262             MOVE RRP-CCY-IN TO TXN-CURRENCY
024271         END-IF
024280     END-IF.
024281*    A HIGH-RISK REFERRAL POSTS ONLY ON THE CREDIT TEAM'S SAY-SO
024282     IF REJ-REASON = "REFERRED - HIGH RISK"
024283         DISPLAY "CREDIT TEAM RELEASE (Y=RELEASE, BLANK=NO): "
024284         MOVE SPACE TO RRP-RELEASE-IN
024285         ACCEPT RRP-RELEASE-IN
024286         IF RRP-RELEASE-IN = "Y"
024287             MOVE "Y" TO TXN-RISK-RELEASE
024288         ELSE
024289             MOVE SPACE TO TXN-RISK-RELEASE
024290         END-IF
024291     END-IF.
024292     PERFORM 3100-EDIT-TXN THRU 3100-EXIT.
024300     IF RRP-EDIT-FAILED
024400         DISPLAY "STILL IN ERROR: " RRP-REJECT-REASON
024500         DISPLAY "ITEM STAYS HELD"
029500             TO RRP-REJECT-REASON
029600         MOVE "Y" TO RRP-EDIT-SW
029610         GO TO 3100-EXIT.
029611     IF TXN-ACCT-SEQ NOT NUMERIC
029612      AND TXN-ACCT-SEQ NOT = SPACES
029613         MOVE "ACCOUNT SEQ NOT NUMERIC" TO RRP-REJECT-REASON
029614         MOVE "Y" TO RRP-EDIT-SW
029615         GO TO 3100-EXIT.
029620     IF RRP-BRM-COUNT > ZERO
029630      AND TXN-BRANCH NOT = SPACES
029640         PERFORM 3150-CHECK-BRANCH THRU 3150-EXIT
