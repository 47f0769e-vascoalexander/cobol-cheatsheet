000200* PROGRAM NAME:   CONDITIONALS                                   *
000300* ORIGINAL AUTHOR: VASCO ALEXANDER                               *
000400*                                                                *
000461* LICENSING ELIGIBILITY BATCH.  RULES ON EVERY APPLICATION FOR   *
000522* ONE LICENSE CLASS WITH THAT CLASS'S ROW OF THE LICCLASS        *
000583* DECISION TABLE (MINIMUM AND MAXIMUM AGE, AND, FOR A CLASS THAT *
000644* BUILDS ON ANOTHER, THE PREREQUISITE CLASS HELD VALID ON        *
000705* LICMAST FOR THE REQUIRED NUMBER OF YEARS); A BLANK CLASS IS    *
000766* RULED AS CLASS B.  A RECOGNIZED DECISION OF ANOTHER AUTHORITY  *
000827* COUNTS FOR ITS OWN CLASS ONLY.  HONORS UNEXPIRED SUPERVISOR    *
000888* OVERRIDES FROM THE APPEALS FILE FOR APPLICANTS THE TABLE WOULD *
000949* DENY, MARKS OVERRIDDEN DECISIONS DISTINCTLY ("O") ON THE       *
001010* DECISION FILE AND THE SUMMARY, COUNTS EVERY CLASS SEPARATELY,  *
001071* AND LISTS EXPIRED OVERRIDES SO THE BINDER IN THE SUPERVISOR'S  *
001132* OFFICE CAN FINALLY BE RETIRED.                                 *
001200*                                                                *
001300* MAINTENANCE LOG                                                *
001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001830*                         OUTBOUND EXCHANGE FILE                 *
001840* 02/09/26  HK            OVERRIDE RECORD WIDENED TO 48 FOR      *
001850*                         THE APPEAL STATUTORY DUE DATE          *
001860* 15/10/26  HK            LICENSE CLASSES: PER-CLASS AGE RULES   *
001870*                         AND PREREQUISITE CLASS FROM LICCLASS,  *
001880*                         PREREQUISITE CHECKED ON LICMAST; CLASS *
001890*                         ON DECISION AND EXCHANGE RECORDS       *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CONDITIONALS.
004440     SELECT EXCHANGE-OUT ASSIGN TO RECIPOUT
004450         ORGANIZATION IS SEQUENTIAL
004460         FILE STATUS IS ELG-EXC-STATUS.
004466     SELECT LICENSE-MASTER ASSIGN TO LICMAST
004472         ORGANIZATION IS INDEXED
004478         ACCESS MODE IS RANDOM
004484         RECORD KEY IS LC-APPL-ID
004490         FILE STATUS IS ELG-LIC-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
006260 FD  EXCHANGE-OUT
006270     RECORD CONTAINS 60 CHARACTERS.
006280 01  EXCHANGE-RECORD             PIC X(60).
006284
006288 FD  LICENSE-MASTER
006292     RECORD CONTAINS 150 CHARACTERS.
006296 COPY LICMAST.
006300
006400 WORKING-STORAGE SECTION.
006500 77  ELG-APPL-STATUS             PIC X(02).
006880 77  ELG-REC-COUNT               PIC 9(03) COMP VALUE ZERO.
006890 77  ELG-RECOG-COUNT             PIC 9(05) COMP VALUE ZERO.
006892 77  ELG-OWN-AUTHORITY           PIC X(04) VALUE "AUTA".
006897 77  ELG-LIC-STATUS              PIC X(02).
006902 77  ELG-LIC-OPEN-SW             PIC X(01) VALUE "N".
006907     88  ELG-LIC-OPEN            VALUE "Y".
006912 77  ELG-LIC-FOUND-SW            PIC X(01) VALUE "N".
006917     88  ELG-LIC-FOUND           VALUE "Y".
006922 77  ELG-CLASS-SW                PIC X(01) VALUE "N".
006927     88  ELG-CLASS-KNOWN         VALUE "Y".
006932 77  ELG-PRQ-SW                  PIC X(01) VALUE "N".
006937     88  ELG-PRQ-FOUND           VALUE "Y".
006942* OUTCOME OF THE CLASS RULE: PASSED, UNDER OR OVER THE AGE
006947* LIMITS, PREREQUISITE NOT HELD, OR NOT HELD LONG ENOUGH
006952 77  ELG-RULE-SW                 PIC X(01) VALUE "P".
006957     88  ELG-RULE-PASSED         VALUE "P".
006962     88  ELG-FAIL-UNDER          VALUE "U".
006967     88  ELG-FAIL-OVER           VALUE "O".
006972     88  ELG-FAIL-PREREQ         VALUE "Q" "H".
006977 77  ELG-CLS-SUB                 PIC 9(02) COMP VALUE ZERO.
006982 77  ELG-PRQ-SUB                 PIC 9(02) COMP VALUE ZERO.
006987
007000 77  ELG-APPL-EOF-SW             PIC X(01) VALUE "N".
007100     88  ELG-APPL-EOF            VALUE "Y".
007200 77  ELG-OVR-EOF-SW              PIC X(01) VALUE "N".
008300 77  ELG-OVER-COUNT              PIC 9(05) COMP VALUE ZERO.
008400 77  ELG-OVRRIDE-COUNT           PIC 9(05) COMP VALUE ZERO.
008500 77  ELG-EXPIRED-COUNT           PIC 9(05) COMP VALUE ZERO.
008533 77  ELG-PREREQ-COUNT            PIC 9(05) COMP VALUE ZERO.
008566 77  ELG-BADCLASS-COUNT          PIC 9(05) COMP VALUE ZERO.
008600
008700 01  ELG-RUN-DATE                PIC 9(08).
008705 01  ELG-APPL-CLASS              PIC X(02).
008710 01  ELG-DENY-REASON             PIC X(20).
008715
008720* ISSUE DATE OF THE PREREQUISITE PLUS THE YEARS IT MUST BE HELD
008725 01  ELG-HELD-WORK.
008730     05  ELG-HELD-YYYY           PIC 9(04).
008735     05  FILLER                  PIC X(04).
008740 01  ELG-HELD-WORK-N REDEFINES ELG-HELD-WORK
008745                                 PIC 9(08).
008750
008755 COPY LICCLASS.
008760
008765* RULINGS PER CLASS, PARALLEL TO THE LICCLASS TABLE
008770 01  ELG-CLASS-TOTALS.
008775     05  ELG-CLS-TOTAL OCCURS 5 TIMES.
008780         10  ELG-CLS-ELIG        PIC 9(05) COMP.
008785         10  ELG-CLS-DENIED      PIC 9(05) COMP.
008800
008900* UNEXPIRED SUPERVISOR OVERRIDES, LOADED UP FRONT
009000 01  ELG-OVERRIDE-TABLE.
009340     05  ELG-REC-ENTRY OCCURS 500 TIMES.
009350         10  ELG-REC-APPL        PIC 9(06).
009360         10  ELG-REC-AUTH        PIC X(04).
009365         10  ELG-REC-CLASS       PIC X(02).
009370
009380* OUTBOUND EXCHANGE RECORD, BUILT IN THE RECIPREC LAYOUT
009382 01  ELG-EXCHANGE-WORK.
009388     05  ELG-EXC-NAME            PIC X(25).
009390     05  ELG-EXC-DEC             PIC X(01).
009392     05  ELG-EXC-DATE            PIC 9(08).
009393     05  ELG-EXC-CLASS           PIC X(02).
009394     05  FILLER                  PIC X(14).
009400
009500 01  ELG-HEADING-1.
009600     05  FILLER                  PIC X(13)
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  ELG-DTL-AGE             PIC Z(02)9.
011000     05  FILLER                  PIC X(02) VALUE SPACES.
011033     05  ELG-DTL-CLASS           PIC X(02).
011066     05  FILLER                  PIC X(02) VALUE SPACES.
011100     05  ELG-DTL-TEXT            PIC X(45).
011200     05  FILLER                  PIC X(43) VALUE SPACES.
011300
011400 01  ELG-TOTAL-LINE.
011500     05  FILLER                  PIC X(10) VALUE SPACES.
011600     05  ELG-TOT-LABEL           PIC X(35).
011700     05  ELG-TOT-COUNT           PIC Z(04)9.
011800     05  FILLER                  PIC X(82) VALUE SPACES.
011807
011814 01  ELG-CLASS-LINE.
011821     05  FILLER                  PIC X(10) VALUE SPACES.
011828     05  FILLER                  PIC X(06) VALUE "CLASS ".
011835     05  ELG-CLL-CLASS           PIC X(02).
011842     05  FILLER                  PIC X(01) VALUE SPACES.
011849     05  ELG-CLL-DESC            PIC X(10).
011856     05  FILLER                  PIC X(11) VALUE "  ELIGIBLE ".
011863     05  ELG-CLL-ELIG            PIC Z(04)9.
011870     05  FILLER                  PIC X(09) VALUE "  DENIED ".
011877     05  ELG-CLL-DENIED          PIC Z(04)9.
011884     05  FILLER                  PIC X(73) VALUE SPACES.
011900
012000 PROCEDURE DIVISION.
012100******************************************************************
013260           EXCHANGE-OUT
013300           DECISION-FILE
013400           ELIGIBILITY-REPORT.
013433     IF ELG-LIC-OPEN
013466         CLOSE LICENSE-MASTER.
013500     STOP RUN.
013600
013700******************************************************************
015120     IF ELG-REC-STATUS NOT = "00"
015130         MOVE "Y" TO ELG-REC-EOF-SW.
015140     OPEN OUTPUT EXCHANGE-OUT.
015152     OPEN INPUT LICENSE-MASTER.
015164     IF ELG-LIC-STATUS = "00"
015176         MOVE "Y" TO ELG-LIC-OPEN-SW.
015188     INITIALIZE ELG-CLASS-TOTALS.
015200     ACCEPT ELG-RUN-DATE FROM DATE YYYYMMDD.
015300     MOVE ELG-RUN-DATE TO ELG-HDG-DATE.
015400     WRITE REPORT-LINE FROM ELG-HEADING-1
019676         ADD 1 TO ELG-REC-COUNT
019678         MOVE RX-APPL-ID TO ELG-REC-APPL (ELG-REC-COUNT)
019680         MOVE RX-AUTHORITY TO ELG-REC-AUTH (ELG-REC-COUNT)
019681         MOVE RX-CLASS TO ELG-REC-CLASS (ELG-REC-COUNT)
019682         IF RX-CLASS = SPACES
019683             MOVE "B " TO ELG-REC-CLASS (ELG-REC-COUNT)
019684         END-IF
019685     END-IF.
019686     PERFORM 1950-READ-RECOGNIZED THRU 1950-EXIT.
019687 1200-EXIT.
019688     EXIT.
019690
019692 1950-READ-RECOGNIZED.
019699     EXIT.
019700
019800******************************************************************
019900*    2000-RULE-APPLICANT.  CLASS RULE PLUS OVERRIDES.  A CLASS   *
019950*    THE AUTHORITY DOES NOT ISSUE CANNOT BE OVERRIDDEN.          *
020000******************************************************************
020100 2000-RULE-APPLICANT.
020200     MOVE SPACES TO ELIGIBILITY-DECISION.
020300     MOVE AP-APPL-ID TO EL-APPL-ID.
020400     MOVE AP-NAME TO EL-NAME.
020500     MOVE AP-AGE TO EL-AGE.
020501     MOVE AP-CLASS TO ELG-APPL-CLASS.
020502     IF AP-CLASS-NOT-GIVEN
020503         MOVE "B " TO ELG-APPL-CLASS.
020504     MOVE ELG-APPL-CLASS TO EL-CLASS.
020505     PERFORM 2200-FIND-CLASS THRU 2200-EXIT.
020506     IF NOT ELG-CLASS-KNOWN
020507         MOVE "D" TO EL-DECISION
020508         MOVE "CLASS NOT ISSUED" TO EL-REASON
020509         ADD 1 TO ELG-BADCLASS-COUNT
020510         GO TO 2000-WRITE-OUT.
020511     PERFORM 2150-CHECK-RECOGNIZED THRU 2150-EXIT.
020520     IF ELG-RECOGNIZED
020530         MOVE "R" TO EL-DECISION
020540         MOVE "RECOGNIZED LICENSE" TO EL-REASON
020550         ADD 1 TO ELG-RECOG-COUNT
020560         GO TO 2000-WRITE-OUT.
020580     PERFORM 2250-APPLY-CLASS-RULE THRU 2250-EXIT.
020600     IF ELG-RULE-PASSED
020700         MOVE "E" TO EL-DECISION
020800         MOVE "CLASS RULE MET" TO EL-REASON
020900         ADD 1 TO ELG-ELIG-COUNT
021000     ELSE
021100         PERFORM 2100-CHECK-OVERRIDE THRU 2100-EXIT
021500             ADD 1 TO ELG-OVRRIDE-COUNT
021600         ELSE
021700             MOVE "D" TO EL-DECISION
021800             MOVE ELG-DENY-REASON TO EL-REASON
021866             EVALUATE TRUE
021932                 WHEN ELG-FAIL-UNDER
021998                     ADD 1 TO ELG-UNDER-COUNT
022064                 WHEN ELG-FAIL-OVER
022130                     ADD 1 TO ELG-OVER-COUNT
022196                 WHEN OTHER
022262                     ADD 1 TO ELG-PREREQ-COUNT
022328             END-EVALUATE
022400         END-IF
022500     END-IF.
022510 2000-WRITE-OUT.
022600     WRITE ELIGIBILITY-DECISION.
022601     IF ELG-CLASS-KNOWN
022602         IF EL-DENIED
022603             ADD 1 TO ELG-CLS-DENIED (ELG-CLS-SUB)
022604         ELSE
022605             ADD 1 TO ELG-CLS-ELIG (ELG-CLS-SUB)
022606         END-IF
022607     END-IF.
022610     MOVE ELG-OWN-AUTHORITY TO ELG-EXC-AUTH.
022620     MOVE AP-APPL-ID TO ELG-EXC-APPL.
022630     MOVE AP-NAME TO ELG-EXC-NAME.
022640     MOVE EL-DECISION TO ELG-EXC-DEC.
022650     MOVE ELG-RUN-DATE TO ELG-EXC-DATE.
022655     MOVE ELG-APPL-CLASS TO ELG-EXC-CLASS.
022660     WRITE EXCHANGE-RECORD FROM ELG-EXCHANGE-WORK.
022700     MOVE AP-APPL-ID TO ELG-DTL-APPL.
022800     MOVE AP-NAME TO ELG-DTL-NAME.
022900     MOVE AP-AGE TO ELG-DTL-AGE.
022950     MOVE ELG-APPL-CLASS TO ELG-DTL-CLASS.
023000     EVALUATE EL-DECISION
023100         WHEN "E" MOVE "ELIGIBLE" TO ELG-DTL-TEXT
023200         WHEN "O" MOVE "ELIGIBLE ** SUPERVISOR OVERRIDE **"
023300                      TO ELG-DTL-TEXT
023310         WHEN "R" MOVE "ELIGIBLE ** RECOGNIZED DECISION **"
023320                      TO ELG-DTL-TEXT
023400         WHEN OTHER
023425             MOVE SPACES TO ELG-DTL-TEXT
023450             STRING "DENIED - " EL-REASON DELIMITED BY SIZE
023475                 INTO ELG-DTL-TEXT
023500     END-EVALUATE.
023600     WRITE REPORT-LINE FROM ELG-DETAIL-LINE
023700         AFTER ADVANCING 1 LINE.
025694 2160-SCAN-RECOGNIZED.
025695     ADD 1 TO ELG-SUB.
025696     IF ELG-REC-APPL (ELG-SUB) = AP-APPL-ID
025697      AND ELG-REC-CLASS (ELG-SUB) = ELG-APPL-CLASS
025698         MOVE "Y" TO ELG-REC-FOUND-SW.
025699 2160-EXIT.
025700     EXIT.
025701
025702 2200-FIND-CLASS.
025703     MOVE "N" TO ELG-CLASS-SW.
025704     MOVE ZERO TO ELG-CLS-SUB.
025705     PERFORM 2210-SCAN-CLASS THRU 2210-EXIT
025706         UNTIL ELG-CLASS-KNOWN
025707            OR ELG-CLS-SUB >= LR-CLASS-COUNT.
025708 2200-EXIT.
025709     EXIT.
025710
025711 2210-SCAN-CLASS.
025712     ADD 1 TO ELG-CLS-SUB.
025713     IF LR-CLASS (ELG-CLS-SUB) = ELG-APPL-CLASS
025714         MOVE "Y" TO ELG-CLASS-SW.
025715 2210-EXIT.
025716     EXIT.
025717
025718******************************************************************
025719*    2250-APPLY-CLASS-RULE.  AGE LIMITS OF THE CLASS, THEN THE   *
025720*    PREREQUISITE CLASS WHERE THE TABLE NAMES ONE.               *
025721******************************************************************
025722 2250-APPLY-CLASS-RULE.
025723     MOVE "P" TO ELG-RULE-SW.
025724     IF AP-AGE < LR-MIN-AGE (ELG-CLS-SUB)
025725         MOVE "U" TO ELG-RULE-SW
025726         MOVE "BELOW CLASS MIN AGE" TO ELG-DENY-REASON
025727         GO TO 2250-EXIT.
025728     IF AP-AGE > LR-MAX-AGE (ELG-CLS-SUB)
025729         MOVE "O" TO ELG-RULE-SW
025730         MOVE "ABOVE CLASS MAX AGE" TO ELG-DENY-REASON
025731         GO TO 2250-EXIT.
025732     IF LR-PREREQ-CLASS (ELG-CLS-SUB) NOT = SPACES
025733         PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT.
025734 2250-EXIT.
025735     EXIT.
025736
025737******************************************************************
025738*    2300-CHECK-PREREQ.  THE PREREQUISITE CLASS MUST BE VALID    *
025739*    ON THE APPLICANT'S LICMAST RECORD AND ITS ISSUE DATE PLUS   *
025740*    THE REQUIRED YEARS MUST NOT BE AFTER THE RUN DATE.          *
025741******************************************************************
025742 2300-CHECK-PREREQ.
025743     MOVE "Q" TO ELG-RULE-SW.
025744     MOVE "PREREQ CLASS MISSING" TO ELG-DENY-REASON.
025745     IF NOT ELG-LIC-OPEN
025746         GO TO 2300-EXIT.
025747     MOVE AP-APPL-ID TO LC-APPL-ID.
025748     READ LICENSE-MASTER
025749         INVALID KEY MOVE "N" TO ELG-LIC-FOUND-SW
025750         NOT INVALID KEY MOVE "Y" TO ELG-LIC-FOUND-SW
025751     END-READ.
025752     IF NOT ELG-LIC-FOUND
025753         GO TO 2300-EXIT.
025754     MOVE "N" TO ELG-PRQ-SW.
025755     MOVE ZERO TO ELG-PRQ-SUB.
025756     PERFORM 2310-SCAN-HELD THRU 2310-EXIT
025757         UNTIL ELG-PRQ-FOUND
025758            OR ELG-PRQ-SUB >= LR-CLASS-COUNT.
025759     IF NOT ELG-PRQ-FOUND
025760         GO TO 2300-EXIT.
025761     MOVE LC-CL-ISSUE-DATE (ELG-PRQ-SUB) TO ELG-HELD-WORK-N.
025762     ADD LR-PREREQ-YEARS (ELG-CLS-SUB) TO ELG-HELD-YYYY.
025763     IF ELG-HELD-WORK-N > ELG-RUN-DATE
025764         MOVE "H" TO ELG-RULE-SW
025765         MOVE "PREREQ NOT HELD LONG" TO ELG-DENY-REASON
025766         GO TO 2300-EXIT.
025767     MOVE "P" TO ELG-RULE-SW.
025768 2300-EXIT.
025769     EXIT.
025770
025771 2310-SCAN-HELD.
025772     ADD 1 TO ELG-PRQ-SUB.
025773     IF LC-CLASS (ELG-PRQ-SUB) = LR-PREREQ-CLASS (ELG-CLS-SUB)
025774      AND LC-CL-VALID (ELG-PRQ-SUB)
025775         MOVE "Y" TO ELG-PRQ-SW.
025776 2310-EXIT.
025777     EXIT.
025778
025800 2900-READ-APPLICANT.
025900     READ APPLICANT-FILE
026000         AT END MOVE "Y" TO ELG-APPL-EOF-SW
026300     EXIT.
026400
026500******************************************************************
026600*    4000-BRACKET-SUMMARY.  RULE OUTCOMES, OVERRIDES DISTINCT,   *
026650*    THEN ONE LINE PER LICENSE CLASS.                            *
026700******************************************************************
026800 4000-BRACKET-SUMMARY.
026900     MOVE SPACES TO REPORT-LINE.
027000     WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
027100     MOVE "UNDER CLASS MINIMUM AGE - DENIED" TO ELG-TOT-LABEL.
027200     MOVE ELG-UNDER-COUNT TO ELG-TOT-COUNT.
027300     WRITE REPORT-LINE FROM ELG-TOTAL-LINE
027400         AFTER ADVANCING 1 LINE.
027500     MOVE "WITHIN CLASS RULE - ELIGIBLE" TO ELG-TOT-LABEL.
027600     MOVE ELG-ELIG-COUNT TO ELG-TOT-COUNT.
027700     WRITE REPORT-LINE FROM ELG-TOTAL-LINE
027800         AFTER ADVANCING 1 LINE.
027900     MOVE "OVER CLASS MAXIMUM AGE - DENIED" TO ELG-TOT-LABEL.
028000     MOVE ELG-OVER-COUNT TO ELG-TOT-COUNT.
028100     WRITE REPORT-LINE FROM ELG-TOTAL-LINE
028200         AFTER ADVANCING 1 LINE.
028211     MOVE "PREREQUISITE CLASS - DENIED" TO ELG-TOT-LABEL.
028222     MOVE ELG-PREREQ-COUNT TO ELG-TOT-COUNT.
028233     WRITE REPORT-LINE FROM ELG-TOTAL-LINE
028244         AFTER ADVANCING 1 LINE.
028255     MOVE "CLASS NOT ISSUED - DENIED" TO ELG-TOT-LABEL.
028266     MOVE ELG-BADCLASS-COUNT TO ELG-TOT-COUNT.
028277     WRITE REPORT-LINE FROM ELG-TOTAL-LINE
028288         AFTER ADVANCING 1 LINE.
028300     MOVE "ELIGIBLE BY SUPERVISOR OVERRIDE" TO ELG-TOT-LABEL.
028400     MOVE ELG-OVRRIDE-COUNT TO ELG-TOT-COUNT.
028500     WRITE REPORT-LINE FROM ELG-TOTAL-LINE
028800     MOVE ELG-EXPIRED-COUNT TO ELG-TOT-COUNT.
028900     WRITE REPORT-LINE FROM ELG-TOTAL-LINE
029000         AFTER ADVANCING 1 LINE.
029016     MOVE SPACES TO REPORT-LINE.
029032     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
029048     MOVE ZERO TO ELG-CLS-SUB.
029064     PERFORM 4100-CLASS-LINE THRU 4100-EXIT
029080         UNTIL ELG-CLS-SUB >= LR-CLASS-COUNT.
029100 4000-EXIT.
029200     EXIT.
029308
029416 4100-CLASS-LINE.
029524     ADD 1 TO ELG-CLS-SUB.
029632     MOVE LR-CLASS (ELG-CLS-SUB) TO ELG-CLL-CLASS.
029740     MOVE LR-DESCRIPTION (ELG-CLS-SUB) TO ELG-CLL-DESC.
029848     MOVE ELG-CLS-ELIG (ELG-CLS-SUB) TO ELG-CLL-ELIG.
029956     MOVE ELG-CLS-DENIED (ELG-CLS-SUB) TO ELG-CLL-DENIED.
030064     WRITE REPORT-LINE FROM ELG-CLASS-LINE
030172         AFTER ADVANCING 1 LINE.
030280 4100-EXIT.
030388     EXIT.
