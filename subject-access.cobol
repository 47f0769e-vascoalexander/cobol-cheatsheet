001100* SECTION IS HEADED, AND THE REPORT ENDS WITH AN INVENTORY OF    *
001200* WHICH STORES WERE SEARCHED AND WHAT WAS FOUND, SO NOTHING      *
001300* IS QUIETLY MISSED ON THE 30-DAY STATUTORY CLOCK.               *
001333* POSTINGS HISTARCH HAS MOVED OFF POSTHIST ARE SEARCHED IN THE   *
001366* ARCHIVE GENERATIONS CONCATENATED UNDER POSTHARC.               *
001400*                                                                *
001500* MAINTENANCE LOG                                                *
001600* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001700* --------- ------------  -------------------------------------- *
001800* 31/08/26  MS            CREATED - DISCLOSURE COMPILATION       *
001825* 15/10/26  MS            POSTING HISTORY RECORD WIDENED TO      *
001850*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001875*                         AND AMOUNT OF CONVERTED ITEMS          *
001880* 15/10/26  MS            POSTING HISTORY READ BY KEY FOR THE    *
001885*                         CUSTOMER; NEW SECTION AND INVENTORY    *
001890*                         LINE FOR THE HISTARCH ARCHIVE          *
001895*                         GENERATIONS (POSTHARC)                 *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  DSARPRT.
003400         RECORD KEY IS CUST-NUMBER
003500         FILE STATUS IS DSA-MAST-STATUS.
003600     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003700         ORGANIZATION IS INDEXED
003733         ACCESS MODE IS DYNAMIC
003766         RECORD KEY IS PH-KEY
003800         FILE STATUS IS DSA-HIST-STATUS.
003825     SELECT HISTORY-ARCHIVE ASSIGN TO POSTHARC
003850         ORGANIZATION IS SEQUENTIAL
003875         FILE STATUS IS DSA-PHA-STATUS.
003900     SELECT STATUS-HISTORY-IN ASSIGN TO STATHSTI
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS DSA-STA-STATUS.
006600 COPY CUSTMAST.
006700
006800 FD  POSTING-HISTORY
006900     RECORD CONTAINS 100 CHARACTERS.
007000 COPY POSTHIST.
007020
007040 FD  HISTORY-ARCHIVE
007060     RECORD CONTAINS 100 CHARACTERS.
007080 01  HISTORY-ARCHIVE-RECORD      PIC X(100).
007100
007200 FD  STATUS-HISTORY-IN
007300     RECORD CONTAINS 30 CHARACTERS.
009600 WORKING-STORAGE SECTION.
009700 77  DSA-MAST-STATUS             PIC X(02).
009800 77  DSA-HIST-STATUS             PIC X(02).
009850 77  DSA-PHA-STATUS              PIC X(02).
009900 77  DSA-STA-STATUS              PIC X(02).
010000 77  DSA-CLA-STATUS              PIC X(02).
010100 77  DSA-ARC-STATUS              PIC X(02).
011100* PER-STORE SEARCH RESULTS FOR THE END-OF-REPORT INVENTORY
011200 77  DSA-MAST-FOUND              PIC 9(05) COMP VALUE ZERO.
011300 77  DSA-HIST-FOUND              PIC 9(05) COMP VALUE ZERO.
011350 77  DSA-PHA-FOUND               PIC 9(05) COMP VALUE ZERO.
011400 77  DSA-STA-FOUND               PIC 9(05) COMP VALUE ZERO.
011500 77  DSA-CLA-FOUND               PIC 9(05) COMP VALUE ZERO.
011600 77  DSA-ARC-FOUND               PIC 9(05) COMP VALUE ZERO.
011800 77  DSA-JRN-FOUND               PIC 9(05) COMP VALUE ZERO.
011900 77  DSA-MAST-OK                 PIC X(01) VALUE "N".
012000 77  DSA-HIST-OK                 PIC X(01) VALUE "N".
012050 77  DSA-PHA-OK                  PIC X(01) VALUE "N".
012100 77  DSA-STA-OK                  PIC X(01) VALUE "N".
012200 77  DSA-CLA-OK                  PIC X(01) VALUE "N".
012300 77  DSA-ARC-OK                  PIC X(01) VALUE "N".
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016900     PERFORM 2000-MASTER-SECTION THRU 2000-EXIT.
017000     PERFORM 3000-POSTING-SECTION THRU 3000-EXIT.
017050     PERFORM 3500-HIST-ARCHIVE-SECTION THRU 3500-EXIT.
017100     PERFORM 4000-STATUS-SECTION THRU 4000-EXIT.
017200     PERFORM 5000-CLASS-SECTION THRU 5000-EXIT.
017300     PERFORM 6000-STATEMENT-SECTION THRU 6000-EXIT.
028200     EXIT.
028300
028400******************************************************************
028500*    3000-POSTING-SECTION.  THE CUSTOMER'S POSTING HISTORY       *
028550*    (KEYED BROWSE FROM THE CUSTOMER'S FIRST POSTING).           *
028600******************************************************************
028700 3000-POSTING-SECTION.
028800     MOVE "POSTING HISTORY (POSTHIST)" TO DSA-SEC-TEXT.
029500             AFTER ADVANCING 1 LINE
029600         GO TO 3000-EXIT.
029700     MOVE "Y" TO DSA-HIST-OK.
029720     MOVE DSA-KEY-IN TO PH-CUST-NUMBER.
029740     MOVE ZERO TO PH-POST-DATE.
029760     MOVE LOW-VALUES TO PH-REFERENCE.
029780     MOVE ZERO TO PH-KEY-SEQ.
029800     MOVE "N" TO DSA-EOF-SW.
029820     START POSTING-HISTORY
029840         KEY IS NOT LESS THAN PH-KEY
029860         INVALID KEY MOVE "Y" TO DSA-EOF-SW
029880     END-START.
029900     PERFORM 3100-POSTING-ONE THRU 3100-EXIT
030000         UNTIL DSA-EOF.
030100     CLOSE POSTING-HISTORY.
030300     EXIT.
030400
030500 3100-POSTING-ONE.
030600     READ POSTING-HISTORY NEXT RECORD
030700         AT END
030800             MOVE "Y" TO DSA-EOF-SW
030900             GO TO 3100-EXIT
031000     END-READ.
031100     IF PH-CUST-NUMBER NOT = DSA-KEY-IN
031150         MOVE "Y" TO DSA-EOF-SW
031200         GO TO 3100-EXIT.
031300     ADD 1 TO DSA-HIST-FOUND.
031316     PERFORM 3150-POSTING-LINE THRU 3150-EXIT.
031332 3100-EXIT.
031348     EXIT.
031364
031380 3150-POSTING-LINE.
031400     MOVE PH-AMOUNT TO DSA-AMT-EDIT.
031500     MOVE SPACES TO DSA-TXT.
031600     STRING PH-POST-DATE DELIMITED BY SIZE
032500         INTO DSA-TXT.
032600     WRITE REPORT-LINE FROM DSA-TEXT-LINE
032700         AFTER ADVANCING 1 LINE.
032800 3150-EXIT.
032900     EXIT.
032902
032904******************************************************************
032906*    3500-HIST-ARCHIVE-SECTION.  POSTINGS ARCHIVED OFF POSTHIST  *
032908*    (SEQUENTIAL SWEEP OF THE ARCHIVE GENERATIONS).              *
032910******************************************************************
032912 3500-HIST-ARCHIVE-SECTION.
032914     MOVE "ARCHIVED POSTING HISTORY (POSTHARC)" TO DSA-SEC-TEXT.
032916     WRITE REPORT-LINE FROM DSA-SECTION-LINE
032918         AFTER ADVANCING 2 LINES.
032920     OPEN INPUT HISTORY-ARCHIVE.
032922     IF DSA-PHA-STATUS NOT = "00"
032924         MOVE "STORE NOT AVAILABLE" TO DSA-TXT
032926         WRITE REPORT-LINE FROM DSA-TEXT-LINE
032928             AFTER ADVANCING 1 LINE
032930         GO TO 3500-EXIT.
032932     MOVE "Y" TO DSA-PHA-OK.
032934     MOVE "N" TO DSA-EOF-SW.
032936     PERFORM 3600-ARCHIVE-ONE THRU 3600-EXIT
032938         UNTIL DSA-EOF.
032940     CLOSE HISTORY-ARCHIVE.
032942 3500-EXIT.
032944     EXIT.
032946
032948 3600-ARCHIVE-ONE.
032950     READ HISTORY-ARCHIVE INTO POSTING-HISTORY-RECORD
032952         AT END
032954             MOVE "Y" TO DSA-EOF-SW
032956             GO TO 3600-EXIT
032958     END-READ.
032960     IF PH-CUST-NUMBER NOT = DSA-KEY-IN
032962         GO TO 3600-EXIT.
032964     ADD 1 TO DSA-PHA-FOUND.
032966     PERFORM 3150-POSTING-LINE THRU 3150-EXIT.
032968 3600-EXIT.
032970     EXIT.
033000
033100******************************************************************
033200*    4000-STATUS-SECTION.  STATE STATUS HISTORY.                 *
055430     MOVE DSA-HIST-FOUND TO DSA-INV-FOUND.
055440     WRITE REPORT-LINE FROM DSA-INV-LINE
055450         AFTER ADVANCING 1 LINE.
055451     MOVE "POSTHARC  " TO DSA-INV-STORE.
055452     MOVE DSA-PHA-OK TO DSA-WORK-FLAG.
055453     PERFORM 9100-SET-FLAG THRU 9100-EXIT.
055454     MOVE DSA-PHA-FOUND TO DSA-INV-FOUND.
055455     WRITE REPORT-LINE FROM DSA-INV-LINE
055456         AFTER ADVANCING 1 LINE.
055460     MOVE "STATHIST  " TO DSA-INV-STORE.
055470     MOVE DSA-STA-OK TO DSA-WORK-FLAG.
055480     PERFORM 9100-SET-FLAG THRU 9100-EXIT.
