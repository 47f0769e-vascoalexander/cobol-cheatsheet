001700* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001800* --------- ------------  -------------------------------------- *
001900* 27/08/26  HK            CREATED - PER-SOURCE BALANCING         *
001933* 15/10/26  HK            POSTTXN RECORD WIDENED TO 60 BYTES     *
001966*                         FOR THE ACCOUNT SEQUENCE               *
001977* 15/10/26  HK            DISPAGE PROVISIONAL CREDIT FILE        *
001988*                         (DISPTXN) COLLECTED AS A FOURTH SOURCE *
001992* 15/10/26  HK            DDRETLD DIRECT-DEBIT RETURN FILE       *
001996*                         (DDRTXN) COLLECTED AS A FIFTH SOURCE   *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  TXNCOLCT.
003800     SELECT EXTERNAL-TXN-FILE ASSIGN TO EXTCHTXN
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS COL-EXT-STATUS.
004025     SELECT DISPUTE-TXN-FILE ASSIGN TO DISPTXN
004050         ORGANIZATION IS SEQUENTIAL
004075         FILE STATUS IS COL-DSP-STATUS.
004081     SELECT RETURN-TXN-FILE ASSIGN TO DDRTXN
004087         ORGANIZATION IS SEQUENTIAL
004093         FILE STATUS IS COL-DDR-STATUS.
004100     SELECT COMBINED-TXN-FILE ASSIGN TO TRANFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS COL-OUT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BRANCH-TXN-FILE
005100     RECORD CONTAINS 60 CHARACTERS.
005200 01  BRANCH-TXN-RECORD           PIC X(60).
005300
005400 FD  GENERATED-TXN-FILE
005500     RECORD CONTAINS 60 CHARACTERS.
005600 01  GENERATED-TXN-RECORD        PIC X(60).
005700
005800 FD  EXTERNAL-TXN-FILE
005900     RECORD CONTAINS 60 CHARACTERS.
006000 01  EXTERNAL-TXN-RECORD         PIC X(60).
006020
006040 FD  DISPUTE-TXN-FILE
006060     RECORD CONTAINS 60 CHARACTERS.
006080 01  DISPUTE-TXN-RECORD          PIC X(60).
006084
006088 FD  RETURN-TXN-FILE
006092     RECORD CONTAINS 60 CHARACTERS.
006096 01  RETURN-TXN-RECORD           PIC X(60).
006100
006200 FD  COMBINED-TXN-FILE
006300     RECORD CONTAINS 60 CHARACTERS.
006400 COPY POSTTXN.
006500
006600 FD  COLLECT-REPORT
007100 77  COL-BR-STATUS               PIC X(02).
007200 77  COL-GEN-STATUS              PIC X(02).
007300 77  COL-EXT-STATUS              PIC X(02).
007350 77  COL-DSP-STATUS              PIC X(02).
007375 77  COL-DDR-STATUS              PIC X(02).
007400 77  COL-OUT-STATUS              PIC X(02).
007500 77  COL-RPT-STATUS              PIC X(02).
007600
009800         10  COL-WRK-CUST        PIC 9(06).
009900         10  COL-WRK-DATE        PIC 9(08).
010000         10  COL-WRK-AMOUNT      PIC 9(07)V9(02).
010100         10  FILLER              PIC X(36).
010200     05  COL-WRK-TRL REDEFINES COL-WRK-DETAIL.
010300         10  COL-WRK-TRL-COUNT   PIC 9(07).
010400         10  COL-WRK-TRL-AMOUNT  PIC 9(11)V9(02).
010500         10  FILLER              PIC X(39).
010600
010700 01  COL-SOURCE-NAMES.
010800     05  FILLER                  PIC X(08) VALUE "BRANCHTX".
010900     05  FILLER                  PIC X(08) VALUE "GENTXN  ".
011000     05  FILLER                  PIC X(08) VALUE "EXTCHTXN".
011050     05  FILLER                  PIC X(08) VALUE "DISPTXN ".
011075     05  FILLER                  PIC X(08) VALUE "DDRTXN  ".
011100 01  FILLER REDEFINES COL-SOURCE-NAMES.
011200     05  COL-SOURCE-NAME OCCURS 5 TIMES
011300                                 PIC X(08).
011400
011500 01  COL-HEADING-1.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014800     PERFORM 2000-COLLECT-SOURCE THRU 2000-EXIT
014900         VARYING COL-SOURCE-NUM FROM 1 BY 1
015000         UNTIL COL-SOURCE-NUM > 5.
015100     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
015200     IF COL-HELD-SOURCES > ZERO
015300         MOVE 4 TO RETURN-CODE.
023400             IF COL-EXT-STATUS = "00"
023500                 MOVE "Y" TO COL-PRESENT-SW
023600             END-IF
023616         WHEN 4
023632             OPEN INPUT DISPUTE-TXN-FILE
023648             IF COL-DSP-STATUS = "00"
023664                 MOVE "Y" TO COL-PRESENT-SW
023680             END-IF
023683         WHEN 5
023686             OPEN INPUT RETURN-TXN-FILE
023689             IF COL-DDR-STATUS = "00"
023692                 MOVE "Y" TO COL-PRESENT-SW
023695             END-IF
023700     END-EVALUATE.
023800 2100-EXIT.
023900     EXIT.
030700         WHEN 1 CLOSE BRANCH-TXN-FILE
030800         WHEN 2 CLOSE GENERATED-TXN-FILE
030900         WHEN 3 CLOSE EXTERNAL-TXN-FILE
030950         WHEN 4 CLOSE DISPUTE-TXN-FILE
030975         WHEN 5 CLOSE RETURN-TXN-FILE
031000     END-EVALUATE.
031100 2400-EXIT.
031200     EXIT.
033100                 NOT AT END
033200                     MOVE EXTERNAL-TXN-RECORD TO COL-WORK-TXN
033300             END-READ
033314         WHEN 4
033328             READ DISPUTE-TXN-FILE
033342                 AT END MOVE "Y" TO COL-SRC-EOF-SW
033356                 NOT AT END
033370                     MOVE DISPUTE-TXN-RECORD TO COL-WORK-TXN
033384             END-READ
033386         WHEN 5
033388             READ RETURN-TXN-FILE
033390                 AT END MOVE "Y" TO COL-SRC-EOF-SW
033392                 NOT AT END
033394                     MOVE RETURN-TXN-RECORD TO COL-WORK-TXN
033396             END-READ
033400     END-EVALUATE.
033500 2900-EXIT.
033600     EXIT.
