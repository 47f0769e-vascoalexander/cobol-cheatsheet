001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001500* --------- ------------  -------------------------------------- *
001600* 22/08/26  HK            CREATED - MONTH-END CLOSE              *
001625* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
001650*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001675*                         AND AMOUNT OF CONVERTED ITEMS          *
001683* 15/10/26  HK            POSTING HISTORY IS NOW KEYED;          *
001691*                         READ IN KEY SEQUENCE                   *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  MONTHEND.
003200         RECORD KEY IS CUST-NUMBER
003300         FILE STATUS IS MND-MAST-STATUS.
003400     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003500         ORGANIZATION IS INDEXED
003533         ACCESS MODE IS SEQUENTIAL
003566         RECORD KEY IS PH-KEY
003600         FILE STATUS IS MND-HIST-STATUS.
003700     SELECT PERIOD-BALANCE-FILE ASSIGN TO PERIODBL
003800         ORGANIZATION IS SEQUENTIAL
005100 COPY CUSTMAST.
005200
005300 FD  POSTING-HISTORY
005400     RECORD CONTAINS 100 CHARACTERS.
005500 COPY POSTHIST.
005600
005700 FD  PERIOD-BALANCE-FILE
