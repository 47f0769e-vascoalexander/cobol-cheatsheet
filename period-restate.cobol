001500* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001600* --------- ------------  -------------------------------------- *
001700* 29/08/26  HK            CREATED - RESTATEMENT STEP             *
001725* 15/10/26  HK            POSTING HISTORY RECORD WIDENED TO      *
001750*                         100 BYTES FOR THE ORIGINAL CURRENCY    *
001775*                         AND AMOUNT OF CONVERTED ITEMS          *
001783* 15/10/26  HK            POSTING HISTORY IS NOW KEYED;          *
001791*                         READ IN KEY SEQUENCE                   *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  RESTATE.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT POSTING-HISTORY ASSIGN TO POSTHIST
003100         ORGANIZATION IS INDEXED
003133         ACCESS MODE IS SEQUENTIAL
003166         RECORD KEY IS PH-KEY
003200         FILE STATUS IS RST-HIST-STATUS.
003300     SELECT PERIOD-BALANCE-IN ASSIGN TO PERIODBL
003400         ORGANIZATION IS SEQUENTIAL
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  POSTING-HISTORY
004600     RECORD CONTAINS 100 CHARACTERS.
004700 COPY POSTHIST.
004800
004900 FD  PERIOD-BALANCE-IN
