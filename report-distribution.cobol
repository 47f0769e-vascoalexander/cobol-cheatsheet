001400* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001500* --------- ------------  -------------------------------------- *
001600* 23/08/26  MS            CREATED - BUNDLING SUBSYSTEM           *
001650* 15/10/26  MS            CONTROL TABLE TO 200 FOR BRANCH PACKS  *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  RPTDIST.
008700 77  RPD-PACK-FOUND-SW           PIC X(01) VALUE "N".
008800     88  RPD-PACK-FOUND          VALUE "Y".
008900
009000 77  RPD-CTL-MAX                 PIC 9(03) COMP VALUE 200.
009100 77  RPD-CTL-COUNT               PIC 9(03) COMP VALUE ZERO.
009200 77  RPD-SUB                     PIC 9(03) COMP VALUE ZERO.
009300 77  RPD-SEQ                     PIC 9(07) COMP VALUE ZERO.
009900 77  RPD-PSUB                    PIC 9(02) COMP VALUE ZERO.
010000
010100 01  RPD-CONTROL-TABLE.
010200     05  RPD-CTL-ENTRY OCCURS 200 TIMES.
010300         10  RPD-TBL-REPORT      PIC X(08).
010400         10  RPD-TBL-RECIP       PIC X(20).
010500         10  RPD-TBL-COPIES      PIC 9(02).
