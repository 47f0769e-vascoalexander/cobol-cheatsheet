000400*                                                                *
000500* INBOUND RECIPROCITY LOAD.  READS THE EXCHANGE FILES SENT BY    *
000600* THE NEIGHBORING AUTHORITIES, VALIDATES EACH DECISION           *
000700* (AUTHORITY PRESENT, APPLICANT NUMERIC, DECISION CODE KNOWN -   *
000750* INCLUDING SUSPENSION AND REVOCATION OF A HOLDER - AND THE      *
000800* LICENSE CLASS ONE THE AUTHORITY ISSUES OR BLANK FOR            *
000850* CLASS B), AND BUILDS THE NEW GENERATION OF THE RECOGNIZED-     *
000900* DECISIONS FILE THE CONDITIONALS BATCH CONSULTS.  BAD           *
001000* RECORDS ARE REPORTED AND DROPPED (RC=4).                       *
001100*                                                                *
001300* DATE      AUTHOR        MAINTENANCE REQUIREMENT                *
001400* --------- ------------  -------------------------------------- *
001500* 23/08/26  HK            CREATED - RECIPROCITY INBOUND LOAD     *
001533* 15/10/26  HK            LICENSE CLASS ON THE EXCHANGE RECORD   *
001566*                         VALIDATED; UNKNOWN CLASS IS DROPPED    *
001577* 15/10/26  HK            SUSPENSION AND REVOCATION DECISION     *
001588*                         CODES ACCEPTED ON THE EXCHANGE         *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.  RECIPLD.
010700         PERFORM 2500-DROP-ONE THRU 2500-EXIT
010800         GO TO 2000-READ-NEXT.
010900     IF NOT RX-ELIGIBLE AND NOT RX-DENIED
010950      AND NOT RX-SUSPENDED AND NOT RX-REVOKED
011000         MOVE "DROPPED - DECISION CODE UNKNOWN"
011100             TO RCL-MSG-TEXT
011200         PERFORM 2500-DROP-ONE THRU 2500-EXIT
011300         GO TO 2000-READ-NEXT.
011316     IF NOT RX-CLASS-VALID
011332         MOVE "DROPPED - LICENSE CLASS UNKNOWN"
011348             TO RCL-MSG-TEXT
011364         PERFORM 2500-DROP-ONE THRU 2500-EXIT
011380         GO TO 2000-READ-NEXT.
011400     MOVE RECIPROCITY-RECORD TO RECOGNIZED-RECORD.
011500     WRITE RECOGNIZED-RECORD.
011600     ADD 1 TO RCL-LOADED-COUNT.
