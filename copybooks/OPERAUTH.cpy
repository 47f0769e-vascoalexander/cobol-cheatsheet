      ******************************************************************
      *    OPERAUTH -- MAINTENANCE OPERATOR AUTHORITY RECORD           *
      *    ONE RECORD PER OPERATOR ALLOWED TO SIGN ON TO CUSTMNT.      *
      *    OA-APPROVER "Y" GIVES THE OPERATOR AUTHORITY TO APPROVE OR  *
      *    REJECT ANOTHER OPERATOR'S PENDING CHANGE REQUESTS (CHGREQ), *
      *    AND IS REQUIRED TO SIGN ON TO PRODMNT, THE PRODUCT CATALOG  *
      *    MAINTENANCE.                                                *
      *    RECORD LENGTH 40 BYTES.                                     *
      ******************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  OA-OPERATOR             PIC X(08).
           05  OA-NAME                 PIC X(25).
           05  OA-APPROVER             PIC X(01).
               88  OA-CAN-APPROVE      VALUE "Y".
           05  FILLER                  PIC X(06).
