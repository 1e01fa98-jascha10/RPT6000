      *              INSTEAD OF A BINDER.  AN ADD CARRIES A SPACE
      *              BEFORE IMAGE AND A DELETE A SPACE AFTER IMAGE.
      *              FED BY THE CUSTOMER MASTER MAINTENANCE, THE
      *              BULK TERRITORY REASSIGNMENT, THE PURGED-
      *              CUSTOMER REINSTATEMENT, THE INACTIVE-ACCOUNT
      *              PURGE (A DELETE), THE BILLING LOAD (ONE "B"
      *              RECORD PER MASTER WHOSE CM-SALES-THIS-YTD THE
      *              NIGHT'S FEED CHANGED), THE YEAR-END ROLLOVER
      *              (ONE "Y" RECORD PER MASTER ROLLED), AND THE
      *              CUSTOMER MERGE (TWO "M" RECORDS PER MERGE - THE
      *              SURVIVOR'S CHANGE AND THE ABSORBED CUSTOMER'S
      *              DELETE);
      *              PRINTED BY THE CHANGE-HISTORY REPORT.  BECAUSE
      *              EVERY PROGRAM THAT UPDATES THE MASTER NOW
      *              APPENDS HERE, THE FILE IS ALSO THE LOG THE
      *              FORWARD RECOVERY REAPPLIES TO A RELOADED
      *              BACKUP, IN THE ORDER THE RECORDS WERE WRITTEN.
      ****************************************************************
       01  CUSTOMER-AUDIT-RECORD.
           05 AU-CUSTOMER-NUMBER       PIC 9(05).
              88 AU-CHANGE                 VALUE "C".
              88 AU-DELETE                 VALUE "D".
              88 AU-REINSTATE              VALUE "R".
              88 AU-BILLING-POST           VALUE "B".
              88 AU-YEAR-END-ROLL          VALUE "Y".
              88 AU-MERGE                  VALUE "M".
           05 AU-BEFORE-IMAGE.
              10 AU-BEF-BRANCH-NUMBER  PIC 9(02).
              10 AU-BEF-SALESREP-NUMBER PIC 9(02).
