      ****************************************************************
      * COPYBOOK:    CUSTBKP
      * DESCRIPTION: CUSTOMER MASTER AND SALES HISTORY BACKUP RECORD.
      *              FIXED 140-BYTE RECORDS WRITTEN BY THE NIGHTLY
      *              BACKUP UNLOAD AND READ BACK BY THE FORWARD
      *              RECOVERY - ONE "H" HEADER CARRYING THE BUSINESS
      *              DATE AND CLOCK STAMP OF THE UNLOAD AND HOW MANY
      *              CUSTOMER-CHANGE AUDIT RECORDS ALREADY EXISTED
      *              WHEN IT WAS TAKEN, ONE "C" RECORD PER CUSTOMER
      *              MASTER RECORD, ONE "S" RECORD PER SALES HISTORY
      *              RECORD, BOTH IN ASCENDING CUSTOMER ORDER WITH
      *              THE 130-BYTE MASTER RECORD CARRIED BYTE FOR
      *              BYTE, AND ONE "T" TRAILER CARRYING THE RECORD
      *              COUNTS AND AMOUNT CONTROL TOTALS OF BOTH FILES
      *              SO THE RELOAD CAN PROVE IT PUT BACK EXACTLY
      *              WHAT WAS UNLOADED.  THE AUDIT COUNT TELLS THE
      *              RECOVERY WHERE IN THE AUDIT FILE THE CHANGES
      *              MADE AFTER THE BACKUP BEGIN.  THE HEADER AND
      *              TRAILER VIEWS REDEFINE THE IMAGE.  SIGNED
      *              TOTALS CARRY A LEADING SEPARATE SIGN.
      ****************************************************************
       01  CUSTOMER-BACKUP-RECORD.
           05 BK-RECORD-TYPE           PIC X(01).
              88 BK-HEADER                 VALUE "H".
              88 BK-CUSTOMER-IMAGE         VALUE "C".
              88 BK-HISTORY-IMAGE          VALUE "S".
              88 BK-TRAILER                VALUE "T".
           05 BK-RECORD-IMAGE          PIC X(130).
           05 BK-HEADER-BODY           REDEFINES BK-RECORD-IMAGE.
              10 BK-BUSINESS-DATE      PIC 9(08).
              10 BK-BACKUP-DATE        PIC 9(08).
              10 BK-BACKUP-TIME        PIC 9(04).
              10 BK-AUDIT-RECORD-COUNT PIC 9(09).
              10 BK-LAST-AUDIT-DATE    PIC 9(08).
              10 BK-LAST-AUDIT-TIME    PIC 9(04).
              10 FILLER                PIC X(89).
           05 BK-TRAILER-BODY          REDEFINES BK-RECORD-IMAGE.
              10 BK-CUSTOMER-COUNT     PIC 9(07).
              10 BK-TOTAL-THIS-YTD     PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
              10 BK-TOTAL-LAST-YTD     PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
              10 BK-HISTORY-COUNT      PIC 9(07).
              10 BK-TOTAL-HISTORY      PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
              10 FILLER                PIC X(78).
           05 FILLER                   PIC X(09).
