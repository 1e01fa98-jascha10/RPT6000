      ****************************************************************
      * COPYBOOK:    COMMLDG
      * DESCRIPTION: COMMISSION LEDGER RECORD.  A PERMANENT INDEXED
      *              FILE, KEYED BY SALES YEAR, CUSTOMER AND SALES
      *              MONTH, RECORDING WHAT THE MONTHLY COMMISSION RUN
      *              HAS PAID ON EACH CUSTOMER'S MONTH AND TO WHICH
      *              SALESREP, AT WHAT RATE.  EACH RUN RECOMPUTES THE
      *              YEAR'S EARLIER MONTHS AGAINST CURRENT SALHIST AND
      *              PAYS OR RECOVERS THE DIFFERENCE FROM THE REP ON
      *              THE LEDGER, AT THE LEDGER RATE.
      *
      *              LG-CUSTOMER-ENTRY RECORDS CARRY ONE CUSTOMER'S
      *              MONTH: THE GROSS SALES PAID ON SO FAR AND THE
      *              COMMISSION PAID SO FAR.  LG-LAST-PAY-PERIOD IS
      *              THE COMMISSION RUN THAT LAST PAID OR ADJUSTED
      *              THE ENTRY AND THE TWO LAST-CHANGE FIELDS WHAT
      *              THAT RUN PAID ON IT, SO A RERUN OF THE SAME
      *              PERIOD BACKS ITS OWN EARLIER PAYMENT OUT INSTEAD
      *              OF PAYING IT TWICE.
      *
      *              LG-MONTH-CONTROL RECORDS (CUSTOMER 00000) MARK A
      *              SALES MONTH WHOSE REGULAR COMMISSION HAS BEEN
      *              PAID; ONLY THOSE MONTHS ARE RECOMPUTED, SO THE
      *              MONTHS PAID BEFORE THE LEDGER EXISTED ARE NEVER
      *              PAID A SECOND TIME.  SIGNED AMOUNTS CARRY A
      *              LEADING SEPARATE SIGN.
      ****************************************************************
       01  COMMISSION-LEDGER-RECORD.
           05 LG-LEDGER-KEY.
              10 LG-SALES-YEAR         PIC 9(04).
              10 LG-CUSTOMER-NUMBER    PIC 9(05).
              10 LG-SALES-MONTH        PIC 9(02).
           05 LG-RECORD-TYPE           PIC X(01).
              88 LG-MONTH-CONTROL          VALUE "M".
              88 LG-CUSTOMER-ENTRY         VALUE "C".
           05 LG-BRANCH-NUMBER         PIC 9(02).
           05 LG-SALESREP-NUMBER       PIC 9(02).
           05 LG-SALESREP-NAME         PIC X(10).
           05 LG-COMMISSION-RATE       PIC 9(02)V99.
           05 LG-GROSS-SALES           PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05 LG-COMMISSION-PAID       PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05 LG-LAST-PAY-PERIOD.
              10 LG-LAST-PAY-YEAR      PIC 9(04).
              10 LG-LAST-PAY-MONTH     PIC 9(02).
           05 LG-LAST-GROSS-CHANGE     PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05 LG-LAST-COMMISSION-CHANGE PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(04).
