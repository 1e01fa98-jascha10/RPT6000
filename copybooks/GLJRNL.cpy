      ****************************************************************
      * COPYBOOK:    GLJRNL
      * DESCRIPTION: GENERAL LEDGER SALES JOURNAL INTERFACE RECORD.
      *              FIXED 80-BYTE RECORDS WRITTEN BY THE MONTH-END
      *              SALES JOURNAL RUN FOR THE GENERAL LEDGER TO LOAD
      *              - ONE "H" HEADER CARRYING THE RUN STAMP AND
      *              JOURNAL PERIOD, ONE "D" DETAIL PER BRANCH WITH
      *              SALES IN THE MONTH (CREDITING THE BRANCH'S
      *              REVENUE ACCOUNT), ONE "D" DETAIL CREDITING THE
      *              SUSPENSE ACCOUNT WITH ANY SALES THAT COULD NOT
      *              BE MAPPED, ONE "D" DETAIL DEBITING THE OFFSET
      *              ACCOUNT WITH THE MONTH'S TOTAL, AND ONE "T"
      *              TRAILER CARRYING THE DETAIL COUNT AND THE DEBIT
      *              AND CREDIT TOTALS SO THE LEDGER CAN BALANCE THE
      *              FILE BEFORE POSTING IT.  A BRANCH WHOSE CREDITS
      *              OUTRAN ITS SALES FOR THE MONTH IS A DEBIT TO ITS
      *              REVENUE ACCOUNT; AMOUNTS ARE NEVER NEGATIVE, THE
      *              DEBIT/CREDIT CODE CARRIES THE DIRECTION.  THE
      *              HEADER AND TRAILER VIEWS REDEFINE THE DETAIL
      *              BODY.
      ****************************************************************
       01  GL-JOURNAL-RECORD.
           05 GL-RECORD-TYPE           PIC X(01).
              88 GL-HEADER                 VALUE "H".
              88 GL-DETAIL                 VALUE "D".
              88 GL-TRAILER                VALUE "T".
           05 GL-DETAIL-BODY.
              10 GL-JOURNAL-YEAR       PIC 9(04).
              10 GL-JOURNAL-MONTH      PIC 9(02).
              10 GL-ACCOUNT            PIC X(12).
              10 GL-REGION-CODE        PIC 9(02).
              10 GL-BRANCH-NUMBER      PIC 9(02).
              10 GL-DEBIT-CREDIT       PIC X(01).
                 88 GL-DEBIT               VALUE "D".
                 88 GL-CREDIT              VALUE "C".
              10 GL-AMOUNT             PIC 9(09)V99.
              10 GL-DESCRIPTION        PIC X(30).
              10 FILLER                PIC X(15).
           05 GL-HEADER-BODY           REDEFINES GL-DETAIL-BODY.
              10 GL-RUN-DATE           PIC 9(08).
              10 GL-RUN-TIME           PIC 9(04).
              10 GL-HDR-JOURNAL-YEAR   PIC 9(04).
              10 GL-HDR-JOURNAL-MONTH  PIC 9(02).
              10 GL-JOURNAL-SOURCE     PIC X(08).
              10 FILLER                PIC X(53).
           05 GL-TRAILER-BODY          REDEFINES GL-DETAIL-BODY.
              10 GL-DETAIL-COUNT       PIC 9(05).
              10 GL-TOTAL-DEBITS       PIC 9(11)V99.
              10 GL-TOTAL-CREDITS      PIC 9(11)V99.
              10 FILLER                PIC X(48).
