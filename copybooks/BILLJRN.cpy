      ****************************************************************
      * COPYBOOK:    BILLJRN
      * DESCRIPTION: RETAINED BILLING JOURNAL RECORD.  ONE RECORD PER
      *              ACCEPTED BILLING LINE, KEYED BY CUSTOMER, BILLING
      *              YEAR, BILLING MONTH, AND THE LINE'S POSITION
      *              AMONG THAT CUSTOMER'S LINES FOR THE MONTH - SO
      *              "WHICH INVOICES MAKE UP MARCH" IS A KEYED READ.
      *              WRITTEN BY THE BILLING EDIT/LOAD; READ BY THE
      *              MONTHLY CUSTOMER STATEMENTS.  THE FEED IS A
      *              CUMULATIVE YEAR-TO-DATE EXTRACT, SO THE SAME
      *              LINE ARRIVES EVERY NIGHT: A LINE ALREADY ON THE
      *              JOURNAL AT ITS POSITION KEEPS ITS ORIGINAL
      *              JR-LOAD-DATE, A POSITION WHOSE LINE CHANGED IS
      *              REPLACED AND RE-DATED, AND A POSITION THE FEED NO
      *              LONGER CARRIES IS MARKED JR-WITHDRAWN RATHER THAN
      *              DELETED.  A MERGED CUSTOMER'S OWN LINES TAKE
      *              POSITIONS 1-999 AND EACH NUMBER MERGED INTO IT
      *              ITS OWN BLOCK OF 1000 (THE NTH SUCH NUMBER FROM
      *              N*1000+1), SO ONE SOURCE'S LINES NEVER SHIFT
      *              ANOTHER'S.  JR-BILLING-AMOUNT IS THE AMOUNT AS
      *              BILLED; JR-NET-AMOUNT CARRIES THE SIGN (A CREDIT
      *              IS NEGATIVE).  THE JOURNAL IS NEVER CLEARED - THE
      *              BILLING YEAR IN THE KEY KEEPS EACH YEAR APART.
      ****************************************************************
       01  BILLING-JOURNAL-RECORD.
           05 JR-JOURNAL-KEY.
              10 JR-CUSTOMER-MONTH-KEY.
                 15 JR-CUSTOMER-NUMBER PIC 9(05).
                 15 JR-BILLING-YEAR    PIC 9(04).
                 15 JR-BILLING-MONTH   PIC 9(02).
              10 JR-LINE-NUMBER        PIC 9(04).
           05 JR-TRANS-TYPE            PIC X(01).
              88 JR-INVOICE                VALUE "I".
              88 JR-CREDIT                 VALUE "C".
           05 JR-BILLING-AMOUNT        PIC 9(05)V99.
           05 JR-NET-AMOUNT            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05 JR-LOAD-DATE             PIC 9(08).
           05 JR-LINE-SOURCE           PIC X(01).
              88 JR-FROM-FEED              VALUE "F".
              88 JR-FROM-SUSPENSE          VALUE "S".
           05 JR-LINE-STATUS           PIC X(01).
              88 JR-ACTIVE                 VALUE "A".
              88 JR-WITHDRAWN              VALUE "W".
           05 JR-STATUS-DATE           PIC 9(08).
           05 FILLER                   PIC X(31).
